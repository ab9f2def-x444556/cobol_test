           SELECT ADD-CKPT-FILE ASSIGN TO "data/ADDBATCH_CKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/ADD_FILE_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REPROCESS-FILE ASSIGN TO "data/ADD_REPROCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/AGE_GROUP_OVERRIDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT OVERRIDE-SORT-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTWORK.DAT".
           SELECT SORTED-OVERRIDE-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOV-STATUS.
           SELECT REJECT-FILE ASSIGN TO "data/EMPLOYEE_REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "data/EMPLOYEE_SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT GROUP-WORK-FILE
               ASSIGN TO "data/EMPLOYEE_SUMMARY_WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWK-STATUS.
           SELECT GROUP-SORT-FILE
               ASSIGN TO "data/EMPLOYEE_SUMMARY_SORTWORK.DAT".
           SELECT SORTED-GROUP-FILE
               ASSIGN TO "data/EMPLOYEE_SUMMARY_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/RUN_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "data/EMPLOYEE_MOVEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT PRIOR-SORT-FILE
               ASSIGN TO "data/EMPLOYEE_REPORT_PRIOR_SORTWORK.DAT".
           SELECT PRIOR-REPORT-FILE
               ASSIGN TO "data/EMPLOYEE_REPORT_PRIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "data/REJECT_SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT SUSPENSE-POST-FILE
               ASSIGN TO "data/REJECT_SUSPENSE_POSTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT POST-SORT-FILE
               ASSIGN TO "data/REJECT_SUSPENSE_POSTINGS_SORTWORK.DAT".
           SELECT SORTED-POST-FILE
               ASSIGN TO "data/REJECT_SUSPENSE_POSTINGS_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRP-STATUS.
           SELECT SUSPENSE-SORT-FILE
               ASSIGN TO "data/REJECT_SUSPENSE_SORTWORK.DAT".
           SELECT SORTED-SUSPENSE-FILE
               ASSIGN TO "data/REJECT_SUSPENSE_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSU-STATUS.
           SELECT AGING-DAYS-FILE ASSIGN TO "data/REJECT_AGING_DAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGD-STATUS.
               ASSIGN TO "data/REJECT_AGING_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/CLASS_HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT HISTORY-KEEP-FILE
               ASSIGN TO "data/CLASS_HISTORY_KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKP-STATUS.
           SELECT HISTORY-RETAIN-FILE
               ASSIGN TO "data/CLASS_HISTORY_RETAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "data/PROCESSING_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT PROC-REGISTER-FILE
               ASSIGN TO "data/PROCESSING_DATE_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> employment status and the date it took effect. carrying
       *> them lengthened the record, so a master still in the older
       *> shorter layout cannot be opened until EMPMCONV has converted
       *> it once; converted employees come across active with no
       *> status date, and a blank status also counts as active
       FD  EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-ACTIVE VALUE 'A' SPACE.
               88 EMP-ON-LEAVE VALUE 'L'.
               88 EMP-TERMINATED VALUE 'T'.
           05 EMP-STATUS-DATE PIC X(8).

       FD  THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
       *> control trailer the upstream system writes as the last record:
       *> expected detail record count and hash total of all input
       *> values, so a truncated transfer no longer looks like a short
       *> but valid file. the submission sequence number the
       *> upstream system gives each file it sends identifies the file
       *> to the submission register, so a resent or skipped file is
       *> caught before anything is processed
       01 TRANS-TRAILER-RECORD.
           05 TRL-TAG PIC X(1).
           05 TRL-COUNT PIC 9(6).
           05 TRL-HASH PIC 9(9).
           05 TRL-SEQ PIC 9(6).

       FD  RESULTS-FILE.
       01 RESULTS-DETAIL-RECORD.
           05 ACKPT-GRAND-TOTAL PIC 9(6).
           05 ACKPT-HASH PIC 9(9).
           05 ACKPT-STATUS PIC X(1).
           05 ACKPT-SEQ PIC 9(6).

       *> submission register: one record per transaction file the
       *> batch add has processed to a balanced finish, keyed by the
       *> trailer's sequence number, count and hash; F marks a file an
       *> operator forced through the duplicate check
       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-SEQ PIC 9(6).
           05 REG-COUNT PIC 9(6).
           05 REG-HASH PIC 9(9).
           05 REG-RUN-DATE PIC 9(8).
           05 REG-BATCH-ID PIC 9(9).
           05 REG-FORCED PIC X(1).

       *> operator's one-shot reprocess card: the sequence number of
       *> the file to let through the duplicate check and the reason,
       *> which goes to the audit trail; the card is emptied once used
       FD  REPROCESS-FILE.
       01 REPROCESS-RECORD.
           05 FRC-SEQ PIC 9(6).
           05 FRC-REASON PIC X(60).

       FD  REPORT-FILE.
       01 REPORT-RECORD.
       FD  SUMMARY-FILE.
       01 SUMMARY-PRINT-RECORD PIC X(80).

       *> one record per classified employee, sorted by AGE-GROUP at
       *> the end of the roster so the summary can total each group
       FD  GROUP-WORK-FILE.
       01 GROUP-WORK-RECORD.
           05 GWK-AGE_GROUP PIC A(5).
           05 GWK-AGE PIC 9(3).

       SD  GROUP-SORT-FILE.
       01 GROUP-SORT-RECORD.
           05 GSR-AGE_GROUP PIC A(5).
           05 GSR-AGE PIC 9(3).

       FD  SORTED-GROUP-FILE.
       01 SORTED-GROUP-RECORD.
           05 SGR-AGE_GROUP PIC A(5).
           05 SGR-AGE PIC 9(3).

       *> run-to-run movement on the roster: joiners, leavers, and
       *> every employee whose AGE-GROUP differs from the prior run's
       *> report, with the old and new values side by side; an
       *> employee who drops off the classified roster because they
       *> went on leave or were terminated shows as ONLEAVE or TERMED
       *> rather than as a leaver, since the master record is still
       *> there
       FD  MOVEMENT-FILE.
       01 MOVEMENT-RECORD.
           05 MOV-TYPE PIC X(7).
           05 MOV-CNT-LEAVERS PIC 9(5).
           05 FILLER PIC X(1).
           05 MOV-CNT-CHANGES PIC 9(5).
           05 FILLER PIC X(1).
           05 MOV-CNT-INACTIVE PIC 9(5).

       SD  PRIOR-SORT-FILE.
       01 PRIOR-SORT-RECORD.
           05 PSR-ID PIC X(5).
           05 FILLER PIC X(47).

       *> the prior run's report in ID order, taken before this run's
       *> report overwrites it
       FD  PRIOR-REPORT-FILE.
       01 PRIOR-REPORT-RECORD.
           05 PRI-ID PIC X(5).
           05 PRI-NAME PIC A(30).
           05 PRI-AGE PIC 9(3).
           05 PRI-AGE_GROUP PIC A(5).
           05 PRI-BATCH-ID PIC 9(9).

       FD  OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-ID PIC 9(5).
           05 OVR-AGE_GROUP PIC A(5).

       SD  OVERRIDE-SORT-FILE.
       01 OVERRIDE-SORT-RECORD.
           05 OVS-ID PIC X(5).
           05 OVS-AGE_GROUP PIC A(5).

       *> the override control file in ID order, matched against the
       *> master as the roster is read
       FD  SORTED-OVERRIDE-FILE.
       01 SORTED-OVERRIDE-RECORD.
           05 SOV-ID PIC X(5).
           05 SOV-AGE_GROUP PIC A(5).

       *> persistent suspense of unresolved rejects across runs, keyed
       *> by source program, ID and reason, with first-seen and
       *> last-seen dates so a broken record that nobody fixes cannot
           05 SUS-FIRST-SEEN PIC 9(8).
           05 SUS-LAST-SEEN PIC 9(8).

       *> this run's rejects, posted as they happen and matched
       *> against the suspense file when it is rewritten
       FD  SUSPENSE-POST-FILE.
       01 SUSPENSE-POST-RECORD.
           05 PST-ID PIC X(5).
           05 PST-REASON PIC X(30).

       SD  POST-SORT-FILE.
       01 POST-SORT-RECORD.
           05 PSS-ID PIC X(5).
           05 PSS-REASON PIC X(30).

       FD  SORTED-POST-FILE.
       01 SORTED-POST-RECORD.
           05 SRP-ID PIC X(5).
           05 SRP-REASON PIC X(30).

       SD  SUSPENSE-SORT-FILE.
       01 SUSPENSE-SORT-RECORD.
           05 SSS-SOURCE PIC X(6).
           05 SSS-ID PIC X(5).
           05 SSS-REASON PIC X(30).
           05 SSS-FIRST-SEEN PIC 9(8).
           05 SSS-LAST-SEEN PIC 9(8).

       FD  SORTED-SUSPENSE-FILE.
       01 SORTED-SUSPENSE-RECORD.
           05 SSU-KEY.
               10 SSU-SOURCE PIC X(6).
               10 SSU-ID PIC X(5).
               10 SSU-REASON PIC X(30).
           05 SSU-FIRST-SEEN PIC 9(8).
           05 SSU-LAST-SEEN PIC 9(8).

       *> aging window in days; overridden from the control file when
       *> one is present
       FD  AGING-DAYS-FILE.
       FD  AGING-REPORT-FILE.
       01 AGING-PRINT-RECORD PIC X(80).

       *> classification history: every roster run appends one
       *> generation - a D record per classified employee followed by
       *> a T trailer carrying the generation's record count - all
       *> stamped with the run date, batch ID and run start stamp, so
       *> the trend report can tell one run from the next even when a
       *> batch ID is reused, and can ignore a generation an abend
       *> left without its trailer
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIS-TAG PIC X(1).
           05 HIS-RUN-DATE PIC 9(8).
           05 HIS-BATCH-ID PIC 9(9).
           05 HIS-RUN-STAMP PIC X(14).
           05 HIS-ID PIC 9(5).
           05 HIS-NAME PIC A(30).
           05 HIS-AGE PIC 9(3).
           05 HIS-AGE_GROUP PIC A(5).
       01 HISTORY-TRAILER-RECORD.
           05 HIT-TAG PIC X(1).
           05 HIT-RUN-DATE PIC 9(8).
           05 HIT-BATCH-ID PIC 9(9).
           05 HIT-RUN-STAMP PIC X(14).
           05 HIT-COUNT PIC 9(6).

       FD  HISTORY-KEEP-FILE.
       01 HISTORY-KEEP-RECORD PIC X(75).

       *> history retention as a number of generations; overridden
       *> from the control file when one is present
       FD  HISTORY-RETAIN-FILE.
       01 HISTORY-RETAIN-RECORD.
           05 HRT-GENERATIONS PIC 9(3).

       *> the shared processing-date card: the business date every
       *> dated program runs for when it is present, and a rerun flag
       *> that lets a date already processed be run again on purpose
       FD  PROC-DATE-FILE.
       01 PROC-DATE-RECORD.
           05 PDT-DATE PIC X(8).
           05 PDT-RERUN PIC X(1).

       *> one record per program per processing date it completed
       FD  PROC-REGISTER-FILE.
       01 PROC-REGISTER-RECORD.
           05 PDR-PROGRAM PIC X(10).
           05 PDR-DATE PIC X(8).
           05 PDR-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-PDT-STATUS PIC X(2) VALUE SPACES.
           88 PDT-FILE-OK VALUE '00'.
       01 WS-PDR-STATUS PIC X(2) VALUE SPACES.
           88 PDR-FILE-OK VALUE '00'.
           88 PDR-FILE-NOT-FOUND VALUE '35'.
       01 WS-PDR-EOF PIC X(1) VALUE 'N'.
           88 PDR-EOF VALUE 'Y'.
       01 WS-EMP-ID PIC 9(5).
       01 WS-NAME PIC A(30).
       01 WS-AGE PIC 9(3) VALUE 16.
           88 RES-FILE-NOT-FOUND VALUE '35'.
       01 WS-ACKPT-STATUS PIC X(2) VALUE SPACES.
           88 ACKPT-FILE-OK VALUE '00'.
       01 WS-REG-STATUS PIC X(2) VALUE SPACES.
           88 REG-FILE-OK VALUE '00'.
           88 REG-FILE-NOT-FOUND VALUE '35'.
       01 WS-FRC-STATUS PIC X(2) VALUE SPACES.
           88 FRC-FILE-OK VALUE '00'.
       01 WS-REG-EOF PIC X(1) VALUE 'N'.
           88 REG-EOF VALUE 'Y'.
       01 WS-CKPT-STATUS PIC X(2) VALUE SPACES.
           88 CKPT-FILE-OK VALUE '00'.
       01 WS-AUD-STATUS PIC X(2) VALUE SPACES.
           88 AUD-FILE-NOT-FOUND VALUE '35'.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
           88 OVR-FILE-OK VALUE '00'.
       01 WS-SOV-STATUS PIC X(2) VALUE SPACES.
           88 SOV-FILE-OK VALUE '00'.
       01 WS-PRI-STATUS PIC X(2) VALUE SPACES.
           88 PRI-FILE-OK VALUE '00'.
       01 WS-GWK-STATUS PIC X(2) VALUE SPACES.
           88 GWK-FILE-OK VALUE '00'.
       01 WS-SGR-STATUS PIC X(2) VALUE SPACES.
           88 SGR-FILE-OK VALUE '00'.
       01 WS-SGR-EOF PIC X(1) VALUE 'N'.
           88 SGR-EOF VALUE 'Y'.
       01 WS-REJ-STATUS PIC X(2) VALUE SPACES.
           88 REJ-FILE-OK VALUE '00'.
       01 WS-SUM-STATUS PIC X(2) VALUE SPACES.
           88 SUS-EOF VALUE 'Y'.
       01 WS-SUS-LOAD-FAILED PIC X(1) VALUE 'N'.
           88 SUS-LOAD-FAILED VALUE 'Y'.
       01 WS-PST-STATUS PIC X(2) VALUE SPACES.
           88 PST-FILE-OK VALUE '00'.
       01 WS-SRP-STATUS PIC X(2) VALUE SPACES.
           88 SRP-FILE-OK VALUE '00'.
       01 WS-SSU-STATUS PIC X(2) VALUE SPACES.
           88 SSU-FILE-OK VALUE '00'.
       01 WS-SRP-EOF PIC X(1) VALUE 'N'.
           88 SRP-EOF VALUE 'Y'.
       01 WS-SSU-EOF PIC X(1) VALUE 'N'.
           88 SSU-EOF VALUE 'Y'.
       01 WS-HIS-STATUS PIC X(2) VALUE SPACES.
           88 HIS-FILE-OK VALUE '00'.
           88 HIS-FILE-NOT-FOUND VALUE '35'.
       01 WS-HKP-STATUS PIC X(2) VALUE SPACES.
           88 HKP-FILE-OK VALUE '00'.
       01 WS-HRT-STATUS PIC X(2) VALUE SPACES.
           88 HRT-FILE-OK VALUE '00'.
       01 WS-HIS-EOF PIC X(1) VALUE 'N'.
           88 HIS-EOF VALUE 'Y'.
       01 WS-HKP-EOF PIC X(1) VALUE 'N'.
           88 HKP-EOF VALUE 'Y'.

       *> which processing steps execute this run, selected by the
       *> RUN-CONTROL-FILE card file the way AGE_THRESHOLDS.DAT selects
           88 EMP-EOF VALUE 'Y'.
       01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.

       01 WS-RUN-MODE PIC X(20) VALUE SPACES.
       01 WS-GRAND-TOTAL PIC 9(6) VALUE ZEROS.
           88 ADD-RESUMING VALUE 'Y'.
       01 WS-RESUME-SKIP PIC 9(6) VALUE ZEROS.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-RESUME-SEQ PIC X(6) VALUE SPACES.

       *> duplicate-submission screen: the trailer's identity taken
       *> from a pre-scan of the transaction file, the highest sequence
       *> the register has accepted, and the verdict - spaces when the
       *> file may be processed, otherwise the refusal reason
       01 WS-SUB-TRAILER-SEEN PIC X(1) VALUE 'N'.
           88 SUB-TRAILER-SEEN VALUE 'Y'.
       01 WS-SUB-SEQ PIC 9(6) VALUE ZEROS.
       01 WS-SUB-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-SUB-HASH PIC 9(9) VALUE ZEROS.
       01 WS-REG-LAST-SEQ PIC 9(6) VALUE ZEROS.
       01 WS-REG-ENTRIES PIC 9(6) VALUE ZEROS.
       01 WS-REG-NEXT-SEQ PIC 9(7) VALUE ZEROS.
       01 WS-SUB-DUPLICATE PIC X(1) VALUE 'N'.
           88 SUB-DUPLICATE VALUE 'Y'.
       01 WS-SUB-REFUSAL PIC X(17) VALUE SPACES.
           88 SUB-ACCEPTED VALUE SPACES.
       01 WS-SUB-FORCED PIC X(1) VALUE 'N'.
           88 SUB-FORCED VALUE 'Y'.
       01 WS-BATCH-BALANCED PIC X(1) VALUE 'N'.
           88 BATCH-BALANCED VALUE 'Y'.
       01 WS-REFUSE-LABEL PIC X(40) VALUE SPACES.

       01 WS-CTEST-RC PIC S9(8) COMP VALUE 0.
       01 WS-CTEST-RC-DISPLAY PIC -9(8).
       *> correctly without anyone maintaining stored ages
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> processing date: taken from the shared card when one is
       *> present, and then guarded against a second run of this
       *> program for the same date unless the card asks for a rerun;
       *> with no card the clock date stands and nothing is guarded
       01 WS-PROC-PROGRAM PIC X(10) VALUE "COBOL_TEST".
       01 WS-PROC-CARD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROC-FROM-CARD PIC X(1) VALUE 'N'.
           88 PROC-FROM-CARD VALUE 'Y'.
       01 WS-PROC-RERUN PIC X(1) VALUE 'N'.
           88 PROC-RERUN VALUE 'Y'.
       01 WS-PROC-REFUSAL PIC X(40) VALUE SPACES.
           88 PROC-DATE-ACCEPTED VALUE SPACES.

       *> front-end edit pass over the roster: reason code for the
       *> record in hand (spaces = accepted), month/day views of its
       *> date of birth, and the run's read/accepted/rejected counts
       *> reconciled against HR headcount; employees on leave or
       *> terminated are not classified and are counted separately
       01 WS-EDIT-REASON PIC X(12) VALUE SPACES.
       01 WS-DOB-CHECK PIC 9(8).
       01 FILLER REDEFINES WS-DOB-CHECK.
       01 WS-ROSTER-READ PIC 9(5) VALUE 0.
       01 WS-ROSTER-ACCEPTED PIC 9(5) VALUE 0.
       01 WS-ROSTER-REJECTED PIC 9(5) VALUE 0.
       01 WS-ROSTER-ON-LEAVE PIC 9(5) VALUE 0.
       01 WS-ROSTER-TERMINATED PIC 9(5) VALUE 0.

       *> per-AGE-GROUP statistics for the print-formatted summary
       *> handed upward: every classified employee goes to the group
       *> work file, which is sorted by group at the end of the roster
       *> and totalled one group at a time, so any number of distinct
       *> groups (the threshold groups plus any group an override
       *> introduces) is reported
       01 WS-GROUP-WORK-ACTIVE PIC X(1) VALUE 'N'.
           88 GROUP-WORK-ACTIVE VALUE 'Y'.
       01 WS-GROUP-SORTED PIC X(1) VALUE 'N'.
           88 GROUP-SORTED VALUE 'Y'.
       01 WS-GRP-NAME PIC A(5).
       01 WS-GRP-EMP-COUNT PIC 9(5).
       01 WS-GRP-MIN-AGE PIC 9(3).
       01 WS-GRP-MAX-AGE PIC 9(3).
       01 WS-GRP-AGE-SUM PIC 9(8).
       01 WS-OVERRIDE-APPLIED PIC 9(5) VALUE 0.
       01 WS-GRP-PCT PIC 9(3)V9 VALUE ZEROS.
       01 WS-GRP-AVG PIC 9(3) VALUE ZEROS.
       01 WS-SUM-TOTAL-LINE.
           05 FILLER PIC X(26) VALUE "GRAND TOTAL EMPLOYEES:    ".
           05 WS-SUM-TOT-COUNT PIC ZZZZ9.
       01 WS-SUM-LEAVE-LINE.
           05 FILLER PIC X(26) VALUE "ON LEAVE (UNCLASSIFIED):  ".
           05 WS-SUM-LEAVE-COUNT PIC ZZZZ9.
       01 WS-SUM-TERM-LINE.
           05 FILLER PIC X(26) VALUE "TERMINATED (UNCLASSIFIED):".
           05 WS-SUM-TERM-COUNT PIC ZZZZ9.
       01 WS-AUD-TYPE PIC X(10).
       01 WS-AUD-DETAIL PIC X(80) VALUE SPACES.

       01 WS-THRESHOLD-TEEN PIC 9(2) VALUE 13.

       *> Maintenance overrides for individual AGE-GROUP classifications,
       *> keyed by employee ID, so an override can never hit two people
       *> who happen to share a name: OVERRIDE-FILE is sorted into ID
       *> order at startup and matched against the master, which reads
       *> back in ID order, so there is no limit on how many are held.
       *> the match keys are compared as text and run to the end value
       *> once a file is exhausted
       01 WS-OVR-PRESENT PIC X(1) VALUE 'N'.
           88 OVR-PRESENT VALUE 'Y'.
       01 WS-OVR-ACTIVE PIC X(1) VALUE 'N'.
           88 OVR-ACTIVE VALUE 'Y'.
       01 WS-OVR-FOUND PIC X(1) VALUE 'N'.
           88 OVR-FOUND VALUE 'Y'.
       01 WS-OVR-KEY PIC X(5) VALUE SPACES.
       01 WS-MST-KEY PIC X(5) VALUE SPACES.
       01 WS-END-KEY PIC X(5) VALUE HIGH-VALUES.

       *> the prior run's report, sorted into ID order before this
       *> run's report overwrites the file and matched against the
       *> master as it is read, so the movement report can answer
       *> "what changed since yesterday" by EMP-ID at any roster size:
       *> who joined, who left, and whose AGE-GROUP moved
       01 WS-PRIOR-PRESENT PIC X(1) VALUE 'N'.
           88 PRIOR-PRESENT VALUE 'Y'.
       01 WS-PRIOR-ACTIVE PIC X(1) VALUE 'N'.
           88 PRIOR-ACTIVE VALUE 'Y'.
       01 WS-PRI-KEY PIC X(5) VALUE SPACES.
       01 WS-PRI-FOUND PIC X(1) VALUE 'N'.
           88 PRI-FOUND VALUE 'Y'.
       01 WS-MOVEMENT-ACTIVE PIC X(1) VALUE 'N'.
       01 WS-MOVE-JOINERS PIC 9(5) VALUE 0.
       01 WS-MOVE-LEAVERS PIC 9(5) VALUE 0.
       01 WS-MOVE-CHANGES PIC 9(5) VALUE 0.
       01 WS-MOVE-INACTIVE PIC 9(5) VALUE 0.

       *> suspense matching for this run: this run's rejects are
       *> posted to a work file, and at the rewrite both it and the
       *> suspense file are sorted on source, ID and reason and matched
       *> entry for entry, so the suspense can hold any number of
       *> entries. only own-source entries posted again survive the
       *> rewrite - an entry no longer rejected now passes the edits
       *> and clears itself
       01 WS-SUS-THIS-SOURCE PIC X(6) VALUE "ROSTER".
       01 WS-AGING-DAYS PIC 9(3) VALUE 7.
       01 WS-SUS-PRESENT PIC X(1) VALUE 'N'.
           88 SUS-PRESENT VALUE 'Y'.
       01 WS-SSU-KEY PIC X(41) VALUE SPACES.
       01 WS-SRP-KEY.
           05 WS-SRP-KEY-SOURCE PIC X(6).
           05 WS-SRP-KEY-ID PIC X(5).
           05 WS-SRP-KEY-REASON PIC X(30).
       01 WS-SRP-PREV-KEY PIC X(41) VALUE SPACES.
       01 WS-SUS-END-KEY PIC X(41) VALUE HIGH-VALUES.
       01 WS-SUS-POST-ID PIC X(5).
       01 WS-SUS-POST-REASON PIC X(30).
       01 WS-SUS-CUTOFF-DATE PIC 9(8) VALUE ZEROS.
       01 WS-SUS-CUTOFF-INT PIC 9(7) VALUE ZEROS.
       01 WS-SUS-DAYS-OLD PIC 9(5) VALUE ZEROS.
       01 WS-SUS-NEW-COUNT PIC 9(5) VALUE 0.
       01 WS-SUS-RESOLVED-COUNT PIC 9(5) VALUE 0.
       01 WS-SUS-STALE-COUNT PIC 9(5) VALUE 0.

       *> print lines for the reject aging report
       01 WS-AGE-HEADING.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 WS-AGE-COUNT-LINE.
           05 FILLER PIC X(26) VALUE "UNRESOLVED OVER WINDOW:   ".
           05 WS-AGE-STALE-COUNT PIC ZZZZ9.

       *> classification history for this run: whether the
       *> generation is being written, how many detail records it
       *> holds, and the roll-off of the oldest generations beyond
       *> the number retained once it is closed. the default keeps a
       *> little over a year of daily runs, so twelve month-ends
       *> always survive
       01 WS-HISTORY-ACTIVE PIC X(1) VALUE 'N'.
           88 HISTORY-ACTIVE VALUE 'Y'.
       01 WS-HIS-RETAIN-GENS PIC 9(3) VALUE 400.
       01 WS-HIS-GENS-FOUND PIC 9(5) VALUE ZEROS.
       01 WS-HIS-GENS-DROP PIC 9(5) VALUE ZEROS.
       01 WS-HIS-WRITTEN PIC 9(6) VALUE ZEROS.
       01 WS-HIS-KEPT PIC 9(6) VALUE ZEROS.
       01 WS-HIS-ROLLED PIC 9(6) VALUE ZEROS.
       01 WS-HIS-GENS-ROLLED PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
           A-PARA.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-START.

           *> The business date comes from the shared processing-date
           *> card when one is present; a refused date ends the run
           *> before any batch ID is issued, stamped with the last one
           PERFORM A-LOAD-PROCESSING-DATE.
           IF NOT PROC-DATE-ACCEPTED
                   DISPLAY "CLASSIFICATION NOT RUN - "WS-PROC-REFUSAL
                   PERFORM A-LOAD-BATCH-ID-COUNTER
                   MOVE "PROC-DATE" TO WS-AUD-TYPE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "REFUSED " WS-PROC-REFUSAL DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   PERFORM A-WRITE-AUDIT
                   MOVE 12 TO RETURN-CODE
                   PERFORM A-END-OF-JOB
                   GOBACK
           END-IF.

           *> Which steps execute this run
           PERFORM A-LOAD-RUN-CONTROL.

                   PERFORM A-WRITE-AUDIT
           END-IF.

           *> Record which business date this run classified for
           MOVE "PROC-DATE" TO WS-AUD-TYPE.
           MOVE SPACES TO WS-AUD-DETAIL.
           IF PROC-FROM-CARD
                   STRING "PROCESSING-DATE=" WS-RUN-DATE DELIMITED BY SIZE
                           " SOURCE=CARD" DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   IF PROC-RERUN
                           MOVE " RERUN" TO WS-AUD-DETAIL(37:6)
                   END-IF
           ELSE
                   STRING "PROCESSING-DATE=" WS-RUN-DATE DELIMITED BY SIZE
                           " SOURCE=CLOCK" DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
           END-IF.
           PERFORM A-WRITE-AUDIT.

           *> Echo the chosen step list now the stamp is resolved
           PERFORM A-AUDIT-RUN-CONTROL.

           *> one-lookup record of what this run did: batch ID, start
           *> and end timestamps, employees classified, add transactions
           *> processed and the final RETURN-CODE, written to the audit
           *> trail as the job's last record before the file is closed;
           *> a run that finished below RC 8 then registers its
           *> processing date
           A-END-OF-JOB.
           MOVE RETURN-CODE TO WS-RUN-RC-DISPLAY.
           MOVE "RUN-END" TO WS-AUD-TYPE.
                   INTO WS-AUD-DETAIL.
           PERFORM A-WRITE-AUDIT.
           CLOSE AUDIT-FILE.
           PERFORM A-REGISTER-PROCESSING-DATE.

           *> load the run-control card file naming the steps to execute
           *> this run: no card file means every step runs, a card file
           A-CLASSIFY-ROSTER.
           PERFORM A-LOAD-PRIOR-REPORT.
           PERFORM A-LOAD-AGING-DAYS.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-OK
                   DISPLAY "REPORT FILE COULD NOT BE OPENED - SKIPPING ROSTER CLASSIFICATION"
                           PERFORM A-OPEN-MOVEMENT
                           OPEN INPUT EMPLOYEE-FILE
                           IF EMP-FILE-OK
                                   PERFORM A-LOAD-SUSPENSE
                                   PERFORM A-OPEN-OVERRIDES
                                   PERFORM A-OPEN-PRIOR-REPORT
                                   PERFORM A-OPEN-GROUP-WORK
                                   PERFORM A-OPEN-HISTORY
                                   PERFORM A-READ-EMPLOYEE
                                   PERFORM UNTIL EMP-EOF
                                           PERFORM A-PROCESS-EMPLOYEE
                                           PERFORM A-READ-EMPLOYEE
                                   END-PERFORM
                                   CLOSE EMPLOYEE-FILE
                                   IF OVR-ACTIVE
                                           CLOSE SORTED-OVERRIDE-FILE
                                           MOVE 'N' TO WS-OVR-ACTIVE
                                   END-IF
                                   PERFORM A-FINISH-HISTORY
                                   DISPLAY "ROSTER COMPLETE - READ: "WS-ROSTER-READ
                                           " ACCEPTED: "WS-ROSTER-ACCEPTED
                                           " REJECTED: "WS-ROSTER-REJECTED
                                           " ON LEAVE: "WS-ROSTER-ON-LEAVE
                                           " TERMINATED: "WS-ROSTER-TERMINATED
                                   MOVE "ROSTER" TO WS-AUD-TYPE
                                   MOVE SPACES TO WS-AUD-DETAIL
                                   STRING "READ=" WS-ROSTER-READ DELIMITED BY SIZE
                                           DELIMITED BY SIZE
                                           " REJECTED=" WS-ROSTER-REJECTED
                                           DELIMITED BY SIZE
                                           " LEAVE=" WS-ROSTER-ON-LEAVE
                                           DELIMITED BY SIZE
                                           " TERM=" WS-ROSTER-TERMINATED
                                           DELIMITED BY SIZE
                                           INTO WS-AUD-DETAIL
                                   PERFORM A-WRITE-AUDIT
                                   PERFORM A-FINISH-MOVEMENT
                   CLOSE REPORT-FILE
           END-IF.

           *> employees on leave or terminated are counted and left
           *> unclassified; every other master record is edited, then
           *> either classified and reported or diverted to the reject
           *> file with its reason code
           A-PROCESS-EMPLOYEE.
           ADD 1 TO WS-ROSTER-READ.
           EVALUATE TRUE
               WHEN EMP-ON-LEAVE
                   ADD 1 TO WS-ROSTER-ON-LEAVE
                   PERFORM A-RECORD-INACTIVE
               WHEN EMP-TERMINATED
                   ADD 1 TO WS-ROSTER-TERMINATED
                   PERFORM A-RECORD-INACTIVE
               WHEN OTHER
                   PERFORM A-EDIT-EMPLOYEE
                   IF WS-EDIT-REASON IS EQUAL SPACES
                           ADD 1 TO WS-ROSTER-ACCEPTED
                           PERFORM A-CLASSIFY-EMPLOYEE
                   ELSE
                           ADD 1 TO WS-ROSTER-REJECTED
                           MOVE EMP-ID TO REJ-ID
                           MOVE EMP-NAME TO REJ-NAME
                           MOVE EMP-DOB TO REJ-DOB
                           MOVE WS-EDIT-REASON TO REJ-REASON
                           MOVE WS-BATCH-ID TO REJ-BATCH-ID
                           WRITE REJECT-RECORD
                           MOVE REJ-ID TO WS-SUS-POST-ID
                           MOVE WS-EDIT-REASON TO WS-SUS-POST-REASON
                           PERFORM A-POST-SUSPENSE
                   END-IF
           END-EVALUATE.

           *> front-end edit on the master record in hand: a status code
           *> that is not active, on leave or terminated, a blank name,
           *> a non-numeric or zero date of birth, an impossible month
           *> or day, or a date of birth after the run date all set a
           *> reason code; spaces means the record is fit to classify
           A-EDIT-EMPLOYEE.
           MOVE SPACES TO WS-EDIT-REASON.
           IF NOT EMP-ACTIVE
                   MOVE "BAD-STATUS" TO WS-EDIT-REASON
           ELSE
                   IF EMP-NAME IS EQUAL SPACES
                           MOVE "BLANK-NAME" TO WS-EDIT-REASON
                   ELSE
                           IF EMP-DOB IS NOT NUMERIC OR EMP-DOB IS EQUAL ZEROS
                                   MOVE "DOB-NOT-NUM" TO WS-EDIT-REASON
                           ELSE
                                   MOVE EMP-DOB TO WS-DOB-CHECK
                                   IF WS-DOB-MONTH IS LESS THAN 1
                                           OR WS-DOB-MONTH IS GREATER THAN 12
                                           OR WS-DOB-DAY IS LESS THAN 1
                                           OR WS-DOB-DAY IS GREATER THAN 31
                                           MOVE "DOB-INVALID" TO WS-EDIT-REASON
                                   ELSE
                                           IF EMP-DOB IS GREATER THAN WS-RUN-DATE
                                                   MOVE "DOB-FUTURE" TO WS-EDIT-REASON
                                           END-IF
                                   END-IF
                           END-IF
                   END-IF
           IF MOVEMENT-ACTIVE
                   PERFORM A-RECORD-MOVEMENT
           END-IF.
           IF HISTORY-ACTIVE
                   PERFORM A-RECORD-HISTORY
           END-IF.
           MOVE "EMPLOYEE" TO WS-AUD-TYPE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "ID=" WS-EMP-ID DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL.
           PERFORM A-WRITE-AUDIT.

           *> sort the prior run's report into ID order before this
           *> run's report overwrites the file; a missing report just
           *> means there is no prior run to compare against
           A-LOAD-PRIOR-REPORT.
           MOVE 'N' TO WS-PRIOR-PRESENT.
           OPEN INPUT REPORT-FILE.
           IF RPT-FILE-NOT-FOUND
                   CONTINUE
                   IF NOT RPT-FILE-OK
                           DISPLAY "PRIOR REPORT COULD NOT BE READ - MOVEMENT REPORT SKIPPED THIS RUN"
                   ELSE
                           CLOSE REPORT-FILE
                           SORT PRIOR-SORT-FILE
                               ON ASCENDING KEY PSR-ID
                               WITH DUPLICATES IN ORDER
                               USING REPORT-FILE
                               GIVING PRIOR-REPORT-FILE
                           MOVE 'Y' TO WS-PRIOR-PRESENT
                   END-IF
           END-IF.

           *> open the sorted prior report for matching against the
           *> master; with no prior report every prior key is already
           *> at the end value, so every employee is a joiner
           A-OPEN-PRIOR-REPORT.
           MOVE 'N' TO WS-PRIOR-ACTIVE.
           MOVE WS-END-KEY TO WS-PRI-KEY.
           IF MOVEMENT-ACTIVE AND PRIOR-PRESENT
                   OPEN INPUT PRIOR-REPORT-FILE
                   IF PRI-FILE-OK
                           MOVE 'Y' TO WS-PRIOR-ACTIVE
                           PERFORM A-NEXT-PRIOR
                   ELSE
                           DISPLAY "SORTED PRIOR REPORT COULD NOT BE OPENED - MOVEMENT REPORT SKIPPED THIS RUN"
                           CLOSE MOVEMENT-FILE
                           MOVE 'N' TO WS-MOVEMENT-ACTIVE
                   END-IF
           END-IF.

           *> next employee entry on the sorted prior report; the nodata
           *> label a reportless run leaves behind is skipped by the
           *> numeric check on the ID column
           A-NEXT-PRIOR.
           MOVE 'N' TO WS-PRIOR-EOF.
           PERFORM A-READ-PRIOR-REPORT.
           PERFORM UNTIL PRIOR-EOF OR PRI-ID IS NUMERIC
                   PERFORM A-READ-PRIOR-REPORT
           END-PERFORM.
           IF PRIOR-EOF
                   MOVE WS-END-KEY TO WS-PRI-KEY
                   IF PRIOR-ACTIVE
                           CLOSE PRIOR-REPORT-FILE
                           MOVE 'N' TO WS-PRIOR-ACTIVE
                   END-IF
           ELSE
                   MOVE PRI-ID TO WS-PRI-KEY
           END-IF.

           *> read one sorted prior-report record, flagging end-of-file
           A-READ-PRIOR-REPORT.
           READ PRIOR-REPORT-FILE
               AT END SET PRIOR-EOF TO TRUE
           END-READ.

           *> bring the prior report up to the master record in WS-MST-KEY:
           *> every prior entry with a lower ID belongs to nobody on the
           *> master and is a leaver; PRI-FOUND says the next entry is
           *> this employee's
           A-MATCH-PRIOR.
           PERFORM UNTIL WS-PRI-KEY NOT LESS THAN WS-MST-KEY
                   PERFORM A-WRITE-LEAVER
                   PERFORM A-NEXT-PRIOR
           END-PERFORM.
           IF WS-PRI-KEY IS EQUAL WS-MST-KEY
                   MOVE 'Y' TO WS-PRI-FOUND
           ELSE
                   MOVE 'N' TO WS-PRI-FOUND
           END-IF.

           *> one leaver line for the prior-report entry in hand
           A-WRITE-LEAVER.
           ADD 1 TO WS-MOVE-LEAVERS.
           MOVE "LEAVER " TO MOV-TYPE.
           MOVE PRI-ID TO MOV-ID.
           MOVE PRI-NAME TO MOV-NAME.
           MOVE PRI-AGE_GROUP TO MOV-OLD-AGE_GROUP.
           MOVE SPACES TO MOV-NEW-AGE_GROUP.
           MOVE WS-BATCH-ID TO MOV-BATCH-ID.
           WRITE MOVEMENT-RECORD.

           *> open this run's movement report; if it cannot be opened
           *> the roster still runs, only the movement view is lost
           A-OPEN-MOVEMENT.
           *> compare the employee just classified against the prior
           *> run's report: absent last run is a joiner, a different
           *> AGE-GROUP is a change with old and new values; either way
           *> the matched prior entry is used up so it is not taken for
           *> a leaver
           A-RECORD-MOVEMENT.
           MOVE WS-EMP-ID TO WS-MST-KEY.
           PERFORM A-MATCH-PRIOR.
           IF PRI-FOUND
                   IF PRI-AGE_GROUP NOT EQUAL WS-AGE_GROUP
                           ADD 1 TO WS-MOVE-CHANGES
                           MOVE "CHANGE " TO MOV-TYPE
                           MOVE WS-EMP-ID TO MOV-ID
                           MOVE WS-NAME TO MOV-NAME
                           MOVE PRI-AGE_GROUP TO MOV-OLD-AGE_GROUP
                           MOVE WS-AGE_GROUP TO MOV-NEW-AGE_GROUP
                           MOVE WS-BATCH-ID TO MOV-BATCH-ID
                           WRITE MOVEMENT-RECORD
                   END-IF
                   PERFORM A-NEXT-PRIOR
           ELSE
                   ADD 1 TO WS-MOVE-JOINERS
                   MOVE "JOINER " TO MOV-TYPE
                   MOVE WS-EMP-ID TO MOV-ID
                   WRITE MOVEMENT-RECORD
           END-IF.

           *> an employee on leave or terminated is not classified, but
           *> if they were on the prior run's report that is a movement
           *> HR needs to see: the prior entry is used up so it is not
           *> taken for a leaver, and the status change is reported with
           *> the group they held
           A-RECORD-INACTIVE.
           IF MOVEMENT-ACTIVE
                   MOVE EMP-ID TO WS-MST-KEY
                   PERFORM A-MATCH-PRIOR
                   IF PRI-FOUND
                           ADD 1 TO WS-MOVE-INACTIVE
                           IF EMP-TERMINATED
                                   MOVE "TERMED " TO MOV-TYPE
                           ELSE
                                   MOVE "ONLEAVE" TO MOV-TYPE
                           END-IF
                           MOVE EMP-ID TO MOV-ID
                           MOVE EMP-NAME TO MOV-NAME
                           MOVE PRI-AGE_GROUP TO MOV-OLD-AGE_GROUP
                           MOVE SPACES TO MOV-NEW-AGE_GROUP
                           MOVE WS-BATCH-ID TO MOV-BATCH-ID
                           WRITE MOVEMENT-RECORD
                           PERFORM A-NEXT-PRIOR
                   END-IF
           END-IF.

           *> after the whole roster has passed: every prior-report
           *> entry beyond the last employee is a leaver, then the
           *> joiner/leaver/change/status counts close out the report
           *> and go to the audit trail
           A-FINISH-MOVEMENT.
           IF MOVEMENT-ACTIVE
                   MOVE WS-END-KEY TO WS-MST-KEY
                   PERFORM A-MATCH-PRIOR
                   MOVE "MOVED     " TO MOV-CNT-LABEL
                   MOVE WS-MOVE-JOINERS TO MOV-CNT-JOINERS
                   MOVE WS-MOVE-LEAVERS TO MOV-CNT-LEAVERS
                   MOVE WS-MOVE-CHANGES TO MOV-CNT-CHANGES
                   MOVE WS-MOVE-INACTIVE TO MOV-CNT-INACTIVE
                   WRITE MOVEMENT-COUNT-RECORD
                   CLOSE MOVEMENT-FILE
                   MOVE 'N' TO WS-MOVEMENT-ACTIVE
                   DISPLAY "MOVEMENT COMPLETE - JOINERS: "WS-MOVE-JOINERS
                           " LEAVERS: "WS-MOVE-LEAVERS
                           " CHANGES: "WS-MOVE-CHANGES
                           " LEAVE/TERMINATED: "WS-MOVE-INACTIVE
                   MOVE "MOVEMENT" TO WS-AUD-TYPE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "JOINERS=" WS-MOVE-JOINERS DELIMITED BY SIZE
                           " LEAVERS=" WS-MOVE-LEAVERS DELIMITED BY SIZE
                           " CHANGES=" WS-MOVE-CHANGES DELIMITED BY SIZE
                           " STATUS=" WS-MOVE-INACTIVE DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   PERFORM A-WRITE-AUDIT
           END-IF.

           *> open the classification history for append, creating it
           *> on the first ever run; if it cannot be opened the roster
           *> still runs, only this run's generation is lost
           A-OPEN-HISTORY.
           MOVE ZEROS TO WS-HIS-WRITTEN.
           OPEN EXTEND HISTORY-FILE.
           IF HIS-FILE-NOT-FOUND
                   OPEN OUTPUT HISTORY-FILE
                   CLOSE HISTORY-FILE
                   OPEN EXTEND HISTORY-FILE
           END-IF.
           IF HIS-FILE-OK
                   MOVE 'Y' TO WS-HISTORY-ACTIVE
           ELSE
                   MOVE 'N' TO WS-HISTORY-ACTIVE
                   DISPLAY "CLASSIFICATION HISTORY COULD NOT BE OPENED - NO HISTORY GENERATION THIS RUN"
           END-IF.

           *> one history detail record for the employee just classified
           A-RECORD-HISTORY.
           MOVE "D" TO HIS-TAG.
           MOVE WS-RUN-DATE TO HIS-RUN-DATE.
           MOVE WS-BATCH-ID TO HIS-BATCH-ID.
           MOVE WS-RUN-START TO HIS-RUN-STAMP.
           MOVE WS-EMP-ID TO HIS-ID.
           MOVE WS-NAME TO HIS-NAME.
           MOVE WS-AGE TO HIS-AGE.
           MOVE WS-AGE_GROUP TO HIS-AGE_GROUP.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-HIS-WRITTEN.

           *> close this run's generation with its trailer, then roll
           *> off the oldest generations beyond the number retained
           A-FINISH-HISTORY.
           IF HISTORY-ACTIVE
                   MOVE SPACES TO HISTORY-TRAILER-RECORD
                   MOVE "T" TO HIT-TAG
                   MOVE WS-RUN-DATE TO HIT-RUN-DATE
                   MOVE WS-BATCH-ID TO HIT-BATCH-ID
                   MOVE WS-RUN-START TO HIT-RUN-STAMP
                   MOVE WS-HIS-WRITTEN TO HIT-COUNT
                   WRITE HISTORY-TRAILER-RECORD
                   CLOSE HISTORY-FILE
                   MOVE 'N' TO WS-HISTORY-ACTIVE
                   PERFORM A-LOAD-HISTORY-RETAIN
                   PERFORM A-ROLL-OFF-HISTORY
                   DISPLAY "CLASSIFICATION HISTORY - WRITTEN: "WS-HIS-WRITTEN
                           " KEPT: "WS-HIS-KEPT
                           " ROLLED OFF: "WS-HIS-ROLLED
                           " GENERATIONS ROLLED OFF: "WS-HIS-GENS-ROLLED
                   MOVE "HISTORY" TO WS-AUD-TYPE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "WRITTEN=" WS-HIS-WRITTEN DELIMITED BY SIZE
                           " KEPT=" WS-HIS-KEPT DELIMITED BY SIZE
                           " ROLLED=" WS-HIS-ROLLED DELIMITED BY SIZE
                           " GENS-ROLLED=" WS-HIS-GENS-ROLLED
                           DELIMITED BY SIZE
                           " RETAIN=" WS-HIS-RETAIN-GENS DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   PERFORM A-WRITE-AUDIT
           END-IF.

           *> load the number of history generations to retain from
           *> its control file, keeping the compiled-in default when no
           *> control file is present
           A-LOAD-HISTORY-RETAIN.
           OPEN INPUT HISTORY-RETAIN-FILE.
           IF HRT-FILE-OK
                   READ HISTORY-RETAIN-FILE
                       NOT AT END
                           IF HRT-GENERATIONS IS NUMERIC
                                   AND HRT-GENERATIONS NOT EQUAL ZEROS
                                   MOVE HRT-GENERATIONS TO WS-HIS-RETAIN-GENS
                           END-IF
                   END-READ
                   CLOSE HISTORY-RETAIN-FILE
           END-IF.

           *> a generation is every record up to and including its
           *> trailer. the first pass counts the generations on file;
           *> when there are more than the number retained, the second
           *> pass drops the oldest ones and copies the rest to the keep
           *> work file, and the live history is rewritten from it. a
           *> generation always goes as a whole, however many runs were
           *> made on one day or skipped
           A-ROLL-OFF-HISTORY.
           MOVE ZEROS TO WS-HIS-KEPT.
           MOVE ZEROS TO WS-HIS-ROLLED.
           MOVE ZEROS TO WS-HIS-GENS-ROLLED.
           MOVE ZEROS TO WS-HIS-GENS-FOUND.
           MOVE 'N' TO WS-HIS-EOF.
           MOVE 'N' TO WS-HKP-EOF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HIS-FILE-OK
                   DISPLAY "CLASSIFICATION HISTORY COULD NOT BE REREAD - NOTHING ROLLED OFF"
           ELSE
                   PERFORM A-READ-HISTORY
                   PERFORM UNTIL HIS-EOF
                           ADD 1 TO WS-HIS-KEPT
                           IF HIS-TAG IS EQUAL "T"
                                   ADD 1 TO WS-HIS-GENS-FOUND
                           END-IF
                           PERFORM A-READ-HISTORY
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   IF WS-HIS-GENS-FOUND IS GREATER THAN WS-HIS-RETAIN-GENS
                           COMPUTE WS-HIS-GENS-DROP =
                                   WS-HIS-GENS-FOUND - WS-HIS-RETAIN-GENS
                           PERFORM A-DROP-OLDEST-HISTORY
                   END-IF
           END-IF.

           *> second pass: every record up to the trailer of the last
           *> generation being dropped rolls off, everything after it
           *> is copied to the keep work file
           A-DROP-OLDEST-HISTORY.
           MOVE ZEROS TO WS-HIS-KEPT.
           MOVE 'N' TO WS-HIS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HIS-FILE-OK
                   DISPLAY "CLASSIFICATION HISTORY COULD NOT BE REREAD - NOTHING ROLLED OFF"
           ELSE
                   OPEN OUTPUT HISTORY-KEEP-FILE
                   IF NOT HKP-FILE-OK
                           DISPLAY "HISTORY KEEP WORK FILE COULD NOT BE OPENED - NOTHING ROLLED OFF"
                           CLOSE HISTORY-FILE
                   ELSE
                           PERFORM A-READ-HISTORY
                           PERFORM UNTIL HIS-EOF
                                   IF WS-HIS-GENS-ROLLED IS LESS THAN
                                           WS-HIS-GENS-DROP
                                           ADD 1 TO WS-HIS-ROLLED
                                           IF HIS-TAG IS EQUAL "T"
                                                   ADD 1 TO WS-HIS-GENS-ROLLED
                                           END-IF
                                   ELSE
                                           WRITE HISTORY-KEEP-RECORD
                                                   FROM HISTORY-RECORD
                                           ADD 1 TO WS-HIS-KEPT
                                   END-IF
                                   PERFORM A-READ-HISTORY
                           END-PERFORM
                           CLOSE HISTORY-FILE
                           CLOSE HISTORY-KEEP-FILE
                           IF WS-HIS-ROLLED IS GREATER THAN ZEROS
                                   PERFORM A-REWRITE-HISTORY
                           END-IF
                   END-IF
           END-IF.

           *> rewrite the live history from the keep work file so only
           *> the generations retained remain on it
           A-REWRITE-HISTORY.
           OPEN INPUT HISTORY-KEEP-FILE.
           IF NOT HKP-FILE-OK
                   DISPLAY "HISTORY KEEP WORK FILE COULD NOT BE REREAD - HISTORY LEFT UNTOUCHED"
           ELSE
                   OPEN OUTPUT HISTORY-FILE
                   IF NOT HIS-FILE-OK
                           DISPLAY "CLASSIFICATION HISTORY COULD NOT BE REWRITTEN - KEEP COPY PRESERVED"
                           CLOSE HISTORY-KEEP-FILE
                   ELSE
                           PERFORM A-COPY-HISTORY-KEEP
                           PERFORM UNTIL HKP-EOF
                                   WRITE HISTORY-RECORD
                                           FROM HISTORY-KEEP-RECORD
                                   PERFORM A-COPY-HISTORY-KEEP
                           END-PERFORM
                           CLOSE HISTORY-FILE
                           CLOSE HISTORY-KEEP-FILE
                   END-IF
           END-IF.

           *> read one history record, flagging end-of-file
           A-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET HIS-EOF TO TRUE
           END-READ.

           *> read one history keep-copy record, flagging end-of-file
           A-COPY-HISTORY-KEEP.
           READ HISTORY-KEEP-FILE
               AT END SET HKP-EOF TO TRUE
           END-READ.

           *> open the group work file for this roster; if it cannot be
           *> opened the roster still runs and the summary carries only
           *> the override and total lines
           A-OPEN-GROUP-WORK.
           OPEN OUTPUT GROUP-WORK-FILE.
           IF GWK-FILE-OK
                   MOVE 'Y' TO WS-GROUP-WORK-ACTIVE
           ELSE
                   MOVE 'N' TO WS-GROUP-WORK-ACTIVE
                   DISPLAY "SUMMARY WORK FILE COULD NOT BE OPENED - SUMMARY WILL CARRY NO GROUP LINES"
                   MOVE 8 TO RETURN-CODE
           END-IF.

           *> record the classified employee's group and age for the
           *> per-group statistics
           A-ACCUMULATE-GROUP-STATS.
           IF GROUP-WORK-ACTIVE
                   MOVE WS-AGE_GROUP TO GWK-AGE_GROUP
                   MOVE WS-AGE TO GWK-AGE
                   WRITE GROUP-WORK-RECORD
           END-IF.

           *> sort this roster's group work file into AGE-GROUP order
           *> for the summary's control break
           A-SORT-GROUP-WORK.
           MOVE 'N' TO WS-GROUP-SORTED.
           IF GROUP-WORK-ACTIVE
                   CLOSE GROUP-WORK-FILE
                   MOVE 'N' TO WS-GROUP-WORK-ACTIVE
                   SORT GROUP-SORT-FILE
                       ON ASCENDING KEY GSR-AGE_GROUP
                       USING GROUP-WORK-FILE
                       GIVING SORTED-GROUP-FILE
                   OPEN INPUT SORTED-GROUP-FILE
                   IF SGR-FILE-OK
                           MOVE 'Y' TO WS-GROUP-SORTED
                   ELSE
                           DISPLAY "SORTED SUMMARY WORK FILE COULD NOT BE OPENED - SUMMARY WILL CARRY NO GROUP LINES"
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.

           *> total one AGE-GROUP from the sorted work file, starting at
           *> the record in hand and stopping at the first record of
           *> the next group, then print its summary line
           A-SUMMARISE-GROUP.
           MOVE SGR-AGE_GROUP TO WS-GRP-NAME.
           MOVE 0 TO WS-GRP-EMP-COUNT.
           MOVE 0 TO WS-GRP-AGE-SUM.
           MOVE SGR-AGE TO WS-GRP-MIN-AGE.
           MOVE SGR-AGE TO WS-GRP-MAX-AGE.
           PERFORM UNTIL SGR-EOF OR SGR-AGE_GROUP NOT EQUAL WS-GRP-NAME
                   ADD 1 TO WS-GRP-EMP-COUNT
                   ADD SGR-AGE TO WS-GRP-AGE-SUM
                   IF SGR-AGE IS LESS THAN WS-GRP-MIN-AGE
                           MOVE SGR-AGE TO WS-GRP-MIN-AGE
                   END-IF
                   IF SGR-AGE IS GREATER THAN WS-GRP-MAX-AGE
                           MOVE SGR-AGE TO WS-GRP-MAX-AGE
                   END-IF
                   PERFORM A-READ-SORTED-GROUP
           END-PERFORM.
           PERFORM A-WRITE-SUMMARY-DETAIL.

           *> read one sorted group work record, flagging end-of-file
           A-READ-SORTED-GROUP.
           READ SORTED-GROUP-FILE
               AT END SET SGR-EOF TO TRUE
           END-READ.

           *> write the dated, page-headed age-group summary handed
           *> upward: one line per group with count, share of the
           *> accepted roster and the age spread, then the override and
           *> grand-total lines and the employees on leave or terminated
           *> who were left out of the classification. the raw detail
           *> file stays the machine-readable feed; this is the
           *> human-readable one
           A-WRITE-SUMMARY.
           PERFORM A-SORT-GROUP-WORK.
           OPEN OUTPUT SUMMARY-FILE.
           IF NOT SUM-FILE-OK
                   DISPLAY "SUMMARY FILE COULD NOT BE OPENED - SKIPPING SUMMARY REPORT"
                   MOVE WS-BATCH-ID TO WS-SUM-HDG-BATCH-ID
                   MOVE 0 TO WS-SUM-PAGE
                   PERFORM A-WRITE-SUMMARY-HEADING
                   IF GROUP-SORTED
                           MOVE 'N' TO WS-SGR-EOF
                           PERFORM A-READ-SORTED-GROUP
                           PERFORM UNTIL SGR-EOF
                                   PERFORM A-SUMMARISE-GROUP
                           END-PERFORM
                   END-IF
                   PERFORM A-WRITE-SUMMARY-BLANK
                   MOVE WS-OVERRIDE-APPLIED TO WS-SUM-OVR-COUNT
                   WRITE SUMMARY-PRINT-RECORD FROM WS-SUM-OVERRIDE-LINE
                   MOVE WS-ROSTER-ACCEPTED TO WS-SUM-TOT-COUNT
                   WRITE SUMMARY-PRINT-RECORD FROM WS-SUM-TOTAL-LINE
                   MOVE WS-ROSTER-ON-LEAVE TO WS-SUM-LEAVE-COUNT
                   WRITE SUMMARY-PRINT-RECORD FROM WS-SUM-LEAVE-LINE
                   MOVE WS-ROSTER-TERMINATED TO WS-SUM-TERM-COUNT
                   WRITE SUMMARY-PRINT-RECORD FROM WS-SUM-TERM-LINE
                   CLOSE SUMMARY-FILE
           END-IF.
           IF GROUP-SORTED
                   CLOSE SORTED-GROUP-FILE
                   MOVE 'N' TO WS-GROUP-SORTED
           END-IF.

           *> start a new summary page: numbered heading, blank line,
           *> column headings, blank line
           PERFORM A-WRITE-SUMMARY-BLANK.
           MOVE 4 TO WS-SUM-LINE-COUNT.

           *> one summary line for the group just totalled,
           *> breaking to a fresh page heading every 55 lines
           A-WRITE-SUMMARY-DETAIL.
           IF WS-SUM-LINE-COUNT IS GREATER THAN 55
                   PERFORM A-WRITE-SUMMARY-HEADING
           END-IF.
           MOVE WS-GRP-NAME TO WS-SUM-DET-GROUP.
           MOVE WS-GRP-EMP-COUNT TO WS-SUM-DET-COUNT.
           IF WS-ROSTER-ACCEPTED IS GREATER THAN 0
                   COMPUTE WS-GRP-PCT ROUNDED =
                           WS-GRP-EMP-COUNT * 100
                           / WS-ROSTER-ACCEPTED
           ELSE
                   MOVE ZEROS TO WS-GRP-PCT
           END-IF.
           MOVE WS-GRP-PCT TO WS-SUM-DET-PCT.
           MOVE WS-GRP-MIN-AGE TO WS-SUM-DET-MIN.
           MOVE WS-GRP-MAX-AGE TO WS-SUM-DET-MAX.
           COMPUTE WS-GRP-AVG ROUNDED =
                   WS-GRP-AGE-SUM
                   / WS-GRP-EMP-COUNT.
           MOVE WS-GRP-AVG TO WS-SUM-DET-AVG.
           WRITE SUMMARY-PRINT-RECORD FROM WS-SUM-DETAIL.
           ADD 1 TO WS-SUM-LINE-COUNT.
                   CLOSE THRESHOLD-FILE
           END-IF.

           *> sort the AGE-GROUP override control file into ID order, if
           *> present
           A-LOAD-OVERRIDES.
           MOVE 'N' TO WS-OVR-PRESENT.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-OK
                   CLOSE OVERRIDE-FILE
                   SORT OVERRIDE-SORT-FILE
                       ON ASCENDING KEY OVS-ID
                       WITH DUPLICATES IN ORDER
                       USING OVERRIDE-FILE
                       GIVING SORTED-OVERRIDE-FILE
                   MOVE 'Y' TO WS-OVR-PRESENT
           END-IF.

           *> open the sorted overrides for matching against the master;
           *> overrides that cannot be read must not be silently left
           *> out of the classification
           A-OPEN-OVERRIDES.
           MOVE 'N' TO WS-OVR-ACTIVE.
           MOVE WS-END-KEY TO WS-OVR-KEY.
           IF OVR-PRESENT
                   OPEN INPUT SORTED-OVERRIDE-FILE
                   IF SOV-FILE-OK
                           MOVE 'Y' TO WS-OVR-ACTIVE
                           PERFORM A-READ-SORTED-OVERRIDE
                   ELSE
                           DISPLAY "SORTED OVERRIDE FILE COULD NOT BE OPENED - NO AGE-GROUP OVERRIDES APPLIED THIS RUN"
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.

           *> read one sorted override, running the key to the end value
           *> at end-of-file
           A-READ-SORTED-OVERRIDE.
           READ SORTED-OVERRIDE-FILE
               AT END MOVE WS-END-KEY TO WS-OVR-KEY
               NOT AT END MOVE SOV-ID TO WS-OVR-KEY
           END-READ.

           *> apply a maintenance override for WS-EMP-ID, if one is on
           *> file, replacing the age-derived WS-AGE_GROUP with the
           *> override value; overrides for IDs below this employee
           *> belong to nobody classified this run and are passed over
           A-APPLY-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
           MOVE WS-EMP-ID TO WS-MST-KEY.
           PERFORM UNTIL WS-OVR-KEY NOT LESS THAN WS-MST-KEY
                   PERFORM A-READ-SORTED-OVERRIDE
           END-PERFORM.
           IF WS-OVR-KEY IS EQUAL WS-MST-KEY
                   MOVE SOV-AGE_GROUP TO WS-AGE_GROUP
                   MOVE 'Y' TO WS-OVR-FOUND
           END-IF.

           *> seed the batch-ID generator from the last run's counter file,
           *> falling back to the compiled-in 0 seed on the very first run
           IF RES-FILE-OK
                   OPEN INPUT TRANS-FILE
                   IF TRANS-FILE-OK
                           PERFORM A-SCREEN-SUBMISSION
                   END-IF
                   IF TRANS-FILE-OK AND NOT SUB-ACCEPTED
                           CLOSE TRANS-FILE
                           PERFORM A-REFUSE-SUBMISSION
                   END-IF
                   IF TRANS-FILE-OK AND SUB-ACCEPTED
                           PERFORM A-READ-TRANSACTION
                           PERFORM UNTIL TRANS-EOF OR TRAILER-SEEN
                                   IF TRL-TAG IS EQUAL "T"
                                   INTO WS-AUD-DETAIL
                           PERFORM A-WRITE-AUDIT
                           PERFORM A-RECONCILE-BATCH
                           IF BATCH-BALANCED
                                   PERFORM A-REGISTER-SUBMISSION
                           END-IF
                           PERFORM A-ADD-BATCH-COMPLETE
                   END-IF
                   IF NOT TRANS-FILE-OK
                           DISPLAY "TRANSACTION FILE NOT FOUND - SKIPPING BATCH ADD"
                           MOVE "NO TRANSACTION FILE PRESENT THIS RUN" TO RES-NODATA-LABEL
                           WRITE RESULTS-NODATA-RECORD
           ELSE
                   IF WS-DETAIL-COUNT IS EQUAL WS-EXPECTED-COUNT
                           AND WS-HASH-TOTAL IS EQUAL WS-EXPECTED-HASH
                           MOVE 'Y' TO WS-BATCH-BALANCED
                           DISPLAY "BATCH ADD BALANCED - COUNT: "WS-DETAIL-COUNT
                                   " HASH: "WS-HASH-TOTAL
                           MOVE "ADD-BATCH" TO WS-AUD-TYPE
           MOVE ZEROS TO WS-HASH-TOTAL.
           MOVE ZEROS TO WS-RESUME-SKIP.
           MOVE ZEROS TO WS-SKIPPED-COUNT.
           MOVE SPACES TO WS-RESUME-SEQ.
           MOVE 'N' TO WS-ADD-RESUMING.
           MOVE 'N' TO WS-BATCH-BALANCED.
           OPEN INPUT ADD-CKPT-FILE.
           IF ACKPT-FILE-OK
                   READ ADD-CKPT-FILE
                                   MOVE ACKPT-COUNT TO WS-DETAIL-COUNT
                                   MOVE ACKPT-GRAND-TOTAL TO WS-GRAND-TOTAL
                                   MOVE ACKPT-HASH TO WS-HASH-TOTAL
                                   MOVE ACKPT-SEQ TO WS-RESUME-SEQ
                           END-IF
                   END-READ
                   CLOSE ADD-CKPT-FILE
                   MOVE WS-GRAND-TOTAL TO ACKPT-GRAND-TOTAL
                   MOVE WS-HASH-TOTAL TO ACKPT-HASH
                   MOVE "I" TO ACKPT-STATUS
                   MOVE WS-SUB-SEQ TO ACKPT-SEQ
                   WRITE ADD-CKPT-RECORD
                   CLOSE ADD-CKPT-FILE
           ELSE
                   MOVE ZEROS TO ACKPT-GRAND-TOTAL
                   MOVE ZEROS TO ACKPT-HASH
                   MOVE "C" TO ACKPT-STATUS
                   MOVE ZEROS TO ACKPT-SEQ
                   WRITE ADD-CKPT-RECORD
                   CLOSE ADD-CKPT-FILE
           ELSE
                   DISPLAY "BATCH ADD CHECKPOINT COULD NOT BE OPENED - RESTART STATE NOT RESET"
           END-IF.

           *> duplicate-submission screen, run before a single detail
           *> record is processed: pre-scan the file for its trailer,
           *> then hold the trailer's sequence number, count and hash
           *> against the submission register. the next sequence after
           *> the highest registered is accepted (any sequence when the
           *> register is still empty); a file already registered, a
           *> sequence that goes backwards or skips ahead, or a file
           *> with no sequence is refused unless the operator's
           *> reprocess card names it. a run resuming the file it was
           *> checkpointed on was screened when it started, and is not
           *> screened again; a checkpoint left by some other file is
           *> refused outright, since resuming would skip records of
           *> the wrong file. the transaction file is left open at its
           *> first record either way
           A-SCREEN-SUBMISSION.
           MOVE SPACES TO WS-SUB-REFUSAL.
           MOVE 'N' TO WS-SUB-FORCED.
           MOVE 'N' TO WS-SUB-DUPLICATE.
           MOVE 'N' TO WS-SUB-TRAILER-SEEN.
           MOVE ZEROS TO WS-SUB-SEQ.
           MOVE ZEROS TO WS-SUB-COUNT.
           MOVE ZEROS TO WS-SUB-HASH.
           PERFORM A-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF OR SUB-TRAILER-SEEN
                   IF TRL-TAG IS EQUAL "T"
                           MOVE 'Y' TO WS-SUB-TRAILER-SEEN
                           MOVE TRL-COUNT TO WS-SUB-COUNT
                           MOVE TRL-HASH TO WS-SUB-HASH
                           IF TRL-SEQ IS NUMERIC
                                   MOVE TRL-SEQ TO WS-SUB-SEQ
                           END-IF
                   ELSE
                           PERFORM A-READ-TRANSACTION
                   END-IF
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE 'N' TO WS-TRANS-EOF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
                   DISPLAY "TRANSACTION FILE COULD NOT BE REOPENED AFTER SCREENING - STATUS "
                           WS-TRANS-STATUS" - ABORTING BATCH ADD"
                   MOVE "ADD-BATCH" TO WS-AUD-TYPE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "TRANS-REOPEN-FAILED STATUS=" WS-TRANS-STATUS
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   PERFORM A-WRITE-AUDIT
                   CLOSE RESULTS-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM A-END-OF-JOB
                   GOBACK
           END-IF.

           IF ADD-RESUMING
                   IF WS-RESUME-SEQ IS NOT NUMERIC
                           OR WS-RESUME-SEQ IS EQUAL WS-SUB-SEQ
                           DISPLAY "RESUMING SUBMISSION SEQUENCE "WS-SUB-SEQ
                                   " - ALREADY SCREENED"
                   ELSE
                           MOVE "RESUME-MISMATCH" TO WS-SUB-REFUSAL
                           DISPLAY "BATCH ADD CHECKPOINT IS FOR SEQUENCE "WS-RESUME-SEQ
                                   " NOT "WS-SUB-SEQ" - CLEAR THE CHECKPOINT BEFORE RERUNNING"
                   END-IF
           ELSE
                   PERFORM A-LOAD-REGISTER
                   COMPUTE WS-REG-NEXT-SEQ = WS-REG-LAST-SEQ + 1
                   EVALUATE TRUE
                       WHEN NOT SUB-TRAILER-SEEN
                           MOVE "NO-TRAILER" TO WS-SUB-REFUSAL
                       WHEN WS-SUB-SEQ IS EQUAL ZEROS
                           MOVE "NO-SEQUENCE" TO WS-SUB-REFUSAL
                       WHEN SUB-DUPLICATE
                           MOVE "DUPLICATE" TO WS-SUB-REFUSAL
                       WHEN WS-REG-ENTRIES IS EQUAL ZEROS
                           CONTINUE
                       WHEN WS-SUB-SEQ IS NOT GREATER THAN WS-REG-LAST-SEQ
                           MOVE "SEQUENCE-BACKWARD" TO WS-SUB-REFUSAL
                       WHEN WS-SUB-SEQ IS GREATER THAN WS-REG-NEXT-SEQ
                           MOVE "SEQUENCE-GAP" TO WS-SUB-REFUSAL
                   END-EVALUATE
           END-IF.
           IF NOT SUB-ACCEPTED
                   AND WS-SUB-REFUSAL NOT EQUAL "RESUME-MISMATCH"
                   PERFORM A-CHECK-REPROCESS
           END-IF.

           *> scan the submission register for an entry with this
           *> file's sequence number, count and hash, and note the
           *> highest sequence registered; no register yet means no
           *> file has been accepted yet
           A-LOAD-REGISTER.
           MOVE ZEROS TO WS-REG-LAST-SEQ.
           MOVE ZEROS TO WS-REG-ENTRIES.
           MOVE 'N' TO WS-REG-EOF.
           OPEN INPUT REGISTER-FILE.
           IF REG-FILE-OK
                   PERFORM A-READ-REGISTER
                   PERFORM UNTIL REG-EOF
                           IF REG-SEQ IS NUMERIC
                                   ADD 1 TO WS-REG-ENTRIES
                                   IF REG-SEQ IS GREATER THAN WS-REG-LAST-SEQ
                                           MOVE REG-SEQ TO WS-REG-LAST-SEQ
                                   END-IF
                                   IF REG-SEQ IS EQUAL WS-SUB-SEQ
                                           AND REG-COUNT IS EQUAL WS-SUB-COUNT
                                           AND REG-HASH IS EQUAL WS-SUB-HASH
                                           MOVE 'Y' TO WS-SUB-DUPLICATE
                                   END-IF
                           END-IF
                           PERFORM A-READ-REGISTER
                   END-PERFORM
                   CLOSE REGISTER-FILE
           END-IF.

           *> read one submission register record, flagging end-of-file
           A-READ-REGISTER.
           READ REGISTER-FILE
               AT END SET REG-EOF TO TRUE
           END-READ.

           *> a refused file goes through only when the operator's
           *> reprocess card names its sequence number; the override is
           *> written to the audit trail with the refusal it overrode
           *> and the card's reason, and the card is emptied so it
           *> cannot let the same file through a second time. a card
           *> for some other sequence is left alone
           A-CHECK-REPROCESS.
           OPEN INPUT REPROCESS-FILE.
           IF FRC-FILE-OK
                   READ REPROCESS-FILE
                       NOT AT END
                           IF FRC-SEQ IS NUMERIC
                                   AND FRC-SEQ IS EQUAL WS-SUB-SEQ
                                   MOVE 'Y' TO WS-SUB-FORCED
                           END-IF
                   END-READ
                   CLOSE REPROCESS-FILE
           END-IF.
           IF SUB-FORCED
                   DISPLAY "SUBMISSION SEQUENCE "WS-SUB-SEQ" FORCED THROUGH "
                           WS-SUB-REFUSAL" - "FRC-REASON
                   MOVE "ADD-FORCE" TO WS-AUD-TYPE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "SEQ=" WS-SUB-SEQ DELIMITED BY SIZE
                           " OVERRODE=" DELIMITED BY SIZE
                           WS-SUB-REFUSAL DELIMITED BY SPACE
                           " REASON=" FRC-REASON DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                   PERFORM A-WRITE-AUDIT
                   MOVE SPACES TO WS-SUB-REFUSAL
                   OPEN OUTPUT REPROCESS-FILE
                   IF FRC-FILE-OK
                           CLOSE REPROCESS-FILE
                   ELSE
                           DISPLAY "REPROCESS CARD COULD NOT BE EMPTIED - REMOVE IT BEFORE THE NEXT RUN"
                   END-IF
           END-IF.

           *> the file is not processed: the refusal goes to the audit
           *> trail with the trailer's identity and the register's last
           *> sequence, the results file says why it holds no results,
           *> and the run ends with its own return code
           A-REFUSE-SUBMISSION.
           DISPLAY "TRANSACTION FILE REFUSED - "WS-SUB-REFUSAL
                   " SEQ: "WS-SUB-SEQ" COUNT: "WS-SUB-COUNT
                   " HASH: "WS-SUB-HASH" LAST REGISTERED SEQ: "WS-REG-LAST-SEQ.
           MOVE "ADD-REFUSE" TO WS-AUD-TYPE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "REASON=" WS-SUB-REFUSAL DELIMITED BY SPACE
                   " SEQ=" WS-SUB-SEQ DELIMITED BY SIZE
                   " COUNT=" WS-SUB-COUNT DELIMITED BY SIZE
                   " HASH=" WS-SUB-HASH DELIMITED BY SIZE
                   " LAST-SEQ=" WS-REG-LAST-SEQ DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL.
           PERFORM A-WRITE-AUDIT.
           MOVE SPACES TO WS-REFUSE-LABEL.
           STRING "TRANSACTION FILE REFUSED - " DELIMITED BY SIZE
                   WS-SUB-REFUSAL DELIMITED BY SPACE
                   INTO WS-REFUSE-LABEL.
           MOVE WS-REFUSE-LABEL TO RES-NODATA-LABEL.
           WRITE RESULTS-NODATA-RECORD.
           MOVE 12 TO RETURN-CODE.

           *> a file processed to a balanced finish is entered on the
           *> submission register, so the same file sent again is
           *> refused; an out-of-balance file is not, so a corrected
           *> copy under the same sequence can still be taken
           A-REGISTER-SUBMISSION.
           OPEN EXTEND REGISTER-FILE.
           IF REG-FILE-NOT-FOUND
                   OPEN OUTPUT REGISTER-FILE
                   CLOSE REGISTER-FILE
                   OPEN EXTEND REGISTER-FILE
           END-IF.
           IF REG-FILE-OK
                   MOVE WS-SUB-SEQ TO REG-SEQ
                   MOVE WS-EXPECTED-COUNT TO REG-COUNT
                   MOVE WS-EXPECTED-HASH TO REG-HASH
                   MOVE WS-RUN-DATE TO REG-RUN-DATE
                   MOVE WS-BATCH-ID TO REG-BATCH-ID
                   IF SUB-FORCED
                           MOVE "F" TO REG-FORCED
                   ELSE
                           MOVE SPACE TO REG-FORCED
                   END-IF
                   WRITE REGISTER-RECORD
                   CLOSE REGISTER-FILE
           ELSE
                   DISPLAY "SUBMISSION REGISTER COULD NOT BE OPENED - SEQUENCE "WS-SUB-SEQ
                           " NOT REGISTERED"
                   MOVE 8 TO RETURN-CODE
           END-IF.

           *> read one add-transaction record, flagging end-of-file
           A-READ-TRANSACTION.
           READ TRANS-FILE
                   CLOSE AGING-DAYS-FILE
           END-IF.

           *> make sure the suspense file can be read and open the work
           *> file this run's rejects are posted to; no suspense file yet
           *> just means nothing has ever been rejected and left unfixed
           A-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
                           DISPLAY "REJECT SUSPENSE FILE COULD NOT BE READ - SUSPENSE NOT UPDATED THIS RUN"
                           MOVE 'Y' TO WS-SUS-LOAD-FAILED
                   ELSE
                           MOVE 'Y' TO WS-SUS-PRESENT
                           CLOSE SUSPENSE-FILE
                   END-IF
           END-IF.
           IF NOT SUS-LOAD-FAILED
                   OPEN OUTPUT SUSPENSE-POST-FILE
                   IF NOT PST-FILE-OK
                           DISPLAY "REJECT SUSPENSE POSTING FILE COULD NOT BE OPENED - SUSPENSE NOT UPDATED THIS RUN"
                           MOVE 'Y' TO WS-SUS-LOAD-FAILED
                   END-IF
           END-IF.

           *> read one suspense record, flagging end-of-file
           A-READ-SUSPENSE.
               AT END SET SUS-EOF TO TRUE
           END-READ.

           *> post one of this run's rejects to the suspense work file;
           *> the rewrite refreshes the matching entry (same source, ID
           *> and reason) or makes it a new entry first seen today
           A-POST-SUSPENSE.
           IF NOT SUS-LOAD-FAILED
                   MOVE WS-SUS-POST-ID TO PST-ID
                   MOVE WS-SUS-POST-REASON TO PST-REASON
                   WRITE SUSPENSE-POST-RECORD
           END-IF.

           *> rewrite the suspense file from its sorted copy matched
           *> against this run's sorted postings: entries owned by other
           *> source programs pass through untouched, an own-source entry
           *> posted again has its last-seen date refreshed, one not
           *> posted again now passes the edits and clears itself as
           *> resolved, and a posting with no entry is new. the sorts
           *> leave the live file untouched until both sides are in hand
           A-REWRITE-SUSPENSE.
           CLOSE SUSPENSE-POST-FILE.
           SORT POST-SORT-FILE
               ON ASCENDING KEY PSS-ID PSS-REASON
               USING SUSPENSE-POST-FILE
               GIVING SORTED-POST-FILE.
           IF SUS-PRESENT
                   SORT SUSPENSE-SORT-FILE
                       ON ASCENDING KEY SSS-SOURCE SSS-ID SSS-REASON
                       WITH DUPLICATES IN ORDER
                       USING SUSPENSE-FILE
                       GIVING SORTED-SUSPENSE-FILE
           ELSE
                   OPEN OUTPUT SORTED-SUSPENSE-FILE
                   CLOSE SORTED-SUSPENSE-FILE
           END-IF.
           OPEN INPUT SORTED-SUSPENSE-FILE.
           IF NOT SSU-FILE-OK
                   DISPLAY "SORTED REJECT SUSPENSE COULD NOT BE OPENED - SUSPENSE NOT UPDATED THIS RUN"
           ELSE
                   OPEN INPUT SORTED-POST-FILE
                   IF NOT SRP-FILE-OK
                           DISPLAY "SORTED SUSPENSE POSTINGS COULD NOT BE OPENED - SUSPENSE NOT UPDATED THIS RUN"
                   ELSE
                           OPEN OUTPUT SUSPENSE-FILE
                           IF NOT SUS-FILE-OK
                                   DISPLAY "REJECT SUSPENSE FILE COULD NOT BE REWRITTEN - SUSPENSE NOT UPDATED THIS RUN"
                           ELSE
                                   PERFORM A-MATCH-SUSPENSE
                                   CLOSE SUSPENSE-FILE
                           END-IF
                           CLOSE SORTED-POST-FILE
                   END-IF
                   CLOSE SORTED-SUSPENSE-FILE
           END-IF.
           DISPLAY "REJECT SUSPENSE - NEW: "WS-SUS-NEW-COUNT
                   " RESOLVED: "WS-SUS-RESOLVED-COUNT.

           *> classic two-file match on source, ID and reason: the lower
           *> key is the unmatched side, equal keys are a refresh
           A-MATCH-SUSPENSE.
           MOVE 'N' TO WS-SSU-EOF.
           MOVE 'N' TO WS-SRP-EOF.
           MOVE LOW-VALUES TO WS-SRP-KEY.
           PERFORM A-READ-SORTED-SUSPENSE.
           PERFORM A-NEXT-SUSPENSE-POSTING.
           PERFORM UNTIL WS-SSU-KEY IS EQUAL WS-SUS-END-KEY
                   AND WS-SRP-KEY IS EQUAL WS-SUS-END-KEY
                   EVALUATE TRUE
                       WHEN WS-SSU-KEY IS LESS THAN WS-SRP-KEY
                           IF SSU-SOURCE IS EQUAL WS-SUS-THIS-SOURCE
                                   ADD 1 TO WS-SUS-RESOLVED-COUNT
                           ELSE
                                   WRITE SUSPENSE-RECORD
                                           FROM SORTED-SUSPENSE-RECORD
                           END-IF
                           PERFORM A-READ-SORTED-SUSPENSE
                       WHEN WS-SSU-KEY IS GREATER THAN WS-SRP-KEY
                           ADD 1 TO WS-SUS-NEW-COUNT
                           MOVE WS-SRP-KEY-SOURCE TO SUS-SOURCE
                           MOVE WS-SRP-KEY-ID TO SUS-ID
                           MOVE WS-SRP-KEY-REASON TO SUS-REASON
                           MOVE WS-RUN-DATE TO SUS-FIRST-SEEN
                           MOVE WS-RUN-DATE TO SUS-LAST-SEEN
                           WRITE SUSPENSE-RECORD
                           PERFORM A-NEXT-SUSPENSE-POSTING
                       WHEN OTHER
                           MOVE SORTED-SUSPENSE-RECORD TO SUSPENSE-RECORD
                           MOVE WS-RUN-DATE TO SUS-LAST-SEEN
                           WRITE SUSPENSE-RECORD
                           PERFORM A-READ-SORTED-SUSPENSE
                           PERFORM A-NEXT-SUSPENSE-POSTING
                   END-EVALUATE
           END-PERFORM.

           *> read one sorted suspense entry, its key running to the end
           *> value once the file is exhausted
           A-READ-SORTED-SUSPENSE.
           READ SORTED-SUSPENSE-FILE
               AT END
                   SET SSU-EOF TO TRUE
                   MOVE WS-SUS-END-KEY TO WS-SSU-KEY
               NOT AT END
                   MOVE SSU-KEY TO WS-SSU-KEY
           END-READ.

           *> take the next distinct posting: the same ID rejected for
           *> the same reason more than once this run is one entry
           A-NEXT-SUSPENSE-POSTING.
           MOVE WS-SRP-KEY TO WS-SRP-PREV-KEY.
           PERFORM A-READ-SORTED-POST.
           PERFORM UNTIL SRP-EOF OR WS-SRP-KEY NOT EQUAL WS-SRP-PREV-KEY
                   PERFORM A-READ-SORTED-POST
           END-PERFORM.

           *> read one sorted posting under this program's source tag,
           *> its key running to the end value once the file is exhausted
           A-READ-SORTED-POST.
           READ SORTED-POST-FILE
               AT END
                   SET SRP-EOF TO TRUE
                   MOVE WS-SUS-END-KEY TO WS-SRP-KEY
               NOT AT END
                   MOVE WS-SUS-THIS-SOURCE TO WS-SRP-KEY-SOURCE
                   MOVE SRP-ID TO WS-SRP-KEY-ID
                   MOVE SRP-REASON TO WS-SRP-KEY-REASON
           END-READ.

           *> aging report of everything still on suspense longer than
           *> the window, either source, with first-seen date and age
           *> in days; the suspense counts then go to the audit trail
                   WRITE AGING-PRINT-RECORD FROM WS-AGE-HEADING
                   MOVE SPACES TO AGING-PRINT-RECORD
                   WRITE AGING-PRINT-RECORD
                   MOVE 'N' TO WS-SUS-EOF
                   OPEN INPUT SUSPENSE-FILE
                   IF SUS-FILE-OK
                           PERFORM A-READ-SUSPENSE
                           PERFORM UNTIL SUS-EOF
                                   IF SUS-FIRST-SEEN IS LESS THAN WS-SUS-CUTOFF-DATE
                                           PERFORM A-WRITE-AGING-DETAIL
                                   END-IF
                                   PERFORM A-READ-SUSPENSE
                           END-PERFORM
                           CLOSE SUSPENSE-FILE
                   END-IF
                   MOVE SPACES TO AGING-PRINT-RECORD
                   WRITE AGING-PRINT-RECORD
                   MOVE WS-SUS-STALE-COUNT TO WS-AGE-STALE-COUNT
                   INTO WS-AUD-DETAIL.
           PERFORM A-WRITE-AUDIT.

           *> one aging report line for the suspense entry in hand
           A-WRITE-AGING-DETAIL.
           ADD 1 TO WS-SUS-STALE-COUNT.
           COMPUTE WS-SUS-DAYS-OLD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(SUS-FIRST-SEEN).
           MOVE SUS-SOURCE TO WS-AGE-DET-SOURCE.
           MOVE SUS-ID TO WS-AGE-DET-ID.
           MOVE SUS-REASON TO WS-AGE-DET-REASON.
           MOVE SUS-FIRST-SEEN TO WS-AGE-DET-FIRST.
           MOVE WS-SUS-DAYS-OLD TO WS-AGE-DET-DAYS.
           WRITE AGING-PRINT-RECORD FROM WS-AGE-DETAIL.

           *> open the audit log for append, creating it on the first ever
           *> run; abort immediately if it still can't be opened, since a
           *> run with no durable audit trail defeats the point of one
           MOVE WS-AUD-DETAIL TO AUD-DETAIL.
           MOVE WS-BATCH-ID TO AUD-BATCH-ID.
           WRITE AUDIT-RECORD.

           *> take the business date from the shared processing-date
           *> card when one is present, leaving the clock date in
           *> WS-RUN-DATE otherwise. a card that is present but not a
           *> valid date is refused rather than quietly replaced by the
           *> clock, and a date this program has already completed is
           *> refused unless the card carries the rerun flag
           A-LOAD-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF PDT-FILE-OK
                   READ PROC-DATE-FILE
                       NOT AT END
                           IF PDT-DATE IS NUMERIC
                                   MOVE PDT-DATE TO WS-PROC-CARD-DATE
                                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PROC-CARD-DATE)
                                           IS EQUAL ZERO
                                           MOVE WS-PROC-CARD-DATE TO WS-RUN-DATE
                                           MOVE 'Y' TO WS-PROC-FROM-CARD
                                   END-IF
                           END-IF
                           IF PDT-DATE NOT EQUAL SPACES AND NOT PROC-FROM-CARD
                                   MOVE "PROCESSING DATE CARD IS NOT A VALID DATE"
                                           TO WS-PROC-REFUSAL
                           END-IF
                           IF PDT-RERUN IS EQUAL 'Y'
                                   MOVE 'Y' TO WS-PROC-RERUN
                           END-IF
                           IF PROC-FROM-CARD AND NOT PROC-RERUN
                                   PERFORM A-CHECK-DATE-REGISTER
                           END-IF
                   END-READ
                   CLOSE PROC-DATE-FILE
           END-IF.

           *> refuse a processing date this program has already completed
           A-CHECK-DATE-REGISTER.
           OPEN INPUT PROC-REGISTER-FILE.
           IF PDR-FILE-OK
                   PERFORM UNTIL PDR-EOF
                           READ PROC-REGISTER-FILE
                               AT END
                                       MOVE 'Y' TO WS-PDR-EOF
                               NOT AT END
                                       IF PDR-PROGRAM IS EQUAL WS-PROC-PROGRAM
                                               AND PDR-DATE IS EQUAL WS-RUN-DATE
                                               MOVE SPACES TO WS-PROC-REFUSAL
                                               STRING "ALREADY RUN FOR PROCESSING DATE "
                                                       WS-RUN-DATE DELIMITED BY SIZE
                                                       INTO WS-PROC-REFUSAL
                                       END-IF
                           END-READ
                   END-PERFORM
                   CLOSE PROC-REGISTER-FILE
           END-IF.

           *> record that this program completed the processing date,
           *> creating the register on first use; a run that failed is
           *> not registered, so its rerun is not refused, and neither
           *> is a run on the clock date, since nothing asked for it
           A-REGISTER-PROCESSING-DATE.
           IF PROC-FROM-CARD AND RETURN-CODE IS LESS THAN 8
                   OPEN EXTEND PROC-REGISTER-FILE
                   IF PDR-FILE-NOT-FOUND
                           OPEN OUTPUT PROC-REGISTER-FILE
                           CLOSE PROC-REGISTER-FILE
                           OPEN EXTEND PROC-REGISTER-FILE
                   END-IF
                   IF PDR-FILE-OK
                           MOVE WS-PROC-PROGRAM TO PDR-PROGRAM
                           MOVE WS-RUN-DATE TO PDR-DATE
                           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                           MOVE WS-CURRENT-DATETIME(1:14) TO PDR-STAMP
                           WRITE PROC-REGISTER-RECORD
                           CLOSE PROC-REGISTER-FILE
                   ELSE
                           DISPLAY "PROCESSING DATE REGISTER COULD NOT BE WRITTEN - DATE "WS-RUN-DATE" NOT GUARDED"
                           IF RETURN-CODE IS LESS THAN 4
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                   END-IF
           END-IF.
