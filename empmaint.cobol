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
           SELECT PROC-DATE-FILE ASSIGN TO "data/PROCESSING_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT PROC-REGISTER-FILE
               ASSIGN TO "data/PROCESSING_DATE_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "data/BUSINESS_CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/AGE_GROUP_OVERRIDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT OVERRIDE-KEEP-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> employment status and the date it took effect. carrying
       *> them lengthened the record, so a master still in the older
       *> shorter layout cannot be opened until EMPMCONV has converted
       *> it once; converted employees come across active with no
       *> status date, and a blank status also counts as active
       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-ACTIVE VALUE 'A' SPACE.
               88 EMP-ON-LEAVE VALUE 'L'.
               88 EMP-TERMINATED VALUE 'T'.
           05 EMP-STATUS-DATE PIC X(8).

       *> the effective date is when the transaction is to take hold:
       *> spaces or zeros (including every pre-existing transaction,
       *> which is shorter than the record and reads back as spaces
       *> here) means immediately, a future date parks the transaction
       *> on the pending file until it comes due. the AGE-GROUP is
       *> carried only by an OVR, and reads back as spaces on every
       *> other transaction
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           05 MNT-ID PIC 9(5).
           05 MNT-DOB PIC 9(8).
           05 MNT-ACTION PIC X(3).
           05 MNT-EFF-DATE PIC X(8).
           05 MNT-AGE_GROUP PIC A(5).

       *> future-dated transactions parked until their effective date;
       *> same shape as an incoming transaction so a released record
           05 PND-DOB PIC 9(8).
           05 PND-ACTION PIC X(3).
           05 PND-EFF-DATE PIC X(8).
           05 PND-AGE_GROUP PIC A(5).

       FD  PENDING-KEEP-FILE.
       01 PENDING-KEEP-RECORD PIC X(59).

       *> persistent suspense of unresolved rejects across runs, keyed
       *> by source program, ID and reason, with first-seen and
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
           05 MSU-LABEL PIC X(30).
           05 MSU-COUNT PIC ZZZZ9.

       *> one journal record per applied ADD/CHG/DEL/TRM/LOA/RIN/OVR,
       *> carrying the before- and after-image of the master record so
       *> any disputed change can be traced and the master
       *> reconstructed as of an earlier date; the run stamp ties every
       *> record of one maintenance run together; the status images
       *> sit at the end so older journal records read back as spaces,
       *> and after them the AGE-GROUP override images an OVR carries
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-DATE PIC X(8).
           05 JNL-BEFORE-DOB PIC X(8).
           05 JNL-AFTER-NAME PIC A(30).
           05 JNL-AFTER-DOB PIC X(8).
           05 JNL-BEFORE-STATUS PIC X(1).
           05 JNL-BEFORE-STAT-DATE PIC X(8).
           05 JNL-AFTER-STATUS PIC X(1).
           05 JNL-AFTER-STAT-DATE PIC X(8).
           05 JNL-BEFORE-AGE_GROUP PIC A(5).
           05 JNL-AFTER-AGE_GROUP PIC A(5).

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

       *> non-processing days other than weekends, one date per
       *> record with an optional description (holidays, shutdowns)
       FD  CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).

       *> per-individual AGE-GROUP overrides the classification run
       *> applies, maintained here by OVR transactions: the file is
       *> rewritten through the keep copy so a failed update never
       *> leaves it half written
       FD  OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-ID PIC 9(5).
           05 OVR-AGE_GROUP PIC A(5).

       FD  OVERRIDE-KEEP-FILE.
       01 OVERRIDE-KEEP-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-PDT-STATUS PIC X(2) VALUE SPACES.
           88 PDT-FILE-OK VALUE '00'.
       01 WS-PDR-STATUS PIC X(2) VALUE SPACES.
           88 PDR-FILE-OK VALUE '00'.
           88 PDR-FILE-NOT-FOUND VALUE '35'.
       01 WS-PDR-EOF PIC X(1) VALUE 'N'.
           88 PDR-EOF VALUE 'Y'.
       01 WS-CAL-STATUS PIC X(2) VALUE SPACES.
           88 CAL-FILE-OK VALUE '00'.
       01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 CAL-EOF VALUE 'Y'.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
           88 OVR-FILE-OK VALUE '00'.
           88 OVR-FILE-NOT-FOUND VALUE '35'.
       01 WS-OKP-STATUS PIC X(2) VALUE SPACES.
           88 OKP-FILE-OK VALUE '00'.
       01 WS-OVR-EOF PIC X(1) VALUE 'N'.
           88 OVR-EOF VALUE 'Y'.
       01 WS-OKP-EOF PIC X(1) VALUE 'N'.
           88 OKP-EOF VALUE 'Y'.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
           88 EMP-FILE-OK VALUE '00'.
           88 EMP-FILE-NOT-FOUND VALUE '35'.
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
       01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.

       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       *> the age groups the classification run assigns, oldest
       *> first: the one list an override's group is edited against
       01 WS-GROUP-TABLE-VALUES.
           05 FILLER PIC A(5) VALUE "ADULT".
           05 FILLER PIC A(5) VALUE "TEEN ".
           05 FILLER PIC A(5) VALUE "CHILD".
       01 WS-GROUP-TABLE REDEFINES WS-GROUP-TABLE-VALUES.
           05 WS-GROUP-NAME PIC A(5) OCCURS 3 TIMES.
       01 WS-GROUP-COUNT PIC 9(1) VALUE 3.
       01 WS-GROUP-IDX PIC 9(1).
       01 WS-GROUP-CHECK PIC X(5) VALUE SPACES.
       01 WS-GROUP-KNOWN PIC X(1) VALUE 'N'.
           88 GROUP-KNOWN VALUE 'Y'.

       *> pending-file traffic this run: transactions released because
       *> their effective date has arrived, newly parked future-dated
       *> ones, and the count still waiting after the rewrite
       01 WS-STILL-PENDING PIC 9(5) VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> processing date: taken from the shared card when one is
       *> present, and then guarded against a second run of this
       *> program for the same date unless the card asks for a rerun;
       *> with no card the clock date stands and nothing is guarded
       01 WS-PROC-PROGRAM PIC X(10) VALUE "EMPMAINT".
       01 WS-PROC-CARD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROC-FROM-CARD PIC X(1) VALUE 'N'.
           88 PROC-FROM-CARD VALUE 'Y'.
       01 WS-PROC-RERUN PIC X(1) VALUE 'N'.
           88 PROC-RERUN VALUE 'Y'.
       01 WS-PROC-REFUSAL PIC X(40) VALUE SPACES.
           88 PROC-DATE-ACCEPTED VALUE SPACES.

       *> business-day roll: a pending transaction whose effective
       *> date falls on a non-processing day comes due on the next
       *> business day instead; WS-DUE-DATE is the date it comes due
       01 WS-DUE-EFF PIC X(8) VALUE SPACES.
       01 WS-DUE-DATE PIC 9(8) VALUE ZEROS.
       01 WS-ROLL-DATE PIC 9(8) VALUE ZEROS.
       01 WS-ROLL-INT PIC 9(7) VALUE ZEROS.
       01 WS-ROLL-DAYS PIC 9(3) VALUE ZEROS.
       01 WS-WEEKDAY PIC 9(1) VALUE ZEROS.
       01 WS-BUSINESS-DAY PIC X(1) VALUE 'Y'.
           88 BUSINESS-DAY VALUE 'Y'.

       *> month/day views of a transaction's date of birth for the
       *> plausibility check in A-VALIDATE-DOB
       01 WS-DOB-CHECK PIC 9(8).
       01 WS-DOB-VALID PIC X(1) VALUE 'N'.
           88 DOB-VALID VALUE 'Y'.

       *> suspense matching for this run: this run's rejects are
       *> posted to a work file, and at the rewrite both it and the
       *> suspense file are sorted on source, ID and reason and matched
       *> entry for entry, so the suspense can hold any number of
       *> entries. only own-source entries posted again survive the
       *> rewrite - an entry no longer rejected now passes the edits
       *> and clears itself
       01 WS-SUS-THIS-SOURCE PIC X(6) VALUE "MAINT".
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

       *> this run's identity stamp and the before/after images staged
       *> for the journal record of the transaction in hand
       01 WS-BEFORE-DOB PIC X(8) VALUE ZEROS.
       01 WS-AFTER-NAME PIC A(30) VALUE SPACES.
       01 WS-AFTER-DOB PIC X(8) VALUE ZEROS.
       01 WS-BEFORE-STATUS PIC X(1) VALUE SPACES.
       01 WS-BEFORE-STAT-DATE PIC X(8) VALUE SPACES.
       01 WS-AFTER-STATUS PIC X(1) VALUE SPACES.
       01 WS-AFTER-STAT-DATE PIC X(8) VALUE SPACES.
       01 WS-BEFORE-AGE_GROUP PIC A(5) VALUE SPACES.
       01 WS-AFTER-AGE_GROUP PIC A(5) VALUE SPACES.

       *> an OVR sets the employee's AGE-GROUP override to the group it
       *> carries, replacing any override already on file, or removes
       *> the override when it carries no group
       01 WS-OVR-ON-FILE PIC X(1) VALUE 'N'.
           88 OVR-ON-FILE VALUE 'Y'.

       *> status a TRM/LOA/RIN moves the employee to, and the date it
       *> takes effect: the transaction's effective date when it
       *> carries one, otherwise the run date
       01 WS-NEW-STATUS PIC X(1) VALUE SPACES.
       01 WS-STATUS-DATE PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           A-PARA.

           *> apply every ADD/CHG/DEL maintenance transaction, every
           *> TRM/LOA/RIN employment status change and every OVR
           *> AGE-GROUP override, directly
           *> against the ID-keyed employee master, leaving one report
           *> line per transaction so no update disappears silently and
           *> one journal record per applied update so the old image is
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-STAMP.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM A-LOAD-PROCESSING-DATE.
           IF NOT PROC-DATE-ACCEPTED
                   DISPLAY "MAINTENANCE NOT RUN - "WS-PROC-REFUSAL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-IF.

           PERFORM A-OPEN-JOURNAL.
           PERFORM A-OPEN-MASTER.
           IF TRANS-FILE-OK
                   PERFORM A-READ-MAINT-TRANS
                   PERFORM UNTIL TRANS-EOF
                           MOVE MNT-EFF-DATE TO WS-DUE-EFF
                           PERFORM A-SET-DUE-DATE
                           IF WS-DUE-DATE IS GREATER THAN WS-RUN-DATE
                                   PERFORM A-PARK-MAINT-TRANS
                           ELSE
                                   PERFORM A-APPLY-MAINT-TRANS
                           PERFORM A-READ-MAINT-TRANS
                   END-PERFORM
                   CLOSE MAINT-TRANS-FILE
                   PERFORM A-CLEAR-MAINT-TRANS
           ELSE
                   DISPLAY "MAINTENANCE TRANSACTION FILE NOT FOUND - NO NEW TRANSACTIONS THIS RUN"
                   MOVE "NO MAINTENANCE TRANSACTIONS THIS RUN" TO MRP-NODATA-LABEL
           CLOSE PENDING-KEEP-FILE.
           PERFORM A-REWRITE-PENDING.

           *> a suspense file that could not be read, or a run whose
           *> rejects could not be posted, must not be rewritten - that
           *> would lose tracked rejects on a transient error
           IF SUS-LOAD-FAILED
                   DISPLAY "REJECT SUSPENSE REWRITE AND AGING SKIPPED - EXISTING SUSPENSE PRESERVED"
           ELSE
                   " REJECTED: "WS-REJECT-COUNT
                   " RELEASED: "WS-RELEASED-COUNT
                   " STILL PENDING: "WS-STILL-PENDING.
           PERFORM A-REGISTER-PROCESSING-DATE.
           GOBACK.

           *> open the change journal for append, creating it on the
               AT END SET TRANS-EOF TO TRUE
           END-READ.

           *> empty the transaction file once every record on it has
           *> been applied, rejected or parked: other jobs (the HR
           *> snapshot reconciliation among them) append to it during
           *> the day, so anything left behind would be applied twice
           A-CLEAR-MAINT-TRANS.
           OPEN OUTPUT MAINT-TRANS-FILE.
           IF TRANS-FILE-OK
                   CLOSE MAINT-TRANS-FILE
           ELSE
                   DISPLAY "MAINTENANCE TRANSACTION FILE COULD NOT BE EMPTIED - CLEAR IT BEFORE THE NEXT RUN"
                   IF RETURN-CODE IS LESS THAN 4
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.

           *> sweep the pending file: apply every parked transaction
           *> whose due date has arrived through the normal apply
           *> path, carry the rest forward on the keep work file; no
           *> pending file yet just means nothing has ever been parked
           A-SWEEP-PENDING.
           IF PND-FILE-OK
                   PERFORM A-READ-PENDING
                   PERFORM UNTIL PND-EOF
                           MOVE PND-EFF-DATE TO WS-DUE-EFF
                           PERFORM A-SET-DUE-DATE
                           IF WS-DUE-DATE IS GREATER THAN WS-RUN-DATE
                                   WRITE PENDING-KEEP-RECORD
                                           FROM PENDING-RECORD
                                   ADD 1 TO WS-STILL-PENDING
                                   MOVE PND-DOB TO MNT-DOB
                                   MOVE PND-ACTION TO MNT-ACTION
                                   MOVE PND-EFF-DATE TO MNT-EFF-DATE
                                   MOVE PND-AGE_GROUP TO MNT-AGE_GROUP
                                   ADD 1 TO WS-RELEASED-COUNT
                                   PERFORM A-APPLY-MAINT-TRANS
                           END-IF

           *> park the future-dated transaction in hand on the keep
           *> work file and report it as held, so HR can see it was
           *> received and when it will take effect, flagged when that
           *> is later than its own date because of the business roll
           A-PARK-MAINT-TRANS.
           ADD 1 TO WS-TRANS-READ.
           WRITE PENDING-KEEP-RECORD FROM MAINT-TRANS-RECORD.
           MOVE "PENDING " TO MRP-STATUS.
           MOVE SPACES TO MRP-REASON.
           STRING "HELD UNTIL " DELIMITED BY SIZE
                   WS-DUE-DATE DELIMITED BY SIZE
                   INTO MRP-REASON.
           IF WS-DUE-DATE NOT EQUAL MNT-EFF-DATE
                   MOVE " ROLLED" TO MRP-REASON(20:7)
           END-IF.
           WRITE MAINT-REPORT-RECORD.

           *> rewrite the pending file from the keep work file so only
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
           *> the window, either source, oldest entries included with
           *> their first-seen date and age in days
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
                           " DAYS: "WS-SUS-STALE-COUNT
           END-IF.

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

           *> apply one ADD/CHG/DEL/TRM/LOA/RIN/OVR transaction to the
           *> master, recording a reject reason instead when it cannot be
           *> applied
           A-APPLY-MAINT-TRANS.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-AGE_GROUP.
           MOVE SPACES TO WS-AFTER-AGE_GROUP.
           IF MNT-EFF-DATE IS NUMERIC
                   AND MNT-EFF-DATE NOT EQUAL ZEROS
                   MOVE MNT-EFF-DATE TO WS-STATUS-DATE
           ELSE
                   MOVE WS-RUN-DATE TO WS-STATUS-DATE
           END-IF.
           IF MNT-ID IS NOT NUMERIC OR MNT-ID IS EQUAL ZEROS
                   MOVE "ID NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
           ELSE
                           PERFORM A-APPLY-CHG
                       WHEN "DEL"
                           PERFORM A-APPLY-DEL
                       WHEN "TRM"
                           MOVE 'T' TO WS-NEW-STATUS
                           PERFORM A-APPLY-STATUS
                       WHEN "LOA"
                           MOVE 'L' TO WS-NEW-STATUS
                           PERFORM A-APPLY-STATUS
                       WHEN "RIN"
                           MOVE 'A' TO WS-NEW-STATUS
                           PERFORM A-APPLY-STATUS
                       WHEN "OVR"
                           PERFORM A-APPLY-OVR
                       WHEN OTHER
                           MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   END-EVALUATE
           END-IF.
           PERFORM A-WRITE-MAINT-REPORT.

           *> ADD: the ID must not already be on file; a new employee
           *> starts active from the effective date, and an add's journal
           *> before-image is empty by definition
           A-APPLY-ADD.
           IF MNT-NAME IS EQUAL SPACES
                           MOVE MNT-ID TO EMP-ID
                           MOVE MNT-NAME TO EMP-NAME
                           MOVE MNT-DOB TO EMP-DOB
                           MOVE 'A' TO EMP-STATUS
                           MOVE WS-STATUS-DATE TO EMP-STATUS-DATE
                           WRITE EMPLOYEE-RECORD
                               INVALID KEY
                                   MOVE "ID ALREADY ON FILE" TO WS-REJECT-REASON
                               NOT INVALID KEY
                                   MOVE SPACES TO WS-BEFORE-NAME
                                   MOVE ZEROS TO WS-BEFORE-DOB
                                   MOVE SPACES TO WS-BEFORE-STATUS
                                   MOVE SPACES TO WS-BEFORE-STAT-DATE
                                   MOVE MNT-NAME TO WS-AFTER-NAME
                                   MOVE MNT-DOB TO WS-AFTER-DOB
                                   MOVE EMP-STATUS TO WS-AFTER-STATUS
                                   MOVE EMP-STATUS-DATE TO WS-AFTER-STAT-DATE
                                   PERFORM A-WRITE-JOURNAL
                           END-WRITE
                   END-IF
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-BEFORE-NAME
                           MOVE EMP-DOB TO WS-BEFORE-DOB
                           MOVE EMP-STATUS TO WS-BEFORE-STATUS
                           MOVE EMP-STATUS-DATE TO WS-BEFORE-STAT-DATE
                           IF MNT-NAME NOT EQUAL SPACES
                                   MOVE MNT-NAME TO EMP-NAME
                           END-IF
                               NOT INVALID KEY
                                   MOVE EMP-NAME TO WS-AFTER-NAME
                                   MOVE EMP-DOB TO WS-AFTER-DOB
                                   MOVE EMP-STATUS TO WS-AFTER-STATUS
                                   MOVE EMP-STATUS-DATE TO WS-AFTER-STAT-DATE
                                   PERFORM A-WRITE-JOURNAL
                           END-REWRITE
                   END-READ
           END-IF.

           *> TRM/LOA/RIN: the ID must already be on file and the move
           *> must make sense from the employee's present status - leave
           *> only from active, reinstatement only from leave or
           *> terminated, no second termination; the record itself is
           *> kept, only its status and status date change
           A-APPLY-STATUS.
           MOVE MNT-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "ID NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MNT-ACTION IS EQUAL "TRM" AND EMP-TERMINATED
                           MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
                       WHEN MNT-ACTION IS EQUAL "LOA" AND NOT EMP-ACTIVE
                           MOVE "NOT ACTIVE - LEAVE NOT ALLOWED" TO WS-REJECT-REASON
                       WHEN MNT-ACTION IS EQUAL "RIN" AND EMP-ACTIVE
                           MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE EMP-NAME TO WS-BEFORE-NAME
                           MOVE EMP-DOB TO WS-BEFORE-DOB
                           MOVE EMP-STATUS TO WS-BEFORE-STATUS
                           MOVE EMP-STATUS-DATE TO WS-BEFORE-STAT-DATE
                           MOVE WS-NEW-STATUS TO EMP-STATUS
                           MOVE WS-STATUS-DATE TO EMP-STATUS-DATE
                           REWRITE EMPLOYEE-RECORD
                               INVALID KEY
                                   MOVE "ID NOT ON FILE" TO WS-REJECT-REASON
                               NOT INVALID KEY
                                   MOVE EMP-NAME TO WS-AFTER-NAME
                                   MOVE EMP-DOB TO WS-AFTER-DOB
                                   MOVE EMP-STATUS TO WS-AFTER-STATUS
                                   MOVE EMP-STATUS-DATE TO WS-AFTER-STAT-DATE
                                   PERFORM A-WRITE-JOURNAL
                           END-REWRITE
                   END-EVALUATE
           END-READ.

           *> OVR: the group must be one the classification run knows,
           *> the ID must already be on file, and a removal needs an
           *> override to remove; the master record itself is not
           *> touched, so the journal carries it unchanged on both sides
           *> together with the override before and after
           A-APPLY-OVR.
           MOVE MNT-AGE_GROUP TO WS-GROUP-CHECK.
           PERFORM A-CHECK-GROUP.
           IF MNT-AGE_GROUP NOT EQUAL SPACES
                   AND NOT GROUP-KNOWN
                   MOVE "INVALID AGE-GROUP" TO WS-REJECT-REASON
           ELSE
                   MOVE MNT-ID TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "ID NOT ON FILE" TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM A-CHECK-OVR
                   END-READ
           END-IF.

           *> the employee is on file: check the OVR against the
           *> override already held, apply it and journal it
           A-CHECK-OVR.
           PERFORM A-FIND-OVERRIDE.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT EQUAL SPACES
                   CONTINUE
               WHEN MNT-AGE_GROUP IS EQUAL SPACES
                       AND NOT OVR-ON-FILE
                   MOVE "NO OVERRIDE ON FILE" TO WS-REJECT-REASON
               WHEN OVR-ON-FILE
                       AND MNT-AGE_GROUP IS EQUAL WS-BEFORE-AGE_GROUP
                   MOVE "OVERRIDE ALREADY IN PLACE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MNT-AGE_GROUP TO WS-AFTER-AGE_GROUP
                   PERFORM A-REWRITE-OVERRIDES
           END-EVALUATE.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   MOVE EMP-NAME TO WS-BEFORE-NAME
                   MOVE EMP-DOB TO WS-BEFORE-DOB
                   MOVE EMP-STATUS TO WS-BEFORE-STATUS
                   MOVE EMP-STATUS-DATE TO WS-BEFORE-STAT-DATE
                   MOVE EMP-NAME TO WS-AFTER-NAME
                   MOVE EMP-DOB TO WS-AFTER-DOB
                   MOVE EMP-STATUS TO WS-AFTER-STATUS
                   MOVE EMP-STATUS-DATE TO WS-AFTER-STAT-DATE
                   PERFORM A-WRITE-JOURNAL
           END-IF.

           *> look WS-GROUP-CHECK up in the age-group list
           A-CHECK-GROUP.
           MOVE 'N' TO WS-GROUP-KNOWN.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX IS GREATER WS-GROUP-COUNT
                           OR GROUP-KNOWN
                   IF WS-GROUP-NAME(WS-GROUP-IDX) IS EQUAL WS-GROUP-CHECK
                           MOVE 'Y' TO WS-GROUP-KNOWN
                   END-IF
           END-PERFORM.

           *> look up the employee's override already on file, if any;
           *> no override file yet just means none has ever been set
           A-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-ON-FILE.
           MOVE SPACES TO WS-BEFORE-AGE_GROUP.
           MOVE 'N' TO WS-OVR-EOF.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-NOT-FOUND
                   CONTINUE
           ELSE
                   IF NOT OVR-FILE-OK
                           MOVE "OVERRIDE FILE NOT READABLE" TO WS-REJECT-REASON
                   ELSE
                           PERFORM A-READ-OVERRIDE
                           PERFORM UNTIL OVR-EOF OR OVR-ON-FILE
                                   IF OVR-ID IS EQUAL MNT-ID
                                           MOVE 'Y' TO WS-OVR-ON-FILE
                                           MOVE OVR-AGE_GROUP TO WS-BEFORE-AGE_GROUP
                                   END-IF
                                   PERFORM A-READ-OVERRIDE
                           END-PERFORM
                           CLOSE OVERRIDE-FILE
                   END-IF
           END-IF.

           *> read one override record, flagging end-of-file
           A-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END SET OVR-EOF TO TRUE
           END-READ.

           *> rebuild the override file through the keep copy: every
           *> other employee's override is carried across, this
           *> employee's is dropped and, unless the OVR removes it,
           *> written back with the new group. a failure before the
           *> live file is touched rejects the OVR and leaves the file
           *> as it was; a failure rewriting the live file rejects it
           *> too, preserving the keep copy for the operator
           A-REWRITE-OVERRIDES.
           OPEN OUTPUT OVERRIDE-KEEP-FILE.
           IF NOT OKP-FILE-OK
                   MOVE "OVERRIDE FILE NOT UPDATED" TO WS-REJECT-REASON
           ELSE
                   MOVE 'N' TO WS-OVR-EOF
                   OPEN INPUT OVERRIDE-FILE
                   IF OVR-FILE-OK
                           PERFORM A-READ-OVERRIDE
                           PERFORM UNTIL OVR-EOF
                                   IF OVR-ID NOT EQUAL MNT-ID
                                           WRITE OVERRIDE-KEEP-RECORD
                                                   FROM OVERRIDE-RECORD
                                   END-IF
                                   PERFORM A-READ-OVERRIDE
                           END-PERFORM
                           CLOSE OVERRIDE-FILE
                   END-IF
                   IF MNT-AGE_GROUP NOT EQUAL SPACES
                           MOVE MNT-ID TO OVR-ID
                           MOVE MNT-AGE_GROUP TO OVR-AGE_GROUP
                           WRITE OVERRIDE-KEEP-RECORD FROM OVERRIDE-RECORD
                   END-IF
                   CLOSE OVERRIDE-KEEP-FILE
                   OPEN INPUT OVERRIDE-KEEP-FILE
                   IF NOT OKP-FILE-OK
                           MOVE "OVERRIDE FILE NOT UPDATED" TO WS-REJECT-REASON
                   ELSE
                           OPEN OUTPUT OVERRIDE-FILE
                           IF NOT OVR-FILE-OK
                                   DISPLAY "OVERRIDE FILE COULD NOT BE REWRITTEN - KEEP COPY PRESERVED"
                                   MOVE "OVERRIDE FILE NOT UPDATED" TO WS-REJECT-REASON
                                   MOVE 8 TO RETURN-CODE
                           ELSE
                                   MOVE 'N' TO WS-OKP-EOF
                                   PERFORM A-READ-OVERRIDE-KEEP
                                   PERFORM UNTIL OKP-EOF
                                           WRITE OVERRIDE-RECORD
                                                   FROM OVERRIDE-KEEP-RECORD
                                           PERFORM A-READ-OVERRIDE-KEEP
                                   END-PERFORM
                                   CLOSE OVERRIDE-FILE
                           END-IF
                           CLOSE OVERRIDE-KEEP-FILE
                   END-IF
           END-IF.

           *> read one override keep-copy record, flagging end-of-file
           A-READ-OVERRIDE-KEEP.
           READ OVERRIDE-KEEP-FILE
               AT END SET OKP-EOF TO TRUE
           END-READ.

           *> plausibility check on a transaction's date of birth: all
           *> digits, a real month, and a real day of month; anything
           *> else sets the reject reason
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-BEFORE-NAME
                   MOVE EMP-DOB TO WS-BEFORE-DOB
                   MOVE EMP-STATUS TO WS-BEFORE-STATUS
                   MOVE EMP-STATUS-DATE TO WS-BEFORE-STAT-DATE
                   DELETE EMPLOYEE-MASTER RECORD
                       INVALID KEY
                           MOVE "ID NOT ON FILE" TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AFTER-NAME
                           MOVE ZEROS TO WS-AFTER-DOB
                           MOVE SPACES TO WS-AFTER-STATUS
                           MOVE SPACES TO WS-AFTER-STAT-DATE
                           PERFORM A-WRITE-JOURNAL
                   END-DELETE
           END-READ.
           MOVE WS-BEFORE-DOB TO JNL-BEFORE-DOB.
           MOVE WS-AFTER-NAME TO JNL-AFTER-NAME.
           MOVE WS-AFTER-DOB TO JNL-AFTER-DOB.
           MOVE WS-BEFORE-STATUS TO JNL-BEFORE-STATUS.
           MOVE WS-BEFORE-STAT-DATE TO JNL-BEFORE-STAT-DATE.
           MOVE WS-AFTER-STATUS TO JNL-AFTER-STATUS.
           MOVE WS-AFTER-STAT-DATE TO JNL-AFTER-STAT-DATE.
           MOVE WS-BEFORE-AGE_GROUP TO JNL-BEFORE-AGE_GROUP.
           MOVE WS-AFTER-AGE_GROUP TO JNL-AFTER-AGE_GROUP.
           WRITE JOURNAL-RECORD.

           *> one report line per transaction: applied, or rejected with
                   PERFORM A-POST-SUSPENSE
           END-IF.
           WRITE MAINT-REPORT-RECORD.

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

           *> the date the effective date in WS-DUE-EFF comes due: no
           *> effective date (spaces or zeros) is due at once, a valid
           *> date rolls forward to a business day, and anything else is
           *> due at once for the apply edits to judge
           A-SET-DUE-DATE.
           MOVE ZEROS TO WS-DUE-DATE.
           IF WS-DUE-EFF IS NUMERIC
                   MOVE WS-DUE-EFF TO WS-ROLL-DATE
                   IF WS-ROLL-DATE NOT EQUAL ZEROS
                           AND FUNCTION TEST-DATE-YYYYMMDD(WS-ROLL-DATE) IS EQUAL ZERO
                           PERFORM A-ROLL-TO-BUSINESS-DAY
                   END-IF
                   MOVE WS-ROLL-DATE TO WS-DUE-DATE
           END-IF.

           *> roll WS-ROLL-DATE forward to the first business day on or
           *> after it: Saturdays, Sundays and the dates listed on the
           *> business calendar are not processing days. a calendar
           *> that leaves no business day in a whole year is wrong, and
           *> the roll stops there rather than search forever
           A-ROLL-TO-BUSINESS-DAY.
           MOVE ZEROS TO WS-ROLL-DAYS.
           PERFORM A-CHECK-BUSINESS-DAY.
           PERFORM UNTIL BUSINESS-DAY OR WS-ROLL-DAYS IS GREATER THAN 366
                   COMPUTE WS-ROLL-INT =
                           FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INT) TO WS-ROLL-DATE
                   ADD 1 TO WS-ROLL-DAYS
                   PERFORM A-CHECK-BUSINESS-DAY
           END-PERFORM.
           IF NOT BUSINESS-DAY
                   DISPLAY "BUSINESS CALENDAR LEAVES NO PROCESSING DAY IN A YEAR - CHECK THE CALENDAR FILE"
                   IF RETURN-CODE IS LESS THAN 8
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.

           *> is WS-ROLL-DATE a processing day: day one of the integer
           *> date count was a Monday, so its remainder by seven is 6
           *> on a Saturday and 0 on a Sunday; any other day is a
           *> processing day unless the calendar file lists it
           A-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY.
           COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE), 7).
           IF WS-WEEKDAY IS EQUAL 6 OR WS-WEEKDAY IS EQUAL 0
                   MOVE 'N' TO WS-BUSINESS-DAY
           ELSE
                   MOVE 'N' TO WS-CAL-EOF
                   OPEN INPUT CALENDAR-FILE
                   IF CAL-FILE-OK
                           PERFORM UNTIL CAL-EOF
                                   READ CALENDAR-FILE
                                       AT END
                                               MOVE 'Y' TO WS-CAL-EOF
                                       NOT AT END
                                               IF CAL-DATE IS EQUAL WS-ROLL-DATE
                                                       MOVE 'N' TO WS-BUSINESS-DAY
                                                       MOVE 'Y' TO WS-CAL-EOF
                                               END-IF
                                   END-READ
                           END-PERFORM
                           CLOSE CALENDAR-FILE
                   END-IF
           END-IF.
