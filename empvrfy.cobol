           SELECT OVERRIDE-FILE ASSIGN TO "data/AGE_GROUP_OVERRIDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT OVERRIDE-SORT-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTWORK.DAT".
           SELECT SORTED-OVERRIDE-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOV-STATUS.
           SELECT NAME-WORK-FILE ASSIGN TO "data/EMP_VERIFY_NAMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NWK-STATUS.
           SELECT NAME-SORT-FILE
               ASSIGN TO "data/EMP_VERIFY_NAMES_SORTWORK.DAT".
           SELECT SORTED-NAME-FILE
               ASSIGN TO "data/EMP_VERIFY_NAMES_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNM-STATUS.
           SELECT CONTROL-COUNT-FILE ASSIGN TO "data/EMPMAST_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-STATUS-VALID VALUE 'A' 'L' 'T' SPACE.
           05 EMP-STATUS-DATE PIC X(8).

       FD  OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-ID PIC 9(5).
           05 OVR-AGE_GROUP PIC A(5).

       SD  OVERRIDE-SORT-FILE.
       01 OVERRIDE-SORT-RECORD.
           05 OVS-ID PIC X(5).
           05 OVS-AGE_GROUP PIC A(5).

       *> the override control file in ID order, matched off against
       *> the master as it is read
       FD  SORTED-OVERRIDE-FILE.
       01 SORTED-OVERRIDE-RECORD.
           05 SOV-ID PIC X(5).
           05 SOV-AGE_GROUP PIC A(5).

       *> every name on the master with its ID, sorted by name after
       *> the pass so duplicates arrive together
       FD  NAME-WORK-FILE.
       01 NAME-WORK-RECORD.
           05 NWK-ID PIC 9(5).
           05 NWK-NAME PIC A(30).

       SD  NAME-SORT-FILE.
       01 NAME-SORT-RECORD.
           05 NSR-ID PIC 9(5).
           05 NSR-NAME PIC A(30).

       FD  SORTED-NAME-FILE.
       01 SORTED-NAME-RECORD.
           05 SNM-ID PIC 9(5).
           05 SNM-NAME PIC A(30).

       *> master record count as of the last verified run, so a
       *> truncated or corrupted master is caught before it produces a
       *> short-but-plausible report downstream
           88 EMP-FILE-OK VALUE '00'.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
           88 OVR-FILE-OK VALUE '00'.
       01 WS-SOV-STATUS PIC X(2) VALUE SPACES.
           88 SOV-FILE-OK VALUE '00'.
       01 WS-NWK-STATUS PIC X(2) VALUE SPACES.
           88 NWK-FILE-OK VALUE '00'.
       01 WS-SNM-STATUS PIC X(2) VALUE SPACES.
           88 SNM-FILE-OK VALUE '00'.
       01 WS-CTL-STATUS PIC X(2) VALUE SPACES.
           88 CTL-FILE-OK VALUE '00'.
       01 WS-REP-STATUS PIC X(2) VALUE SPACES.
           88 REP-FILE-OK VALUE '00'.
       01 WS-EMP-EOF PIC X(1) VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       01 WS-SNM-EOF PIC X(1) VALUE 'N'.
           88 SNM-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> override control file sorted into ID order so each entry
       *> can be matched off against the master pass, which reads back
       *> in ID order; the keys are compared as text and the override
       *> key runs to the end value once the file is exhausted
       01 WS-OVR-ACTIVE PIC X(1) VALUE 'N'.
           88 OVR-ACTIVE VALUE 'Y'.
       01 WS-OVR-KEY PIC X(5) VALUE SPACES.
       01 WS-MST-KEY PIC X(5) VALUE SPACES.
       01 WS-END-KEY PIC X(5) VALUE HIGH-VALUES.

       *> duplicate-name check: the name work file is written during
       *> the master pass and read back in name order, so any number
       *> of names is checked; the first ID of each run of equal names
       *> is paired with every later one
       01 WS-NAME-WORK-ACTIVE PIC X(1) VALUE 'N'.
           88 NAME-WORK-ACTIVE VALUE 'Y'.
       01 WS-DUP-STARTED PIC X(1) VALUE 'N'.
           88 DUP-STARTED VALUE 'Y'.
       01 WS-DUP-NAME PIC A(30) VALUE SPACES.
       01 WS-DUP-FIRST-ID PIC 9(5) VALUE ZEROS.

       *> EMP-ID sequence tracking: the master reads back in key order,
       *> so a jump of more than one past the previous ID is a gap in
       01 WS-REP-OVR-LINE.
           05 FILLER PIC X(35) VALUE
                   "OVERRIDE WITH NO MASTER RECORD: ID ".
           05 WS-REP-OVR-ID PIC X(5).
       01 WS-REP-NOCHECK-LINE.
           05 FILLER PIC X(35) VALUE
                   "CHECK NOT DONE - WORK FILE FAILED: ".
           05 WS-REP-NOCHECK-NAME PIC X(20).
       01 WS-REP-STAT-LINE.
           05 FILLER PIC X(35) VALUE
                   "INVALID EMPLOYMENT STATUS:      ID ".
           05 WS-REP-STAT-ID PIC 9(5).
           05 FILLER PIC X(7) VALUE "  CODE ".
           05 WS-REP-STAT-CODE PIC X(1).
       01 WS-REP-COUNT-LINE.
           05 FILLER PIC X(22) VALUE "MASTER RECORD COUNT:  ".
           05 WS-REP-CUR-COUNT PIC ZZZZ9.
           *> pre-flight verification of the employee master against
           *> the control files that reference it, run before the
           *> nightly classification pass: dangling overrides,
           *> duplicate names, gaps in the assigned ID sequence,
           *> employment status codes the other programs do not know, and
           *> the record count checked against the stored control
           *> count; any finding ends the run with RC 8 so the nightly
           *> chain can stop before trusting the master

           PERFORM A-LOAD-OVERRIDES.
           PERFORM A-LOAD-STORED-COUNT.
           PERFORM A-OPEN-NAME-WORK.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
           CLOSE EMPLOYEE-FILE.

           PERFORM A-REPORT-DANGLING-OVERRIDES.
           PERFORM A-CHECK-DUPLICATE-NAMES.
           PERFORM A-CHECK-RECORD-COUNT.
           PERFORM A-SAVE-STORED-COUNT.

               AT END SET EMP-EOF TO TRUE
           END-READ.

           *> sort the override control file into ID order and open it
           *> for matching, if present; overrides that cannot be read
           *> back are a finding, since the check would otherwise pass
           *> them unseen
           A-LOAD-OVERRIDES.
           MOVE WS-END-KEY TO WS-OVR-KEY.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-OK
                   CLOSE OVERRIDE-FILE
                   SORT OVERRIDE-SORT-FILE
                       ON ASCENDING KEY OVS-ID
                       WITH DUPLICATES IN ORDER
                       USING OVERRIDE-FILE
                       GIVING SORTED-OVERRIDE-FILE
                   OPEN INPUT SORTED-OVERRIDE-FILE
                   IF SOV-FILE-OK
                           MOVE 'Y' TO WS-OVR-ACTIVE
                           PERFORM A-READ-SORTED-OVERRIDE
                   ELSE
                           DISPLAY "SORTED OVERRIDE FILE COULD NOT BE OPENED - OVERRIDE CHECK NOT DONE"
                           ADD 1 TO WS-FINDING-COUNT
                           MOVE "OVERRIDES" TO WS-REP-NOCHECK-NAME
                           WRITE VERIFY-PRINT-RECORD FROM WS-REP-NOCHECK-LINE
                   END-IF
           END-IF.

           *> read one sorted override, running the key to the end value
           *> at end-of-file
           A-READ-SORTED-OVERRIDE.
           READ SORTED-OVERRIDE-FILE
               AT END MOVE WS-END-KEY TO WS-OVR-KEY
               NOT AT END MOVE SOV-ID TO WS-OVR-KEY
           END-READ.

           *> open the name work file for the master pass; without it
           *> the duplicate-name check cannot be done, which is itself
           *> a finding
           A-OPEN-NAME-WORK.
           OPEN OUTPUT NAME-WORK-FILE.
           IF NWK-FILE-OK
                   MOVE 'Y' TO WS-NAME-WORK-ACTIVE
           ELSE
                   DISPLAY "NAME WORK FILE COULD NOT BE OPENED - DUPLICATE NAME CHECK NOT DONE"
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE "DUPLICATE NAMES" TO WS-REP-NOCHECK-NAME
                   WRITE VERIFY-PRINT-RECORD FROM WS-REP-NOCHECK-LINE
           END-IF.

           *> load the stored control count from the last verified run,
                   CLOSE CONTROL-COUNT-FILE
           END-IF.

           *> per-record checks: count it, match off any override it
           *> satisfies, report an unknown employment status, note its
           *> name for the duplicate-name check, and report a gap in
           *> the ID sequence against the previous record read
           A-VERIFY-ONE-EMPLOYEE.
           ADD 1 TO WS-MASTER-COUNT.
           IF NOT EMP-STATUS-VALID
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE EMP-ID TO WS-REP-STAT-ID
                   MOVE EMP-STATUS TO WS-REP-STAT-CODE
                   WRITE VERIFY-PRINT-RECORD FROM WS-REP-STAT-LINE
           END-IF.
           MOVE EMP-ID TO WS-MST-KEY.
           PERFORM A-MATCH-OVERRIDES.
           IF NAME-WORK-ACTIVE
                   MOVE EMP-ID TO NWK-ID
                   MOVE EMP-NAME TO NWK-NAME
                   WRITE NAME-WORK-RECORD
           END-IF.
           IF FIRST-RECORD-SEEN
                   IF EMP-ID IS GREATER THAN WS-PREV-ID + 1
                           ADD 1 TO WS-FINDING-COUNT
           MOVE EMP-ID TO WS-PREV-ID.
           MOVE 'Y' TO WS-FIRST-SEEN.

           *> bring the sorted overrides up to the master record in
           *> WS-MST-KEY: every override for a lower ID matches no
           *> master record and is reported, and the overrides for this
           *> ID are satisfied
           A-MATCH-OVERRIDES.
           PERFORM UNTIL WS-OVR-KEY NOT LESS THAN WS-MST-KEY
                   PERFORM A-WRITE-DANGLING-OVERRIDE
                   PERFORM A-READ-SORTED-OVERRIDE
           END-PERFORM.
           PERFORM UNTIL WS-OVR-KEY NOT EQUAL WS-MST-KEY
                   OR WS-OVR-KEY IS EQUAL WS-END-KEY
                   PERFORM A-READ-SORTED-OVERRIDE
           END-PERFORM.

           *> an override no master record matched points at a deleted
           *> or never-existing employee; the classification run would
           *> silently never fire it
           A-WRITE-DANGLING-OVERRIDE.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE SOV-ID TO WS-REP-OVR-ID.
           WRITE VERIFY-PRINT-RECORD FROM WS-REP-OVR-LINE.

           *> every override left once the master is exhausted is past
           *> the last employee and dangling too
           A-REPORT-DANGLING-OVERRIDES.
           MOVE WS-END-KEY TO WS-MST-KEY.
           PERFORM A-MATCH-OVERRIDES.
           IF OVR-ACTIVE
                   CLOSE SORTED-OVERRIDE-FILE
                   MOVE 'N' TO WS-OVR-ACTIVE
           END-IF.

           *> sort the names taken during the master pass and report
           *> each name an earlier ID already carries; names that
           *> cannot be read back are a finding, not a clean check
           A-CHECK-DUPLICATE-NAMES.
           IF NAME-WORK-ACTIVE
                   CLOSE NAME-WORK-FILE
                   MOVE 'N' TO WS-NAME-WORK-ACTIVE
                   SORT NAME-SORT-FILE
                       ON ASCENDING KEY NSR-NAME NSR-ID
                       USING NAME-WORK-FILE
                       GIVING SORTED-NAME-FILE
                   OPEN INPUT SORTED-NAME-FILE
                   IF SNM-FILE-OK
                           PERFORM A-READ-SORTED-NAME
                           PERFORM UNTIL SNM-EOF
                                   PERFORM A-CHECK-ONE-NAME
                                   PERFORM A-READ-SORTED-NAME
                           END-PERFORM
                           CLOSE SORTED-NAME-FILE
                   ELSE
                           DISPLAY "SORTED NAME FILE COULD NOT BE OPENED - DUPLICATE NAME CHECK NOT DONE"
                           ADD 1 TO WS-FINDING-COUNT
                           MOVE "DUPLICATE NAMES" TO WS-REP-NOCHECK-NAME
                           WRITE VERIFY-PRINT-RECORD FROM WS-REP-NOCHECK-LINE
                   END-IF
           END-IF.

           *> the first record of a run of equal names starts the run;
           *> every later one is a duplicate of its first ID
           A-CHECK-ONE-NAME.
           IF DUP-STARTED
                   AND SNM-NAME IS EQUAL WS-DUP-NAME
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE SNM-NAME TO WS-REP-DUP-NAME
                   MOVE WS-DUP-FIRST-ID TO WS-REP-DUP-ID1
                   MOVE SNM-ID TO WS-REP-DUP-ID2
                   WRITE VERIFY-PRINT-RECORD FROM WS-REP-DUP-LINE
           ELSE
                   MOVE SNM-NAME TO WS-DUP-NAME
                   MOVE SNM-ID TO WS-DUP-FIRST-ID
                   MOVE 'Y' TO WS-DUP-STARTED
           END-IF.

           *> read one sorted name record, flagging end-of-file
           A-READ-SORTED-NAME.
           READ SORTED-NAME-FILE
               AT END SET SNM-EOF TO TRUE
           END-READ.

           *> compare the count just taken against the stored control
           *> count; no stored count yet (the first ever run) is noted,
