       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "data/HR_SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.
           SELECT SNAPSHOT-SORT-FILE
               ASSIGN TO "data/HR_SNAPSHOT_SORTWORK.DAT".
           SELECT SORTED-SNAPSHOT-FILE
               ASSIGN TO "data/HR_SNAPSHOT_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "data/HR_RECON_LIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT RECON-WORK-FILE ASSIGN TO "data/HR_RECON_WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT MAINT-TRANS-FILE ASSIGN TO "data/EMP_MAINT_TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "data/HR_RECON_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the HR system's full snapshot of who it believes is employed:
       *> one record per employee in the same ID/name/date-of-birth
       *> shape the maintenance transactions carry, in no set order
       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           05 SNP-ID PIC 9(5).
           05 SNP-NAME PIC A(30).
           05 SNP-DOB PIC 9(8).

       SD  SNAPSHOT-SORT-FILE.
       01 SNAPSHOT-SORT-RECORD.
           05 SSR-ID PIC 9(5).
           05 SSR-NAME PIC A(30).
           05 SSR-DOB PIC 9(8).

       *> the snapshot in ID order, so it can be matched against the
       *> master read in key order
       FD  SORTED-SNAPSHOT-FILE.
       01 SORTED-SNAPSHOT-RECORD.
           05 SRS-ID PIC 9(5).
           05 SRS-NAME PIC A(30).
           05 SRS-DOB PIC 9(8).

       FD  EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-TERMINATED VALUE 'T'.
           05 EMP-STATUS-DATE PIC X(8).

       *> the most deletes one reconciliation may generate, as a
       *> percentage of the employees not already terminated
       FD  LIMIT-FILE.
       01 LIMIT-RECORD.
           05 LIM-DELETE-PCT PIC 9(3).

       *> generated transactions are staged here first and only
       *> appended to the maintenance input once the whole comparison
       *> has passed the safety check
       FD  RECON-WORK-FILE.
       01 RECON-WORK-RECORD.
           05 WRK-ID PIC 9(5).
           05 WRK-NAME PIC A(30).
           05 WRK-DOB PIC 9(8).
           05 WRK-ACTION PIC X(3).
           05 WRK-EFF-DATE PIC X(8).

       *> the maintenance run's own input, appended to so anything
       *> else already queued for tonight is kept
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           05 MNT-ID PIC 9(5).
           05 MNT-NAME PIC A(30).
           05 MNT-DOB PIC 9(8).
           05 MNT-ACTION PIC X(3).
           05 MNT-EFF-DATE PIC X(8).
           05 MNT-AGE_GROUP PIC A(5).

       FD  RECON-REPORT-FILE.
       01 RECON-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SNP-STATUS PIC X(2) VALUE SPACES.
           88 SNP-FILE-OK VALUE '00'.
       01 WS-SRT-STATUS PIC X(2) VALUE SPACES.
           88 SRT-FILE-OK VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
           88 EMP-FILE-OK VALUE '00'.
       01 WS-LIM-STATUS PIC X(2) VALUE SPACES.
           88 LIM-FILE-OK VALUE '00'.
       01 WS-WRK-STATUS PIC X(2) VALUE SPACES.
           88 WRK-FILE-OK VALUE '00'.
       01 WS-TRANS-STATUS PIC X(2) VALUE SPACES.
           88 TRANS-FILE-OK VALUE '00'.
           88 TRANS-FILE-NOT-FOUND VALUE '35'.
       01 WS-REP-STATUS PIC X(2) VALUE SPACES.
           88 REP-FILE-OK VALUE '00'.
       01 WS-SRT-EOF PIC X(1) VALUE 'N'.
           88 SRT-EOF VALUE 'Y'.
       01 WS-EMP-EOF PIC X(1) VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       01 WS-WRK-EOF PIC X(1) VALUE 'N'.
           88 WRK-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> delete safety limit in percent; overridden from LIMIT-FILE
       *> when present
       01 WS-DELETE-PCT PIC 9(3) VALUE 10.
       01 WS-DELETE-SHARE PIC 9(9) VALUE ZEROS.
       01 WS-DELETE-ALLOWED PIC 9(9) VALUE ZEROS.
       01 WS-SAFETY-STOP PIC X(1) VALUE 'N'.
           88 SAFETY-STOP VALUE 'Y'.

       *> match keys for the two ordered inputs; an exhausted input
       *> takes a key above any employee ID so the other side drains
       01 WS-SNP-KEY PIC 9(6) VALUE ZEROS.
       01 WS-MST-KEY PIC 9(6) VALUE ZEROS.
       01 WS-END-KEY PIC 9(6) VALUE 999999.

       *> the snapshot entry under comparison: the first record of a
       *> run of records sharing one ID, how many records that run
       *> held, and why it cannot be used when it cannot
       01 WS-SNP-CUR-ID PIC 9(5) VALUE ZEROS.
       01 WS-SNP-CUR-NAME PIC A(30) VALUE SPACES.
       01 WS-SNP-CUR-DOB PIC 9(8) VALUE ZEROS.
       01 WS-SNP-ROWS PIC 9(5) VALUE ZEROS.
       01 WS-SNP-REASON PIC X(27) VALUE SPACES.
       01 WS-SNP-GROUP-FOUND PIC X(1) VALUE 'N'.
           88 SNP-GROUP-FOUND VALUE 'Y'.

       *> same month/day plausibility check the maintenance run puts
       *> a transaction's date of birth through
       01 WS-DOB-CHECK PIC 9(8).
       01 FILLER REDEFINES WS-DOB-CHECK.
           05 WS-DOB-YEAR PIC 9(4).
           05 WS-DOB-MONTH PIC 9(2).
           05 WS-DOB-DAY PIC 9(2).

       01 WS-SNAPSHOT-READ PIC 9(5) VALUE ZEROS.
       01 WS-MASTER-READ PIC 9(5) VALUE ZEROS.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ADD-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-CHG-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-DEL-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REVIEW-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-INVALID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-APPENDED-COUNT PIC 9(5) VALUE ZEROS.

       *> print lines for the discrepancy report
       01 WS-REP-HEADING.
           05 FILLER PIC X(30) VALUE "HR SNAPSHOT RECONCILIATION    ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-REP-HDG-DATE PIC X(8).
           05 FILLER PIC X(15) VALUE "  DELETE LIMIT ".
           05 WS-REP-HDG-PCT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-REP-COLHEAD.
           05 FILLER PIC X(7) VALUE "ACTION ".
           05 FILLER PIC X(6) VALUE "ID    ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "DOB      ".
           05 FILLER PIC X(4) VALUE "NOTE".
       01 WS-REP-DETAIL.
           05 WS-REP-DET-ACTION PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-ID PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-NAME PIC A(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-DOB PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-NOTE PIC X(27).
       01 WS-REP-COUNT-LINE.
           05 WS-REP-CNT-LABEL PIC X(30).
           05 WS-REP-CNT-VALUE PIC ZZZZ9.
       01 WS-REP-STOP-LINE.
           05 FILLER PIC X(22) VALUE "*** SAFETY STOP - DEL ".
           05 WS-REP-STOP-DELS PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " EXCEEDS   ".
           05 WS-REP-STOP-PCT PIC ZZ9.
           05 FILLER PIC X(5) VALUE "% OF ".
           05 WS-REP-STOP-ACTIVE PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " ACTIVE ***".
       01 WS-REP-STOP-LINE-2.
           05 FILLER PIC X(50) VALUE
                   "NO TRANSACTIONS WRITTEN - SNAPSHOT NEEDS CHECKING".

       PROCEDURE DIVISION.
           A-PARA.

           *> reconcile the employee master against the HR system's
           *> full snapshot: an employee HR has and the master lacks
           *> becomes an ADD, a name or date of birth that differs
           *> becomes a CHG, an employee the master has and HR no
           *> longer lists becomes a DEL. the transactions go into the
           *> normal maintenance input, so they are edited, journalled
           *> and reported by the maintenance run like any other, and
           *> a report lists every discrepancy found. a snapshot that
           *> would delete more than the configured share of the
           *> workforce is almost certainly truncated, so nothing at
           *> all is generated and the run is flagged
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

           PERFORM A-LOAD-LIMIT.

           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SNP-FILE-OK
                   DISPLAY "HR SNAPSHOT FILE NOT FOUND - NOTHING TO RECONCILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           CLOSE SNAPSHOT-FILE.

           SORT SNAPSHOT-SORT-FILE
               ON ASCENDING KEY SSR-ID
               USING SNAPSHOT-FILE
               GIVING SORTED-SNAPSHOT-FILE.

           OPEN INPUT SORTED-SNAPSHOT-FILE.
           IF NOT SRT-FILE-OK
                   DISPLAY "SORTED HR SNAPSHOT COULD NOT BE OPENED - NOTHING RECONCILED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
                   DISPLAY "EMPLOYEE MASTER COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE SORTED-SNAPSHOT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT RECON-WORK-FILE.
           IF NOT WRK-FILE-OK
                   DISPLAY "RECONCILIATION WORK FILE COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE SORTED-SNAPSHOT-FILE
                   CLOSE EMPLOYEE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF NOT REP-FILE-OK
                   DISPLAY "RECONCILIATION REPORT FILE COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE SORTED-SNAPSHOT-FILE
                   CLOSE EMPLOYEE-FILE
                   CLOSE RECON-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-REP-HDG-DATE.
           MOVE WS-DELETE-PCT TO WS-REP-HDG-PCT.
           WRITE RECON-PRINT-RECORD FROM WS-REP-HEADING.
           MOVE SPACES TO RECON-PRINT-RECORD.
           WRITE RECON-PRINT-RECORD.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COLHEAD.
           MOVE SPACES TO RECON-PRINT-RECORD.
           WRITE RECON-PRINT-RECORD.

           *> classic two-file match on employee ID: the lower key is
           *> the unmatched side, equal keys are compared field by field
           PERFORM A-READ-SORTED-SNAPSHOT.
           PERFORM A-NEXT-SNAPSHOT-GROUP.
           PERFORM A-READ-EMPLOYEE.
           PERFORM UNTIL WS-SNP-KEY IS EQUAL WS-END-KEY
                   AND WS-MST-KEY IS EQUAL WS-END-KEY
                   EVALUATE TRUE
                       WHEN WS-SNP-KEY IS LESS THAN WS-MST-KEY
                           PERFORM A-SNAPSHOT-ONLY
                           PERFORM A-NEXT-SNAPSHOT-GROUP
                       WHEN WS-SNP-KEY IS GREATER THAN WS-MST-KEY
                           PERFORM A-MASTER-ONLY
                           PERFORM A-READ-EMPLOYEE
                       WHEN OTHER
                           PERFORM A-MATCHED-PAIR
                           PERFORM A-NEXT-SNAPSHOT-GROUP
                           PERFORM A-READ-EMPLOYEE
                   END-EVALUATE
           END-PERFORM.
           CLOSE SORTED-SNAPSHOT-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE RECON-WORK-FILE.

           *> the safety check is made against the whole comparison,
           *> never part-way through, so a stopped run leaves the
           *> maintenance input exactly as it found it
           COMPUTE WS-DELETE-SHARE = WS-DEL-COUNT * 100.
           COMPUTE WS-DELETE-ALLOWED = WS-ACTIVE-COUNT * WS-DELETE-PCT.
           IF WS-DELETE-SHARE IS GREATER THAN WS-DELETE-ALLOWED
                   MOVE 'Y' TO WS-SAFETY-STOP
           ELSE
                   PERFORM A-APPEND-TRANSACTIONS
           END-IF.

           PERFORM A-WRITE-SUMMARY.
           CLOSE RECON-REPORT-FILE.

           DISPLAY "HR RECONCILIATION COMPLETE - SNAPSHOT: "WS-SNAPSHOT-READ
                   " MASTER: "WS-MASTER-READ
                   " ADD: "WS-ADD-COUNT
                   " CHG: "WS-CHG-COUNT
                   " DEL: "WS-DEL-COUNT
                   " REVIEW: "WS-REVIEW-COUNT
                   " INVALID: "WS-INVALID-COUNT.
           IF SAFETY-STOP
                   DISPLAY "SAFETY STOP - "WS-DEL-COUNT" DELETES EXCEED "
                           WS-DELETE-PCT"% OF "WS-ACTIVE-COUNT
                           " ACTIVE EMPLOYEES - NO TRANSACTIONS WRITTEN"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   DISPLAY "TRANSACTIONS APPENDED FOR MAINTENANCE: "WS-APPENDED-COUNT
                   IF WS-REVIEW-COUNT NOT EQUAL ZEROS
                           OR WS-INVALID-COUNT NOT EQUAL ZEROS
                           IF RETURN-CODE IS LESS THAN 4
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                   END-IF
           END-IF.
           STOP RUN.

           *> load the delete safety limit from its control file,
           *> keeping the compiled-in default when no control file is
           *> present; zero is a legitimate setting meaning no deletes
           A-LOAD-LIMIT.
           OPEN INPUT LIMIT-FILE.
           IF LIM-FILE-OK
                   READ LIMIT-FILE
                       NOT AT END
                           IF LIM-DELETE-PCT IS NUMERIC
                                   MOVE LIM-DELETE-PCT TO WS-DELETE-PCT
                           END-IF
                   END-READ
                   CLOSE LIMIT-FILE
           END-IF.

           *> read one sorted snapshot record, flagging end-of-file
           A-READ-SORTED-SNAPSHOT.
           READ SORTED-SNAPSHOT-FILE
               AT END SET SRT-EOF TO TRUE
           END-READ.

           *> read one master record, counting the employees a delete
           *> could still apply to, and setting the match key
           A-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END SET EMP-EOF TO TRUE
           END-READ.
           IF EMP-EOF
                   MOVE WS-END-KEY TO WS-MST-KEY
           ELSE
                   ADD 1 TO WS-MASTER-READ
                   IF NOT EMP-TERMINATED
                           ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
                   MOVE EMP-ID TO WS-MST-KEY
           END-IF.

           *> take the next usable ID from the sorted snapshot: every
           *> record sharing that ID is consumed together so a repeated
           *> ID is seen as one entry, and a record whose ID cannot be
           *> matched at all is reported and passed over here
           A-NEXT-SNAPSHOT-GROUP.
           MOVE 'N' TO WS-SNP-GROUP-FOUND.
           PERFORM UNTIL SNP-GROUP-FOUND OR SRT-EOF
                   ADD 1 TO WS-SNAPSHOT-READ
                   IF SRS-ID IS NOT NUMERIC OR SRS-ID IS EQUAL ZEROS
                           ADD 1 TO WS-INVALID-COUNT
                           MOVE "REJECT" TO WS-REP-DET-ACTION
                           MOVE SRS-ID TO WS-REP-DET-ID
                           MOVE SRS-NAME TO WS-REP-DET-NAME
                           MOVE SRS-DOB TO WS-REP-DET-DOB
                           MOVE "ID NOT NUMERIC OR ZERO" TO WS-REP-DET-NOTE
                           WRITE RECON-PRINT-RECORD FROM WS-REP-DETAIL
                           PERFORM A-READ-SORTED-SNAPSHOT
                   ELSE
                           MOVE 'Y' TO WS-SNP-GROUP-FOUND
                           MOVE SRS-ID TO WS-SNP-CUR-ID
                           MOVE SRS-NAME TO WS-SNP-CUR-NAME
                           MOVE SRS-DOB TO WS-SNP-CUR-DOB
                           MOVE 1 TO WS-SNP-ROWS
                           PERFORM A-READ-SORTED-SNAPSHOT
                           PERFORM UNTIL SRT-EOF
                                   OR SRS-ID NOT EQUAL WS-SNP-CUR-ID
                                   ADD 1 TO WS-SNAPSHOT-READ
                                   ADD 1 TO WS-SNP-ROWS
                                   PERFORM A-READ-SORTED-SNAPSHOT
                           END-PERFORM
                   END-IF
           END-PERFORM.
           IF SNP-GROUP-FOUND
                   MOVE WS-SNP-CUR-ID TO WS-SNP-KEY
                   PERFORM A-EDIT-SNAPSHOT-GROUP
           ELSE
                   MOVE WS-END-KEY TO WS-SNP-KEY
           END-IF.

           *> the snapshot entry must be one a maintenance transaction
           *> could carry: one record for the ID, a name, and a real
           *> date of birth; WS-SNP-REASON says why not
           A-EDIT-SNAPSHOT-GROUP.
           MOVE SPACES TO WS-SNP-REASON.
           IF WS-SNP-ROWS IS GREATER THAN 1
                   MOVE "ID REPEATED IN SNAPSHOT" TO WS-SNP-REASON
           ELSE
                   IF WS-SNP-CUR-NAME IS EQUAL SPACES
                           MOVE "BLANK NAME" TO WS-SNP-REASON
                   ELSE
                           IF WS-SNP-CUR-DOB IS NOT NUMERIC
                                   OR WS-SNP-CUR-DOB IS EQUAL ZEROS
                                   MOVE "DOB NOT NUMERIC" TO WS-SNP-REASON
                           ELSE
                                   MOVE WS-SNP-CUR-DOB TO WS-DOB-CHECK
                                   IF WS-DOB-MONTH IS LESS THAN 1
                                           OR WS-DOB-MONTH IS GREATER THAN 12
                                           OR WS-DOB-DAY IS LESS THAN 1
                                           OR WS-DOB-DAY IS GREATER THAN 31
                                           MOVE "DOB NOT A VALID DATE" TO WS-SNP-REASON
                                   END-IF
                           END-IF
                   END-IF
           END-IF.

           *> HR has an employee the master does not: an ADD, unless
           *> the snapshot entry itself is unusable
           A-SNAPSHOT-ONLY.
           IF WS-SNP-REASON NOT EQUAL SPACES
                   PERFORM A-REPORT-INVALID
           ELSE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADD" TO WRK-ACTION
                   MOVE WS-SNP-CUR-ID TO WRK-ID
                   MOVE WS-SNP-CUR-NAME TO WRK-NAME
                   MOVE WS-SNP-CUR-DOB TO WRK-DOB
                   MOVE SPACES TO WRK-EFF-DATE
                   WRITE RECON-WORK-RECORD
                   MOVE "ADD" TO WS-REP-DET-ACTION
                   MOVE "NOT ON MASTER" TO WS-REP-DET-NOTE
                   PERFORM A-REPORT-SNAPSHOT-SIDE
           END-IF.

           *> the master has an employee HR no longer lists: a DEL. an
           *> employee already terminated is expected to have dropped
           *> out of HR's list, and is left alone
           A-MASTER-ONLY.
           IF NOT EMP-TERMINATED
                   ADD 1 TO WS-DEL-COUNT
                   MOVE "DEL" TO WRK-ACTION
                   MOVE EMP-ID TO WRK-ID
                   MOVE SPACES TO WRK-NAME
                   MOVE ZEROS TO WRK-DOB
                   MOVE SPACES TO WRK-EFF-DATE
                   WRITE RECON-WORK-RECORD
                   MOVE "DEL" TO WS-REP-DET-ACTION
                   MOVE "NOT IN HR SNAPSHOT" TO WS-REP-DET-NOTE
                   PERFORM A-REPORT-MASTER-SIDE
           END-IF.

           *> both sides have the employee: a CHG carrying HR's name
           *> and date of birth when either differs. HR still listing
           *> an employee the master has terminated is a question for a
           *> person, not a transaction, so it is reported for review
           A-MATCHED-PAIR.
           ADD 1 TO WS-MATCHED-COUNT.
           EVALUATE TRUE
               WHEN WS-SNP-REASON NOT EQUAL SPACES
                   PERFORM A-REPORT-INVALID
               WHEN EMP-TERMINATED
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE "REVIEW" TO WS-REP-DET-ACTION
                   MOVE "TERMINATED ON MASTER" TO WS-REP-DET-NOTE
                   PERFORM A-REPORT-SNAPSHOT-SIDE
               WHEN WS-SNP-CUR-NAME NOT EQUAL EMP-NAME
                       OR WS-SNP-CUR-DOB NOT EQUAL EMP-DOB
                   ADD 1 TO WS-CHG-COUNT
                   MOVE "CHG" TO WRK-ACTION
                   MOVE WS-SNP-CUR-ID TO WRK-ID
                   MOVE WS-SNP-CUR-NAME TO WRK-NAME
                   MOVE WS-SNP-CUR-DOB TO WRK-DOB
                   MOVE SPACES TO WRK-EFF-DATE
                   WRITE RECON-WORK-RECORD
                   MOVE "CHG" TO WS-REP-DET-ACTION
                   EVALUATE TRUE
                       WHEN WS-SNP-CUR-NAME NOT EQUAL EMP-NAME
                               AND WS-SNP-CUR-DOB NOT EQUAL EMP-DOB
                           MOVE "NAME AND DOB DIFFER" TO WS-REP-DET-NOTE
                       WHEN WS-SNP-CUR-NAME NOT EQUAL EMP-NAME
                           MOVE "NAME DIFFERS" TO WS-REP-DET-NOTE
                       WHEN OTHER
                           MOVE "DOB DIFFERS" TO WS-REP-DET-NOTE
                   END-EVALUATE
                   PERFORM A-REPORT-SNAPSHOT-SIDE
                   MOVE "  WAS" TO WS-REP-DET-ACTION
                   MOVE "MASTER BEFORE CHANGE" TO WS-REP-DET-NOTE
                   PERFORM A-REPORT-MASTER-SIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           *> an unusable snapshot entry is reported and generates
           *> nothing; its ID still counts as present in HR, so the
           *> master record it matches is not deleted on bad data
           A-REPORT-INVALID.
           ADD 1 TO WS-INVALID-COUNT.
           MOVE "REJECT" TO WS-REP-DET-ACTION.
           MOVE WS-SNP-REASON TO WS-REP-DET-NOTE.
           PERFORM A-REPORT-SNAPSHOT-SIDE.

           *> report line showing the snapshot's view of the employee;
           *> the caller has set the action and note
           A-REPORT-SNAPSHOT-SIDE.
           MOVE WS-SNP-CUR-ID TO WS-REP-DET-ID.
           MOVE WS-SNP-CUR-NAME TO WS-REP-DET-NAME.
           MOVE WS-SNP-CUR-DOB TO WS-REP-DET-DOB.
           WRITE RECON-PRINT-RECORD FROM WS-REP-DETAIL.

           *> report line showing the master's view of the employee;
           *> the caller has set the action and note
           A-REPORT-MASTER-SIDE.
           MOVE EMP-ID TO WS-REP-DET-ID.
           MOVE EMP-NAME TO WS-REP-DET-NAME.
           MOVE EMP-DOB TO WS-REP-DET-DOB.
           WRITE RECON-PRINT-RECORD FROM WS-REP-DETAIL.

           *> append the staged transactions to the maintenance input,
           *> creating it when nothing else is queued; a failure here
           *> leaves the work file for the operator to append by hand
           A-APPEND-TRANSACTIONS.
           OPEN INPUT RECON-WORK-FILE.
           IF NOT WRK-FILE-OK
                   DISPLAY "RECONCILIATION WORK FILE COULD NOT BE REREAD - NO TRANSACTIONS WRITTEN"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   OPEN EXTEND MAINT-TRANS-FILE
                   IF TRANS-FILE-NOT-FOUND
                           OPEN OUTPUT MAINT-TRANS-FILE
                           CLOSE MAINT-TRANS-FILE
                           OPEN EXTEND MAINT-TRANS-FILE
                   END-IF
                   IF NOT TRANS-FILE-OK
                           DISPLAY "MAINTENANCE TRANSACTION FILE COULD NOT BE OPENED - WORK FILE KEPT"
                           CLOSE RECON-WORK-FILE
                           MOVE 16 TO RETURN-CODE
                   ELSE
                           PERFORM A-READ-WORK
                           PERFORM UNTIL WRK-EOF
                                   WRITE MAINT-TRANS-RECORD
                                           FROM RECON-WORK-RECORD
                                   ADD 1 TO WS-APPENDED-COUNT
                                   PERFORM A-READ-WORK
                           END-PERFORM
                           CLOSE MAINT-TRANS-FILE
                           CLOSE RECON-WORK-FILE
                   END-IF
           END-IF.

           *> read one staged transaction, flagging end-of-file
           A-READ-WORK.
           READ RECON-WORK-FILE
               AT END SET WRK-EOF TO TRUE
           END-READ.

           *> closing counts, then either the number of transactions
           *> handed to maintenance or the safety stop that withheld them
           A-WRITE-SUMMARY.
           MOVE SPACES TO RECON-PRINT-RECORD.
           WRITE RECON-PRINT-RECORD.
           MOVE "SNAPSHOT RECORDS READ:        " TO WS-REP-CNT-LABEL.
           MOVE WS-SNAPSHOT-READ TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "MASTER RECORDS READ:          " TO WS-REP-CNT-LABEL.
           MOVE WS-MASTER-READ TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "MATCHED ON ID:                " TO WS-REP-CNT-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "ADDS GENERATED:               " TO WS-REP-CNT-LABEL.
           MOVE WS-ADD-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "CHANGES GENERATED:            " TO WS-REP-CNT-LABEL.
           MOVE WS-CHG-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "DELETES GENERATED:            " TO WS-REP-CNT-LABEL.
           MOVE WS-DEL-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "FOR REVIEW (TERMINATED):      " TO WS-REP-CNT-LABEL.
           MOVE WS-REVIEW-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "INVALID SNAPSHOT ENTRIES:     " TO WS-REP-CNT-LABEL.
           MOVE WS-INVALID-COUNT TO WS-REP-CNT-VALUE.
           WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE SPACES TO RECON-PRINT-RECORD.
           WRITE RECON-PRINT-RECORD.
           IF SAFETY-STOP
                   MOVE WS-DEL-COUNT TO WS-REP-STOP-DELS
                   MOVE WS-DELETE-PCT TO WS-REP-STOP-PCT
                   MOVE WS-ACTIVE-COUNT TO WS-REP-STOP-ACTIVE
                   WRITE RECON-PRINT-RECORD FROM WS-REP-STOP-LINE
                   WRITE RECON-PRINT-RECORD FROM WS-REP-STOP-LINE-2
           ELSE
                   MOVE "TRANSACTIONS APPENDED:        " TO WS-REP-CNT-LABEL
                   MOVE WS-APPENDED-COUNT TO WS-REP-CNT-VALUE
                   WRITE RECON-PRINT-RECORD FROM WS-REP-COUNT-LINE
           END-IF.
