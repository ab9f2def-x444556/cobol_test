       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXCP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/NIGHT_RUN_STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "data/EMP_VERIFY_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRP-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "data/REJECT_AGING_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "data/EMP_MAINT_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-STATUS.
           SELECT ARCHREPT-FILE ASSIGN TO "data/AUDIT_ARCHIVE_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARP-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "data/PAYROLL_EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "data/EMP_MAINT_PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT LOOKAHEAD-FILE ASSIGN TO "data/EXCEPTION_LOOKAHEAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKA-STATUS.
           SELECT FINDING-FILE
               ASSIGN TO "data/MORNING_EXCEPTIONS_WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FND-STATUS.
           SELECT FINDING-SORT-FILE
               ASSIGN TO "data/MORNING_EXCEPTIONS_SORTWORK.DAT".
           SELECT SORTED-FINDING-FILE
               ASSIGN TO "data/MORNING_EXCEPTIONS_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFN-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "data/MORNING_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-DATE PIC X(8).
           05 AUD-TIME PIC X(6).
           05 AUD-TYPE PIC X(10).
           05 AUD-DETAIL PIC X(80).
           05 AUD-BATCH-ID PIC 9(9).

       *> the nightly driver's step table as it last saved it
       FD  STATE-FILE.
       01 STATE-RECORD.
           05 STA-STEP-NAME PIC X(10).
           05 STA-STATUS PIC X(1).
           05 STA-RC PIC 9(4).
           05 STA-STAMP PIC X(14).
           05 STA-PROC-DATE PIC X(8).

       FD  VERIFY-REPORT-FILE.
       01 VERIFY-PRINT-RECORD PIC X(80).

       FD  AGING-REPORT-FILE.
       01 AGING-PRINT-RECORD PIC X(80).

       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD.
           05 MRP-ACTION PIC X(3).
           05 MRP-ID PIC X(5).
           05 MRP-NAME PIC A(30).
           05 MRP-DOB PIC X(8).
           05 MRP-STATUS PIC X(8).
           05 MRP-REASON PIC X(30).

       FD  ARCHREPT-FILE.
       01 ARCHREPT-PRINT-RECORD PIC X(80).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(200).

       FD  PENDING-FILE.
       01 PENDING-RECORD.
           05 PND-ID PIC 9(5).
           05 PND-NAME PIC A(30).
           05 PND-DOB PIC 9(8).
           05 PND-ACTION PIC X(3).
           05 PND-EFF-DATE PIC X(8).
           05 PND-AGE_GROUP PIC A(5).

       *> days ahead pending maintenance is called out as coming due
       FD  LOOKAHEAD-FILE.
       01 LOOKAHEAD-RECORD.
           05 LKA-DAYS PIC 9(3).

       *> one finding per record, numbered in the order found so the
       *> sort keeps findings of the same severity in that order
       FD  FINDING-FILE.
       01 FINDING-RECORD.
           05 FND-SEVERITY PIC 9(1).
           05 FND-SEQ PIC 9(6).
           05 FND-SOURCE PIC X(14).
           05 FND-TEXT PIC X(80).

       SD  FINDING-SORT-FILE.
       01 FINDING-SORT-RECORD.
           05 FNS-SEVERITY PIC 9(1).
           05 FNS-SEQ PIC 9(6).
           05 FNS-SOURCE PIC X(14).
           05 FNS-TEXT PIC X(80).

       FD  SORTED-FINDING-FILE.
       01 SORTED-FINDING-RECORD.
           05 SFN-SEVERITY PIC 9(1).
           05 SFN-SEQ PIC 9(6).
           05 SFN-SOURCE PIC X(14).
           05 SFN-TEXT PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01 EXCEPTION-PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS PIC X(2) VALUE SPACES.
           88 AUD-FILE-OK VALUE '00'.
       01 WS-STA-STATUS PIC X(2) VALUE SPACES.
           88 STA-FILE-OK VALUE '00'.
       01 WS-VRP-STATUS PIC X(2) VALUE SPACES.
           88 VRP-FILE-OK VALUE '00'.
       01 WS-AGR-STATUS PIC X(2) VALUE SPACES.
           88 AGR-FILE-OK VALUE '00'.
       01 WS-MRP-STATUS PIC X(2) VALUE SPACES.
           88 MRP-FILE-OK VALUE '00'.
       01 WS-ARP-STATUS PIC X(2) VALUE SPACES.
           88 ARP-FILE-OK VALUE '00'.
       01 WS-EXT-STATUS PIC X(2) VALUE SPACES.
           88 EXT-FILE-OK VALUE '00'.
       01 WS-PND-STATUS PIC X(2) VALUE SPACES.
           88 PND-FILE-OK VALUE '00'.
       01 WS-LKA-STATUS PIC X(2) VALUE SPACES.
           88 LKA-FILE-OK VALUE '00'.
       01 WS-FND-STATUS PIC X(2) VALUE SPACES.
           88 FND-FILE-OK VALUE '00'.
       01 WS-SFN-STATUS PIC X(2) VALUE SPACES.
           88 SFN-FILE-OK VALUE '00'.
       01 WS-REP-STATUS PIC X(2) VALUE SPACES.
           88 REP-FILE-OK VALUE '00'.
       01 WS-AUD-EOF PIC X(1) VALUE 'N'.
           88 AUD-EOF VALUE 'Y'.
       01 WS-STA-EOF PIC X(1) VALUE 'N'.
           88 STA-EOF VALUE 'Y'.

       *> the processing date the nightly driver's step states belong
       *> to; the driver rewrites the state for every date it runs, so
       *> after a catch-up chain they are the last date's
       01 WS-STATE-PROC-DATE PIC X(8) VALUE "UNKNOWN ".
       01 WS-VRP-EOF PIC X(1) VALUE 'N'.
           88 VRP-EOF VALUE 'Y'.
       01 WS-AGR-EOF PIC X(1) VALUE 'N'.
           88 AGR-EOF VALUE 'Y'.
       01 WS-MRP-EOF PIC X(1) VALUE 'N'.
           88 MRP-EOF VALUE 'Y'.
       01 WS-ARP-EOF PIC X(1) VALUE 'N'.
           88 ARP-EOF VALUE 'Y'.
       01 WS-EXT-EOF PIC X(1) VALUE 'N'.
           88 EXT-EOF VALUE 'Y'.
       01 WS-PND-EOF PIC X(1) VALUE 'N'.
           88 PND-EOF VALUE 'Y'.
       01 WS-SFN-EOF PIC X(1) VALUE 'N'.
           88 SFN-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> the batch the sheet is about: the highest batch ID on the
       *> audit trail, and the date its first audit record was
       *> written, which the dated reports are checked against
       01 WS-LATEST-BATCH PIC 9(9) VALUE ZEROS.
       01 WS-BATCH-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-END-SEEN PIC X(1) VALUE 'N'.
           88 RUN-END-SEEN VALUE 'Y'.
       01 WS-END-RC PIC 9(4) VALUE ZEROS.

       *> pending maintenance falling due within this many days is
       *> listed; overridden from LOOKAHEAD-FILE when present
       01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 3.
       01 WS-DUE-LIMIT PIC 9(8) VALUE ZEROS.
       01 WS-DUE-INT PIC 9(7) VALUE ZEROS.

       *> severity ranks, worst first, and the return code each
       *> carries: 1 a step failed or abended (16), 2 an integrity
       *> check failed (12), 3 the batch add is out of balance (8),
       *> 4 rejects past the aging window and other warnings (4),
       *> 5 pending maintenance coming due (4)
       01 WS-FND-SEVERITY PIC 9(1) VALUE ZEROS.
       01 WS-FND-SOURCE PIC X(14) VALUE SPACES.
       01 WS-FND-TEXT PIC X(80) VALUE SPACES.
       01 WS-FINDING-SEQ PIC 9(6) VALUE ZEROS.
       01 WS-WORST-SEVERITY PIC 9(1) VALUE 9.
       01 WS-SEVERITY-COUNTS.
           05 WS-SEV-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-SEV-IDX PIC 9(1).
       01 WS-SEVERITY-LABEL PIC X(12) VALUE SPACES.

       *> one report line in hand: the heading date it carries, a
       *> count field made numeric, and whether the summary line
       *> that closes a complete report was seen
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-REPORT-CLOSED PIC X(1) VALUE 'N'.
           88 REPORT-CLOSED VALUE 'Y'.
       01 WS-REPORT-LINE-NO PIC 9(6) VALUE ZEROS.
       01 WS-COUNT-TEXT PIC X(6).
       01 WS-COUNT-NUM REDEFINES WS-COUNT-TEXT PIC 9(6).
       01 WS-ARCH-MONTH-TOTAL PIC 9(7) VALUE ZEROS.
       01 WS-ARCH-KEPT PIC 9(7) VALUE ZEROS.
       01 WS-ARCH-READ PIC 9(7) VALUE ZEROS.

       *> payroll extract recount: the header's batch, the detail
       *> records counted and hashed the way the extract run hashes
       *> them, and the trailer's own figures
       01 WS-XT-FIELDS.
           05 WS-XT-FLD PIC X(20) OCCURS 4 TIMES.
       01 WS-XT-BATCH PIC 9(9) VALUE ZEROS.
       01 WS-XT-HEADER-SEEN PIC X(1) VALUE 'N'.
           88 XT-HEADER-SEEN VALUE 'Y'.
       01 WS-XT-TRAILER-SEEN PIC X(1) VALUE 'N'.
           88 XT-TRAILER-SEEN VALUE 'Y'.
       01 WS-XT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-XT-HASH PIC 9(9) VALUE ZEROS.
       01 WS-XT-TRL-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-XT-TRL-HASH PIC 9(9) VALUE ZEROS.
       01 WS-XT-ID PIC 9(5) VALUE ZEROS.
       01 WS-XT-AGE PIC 9(3) VALUE ZEROS.

       *> print lines for the exception sheet
       01 WS-REP-HEADING.
           05 FILLER PIC X(26) VALUE "MORNING EXCEPTION REPORT  ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-REP-HDG-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-REP-HDG-BATCH PIC 9(9).
           05 FILLER PIC X(18) VALUE "  PROCESSING DATE ".
           05 WS-REP-HDG-PROC-DATE PIC X(8).
       01 WS-REP-COLHEAD.
           05 FILLER PIC X(11) VALUE "SEVERITY   ".
           05 FILLER PIC X(15) VALUE "SOURCE         ".
           05 FILLER PIC X(7) VALUE "FINDING".
       01 WS-REP-DETAIL.
           05 WS-REP-DET-SEVERITY PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-SOURCE PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-TEXT PIC X(80).
       01 WS-REP-COUNT-LINE.
           05 WS-REP-CNT-LABEL PIC X(30).
           05 WS-REP-CNT-VALUE PIC ZZZZ9.
       01 WS-REP-WORST-LINE.
           05 FILLER PIC X(30) VALUE "WORST SEVERITY:".
           05 WS-REP-WORST-LABEL PIC X(10).
           05 FILLER PIC X(5) VALUE "  RC ".
           05 WS-REP-WORST-RC PIC Z9.
       01 WS-REP-CLEAR-LINE.
           05 FILLER PIC X(26) VALUE "MORNING EXCEPTION REPORT  ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-REP-CLR-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-REP-CLR-BATCH PIC 9(9).
           05 FILLER PIC X(18) VALUE "  PROCESSING DATE ".
           05 WS-REP-CLR-PROC-DATE PIC X(8).
           05 FILLER PIC X(23) VALUE "  ALL CLEAR".

       PROCEDURE DIVISION.
           A-PARA.

           *> one sheet for the operator on the morning shift instead
           *> of eight files: the nightly driver's step states, the
           *> master verification, the reject aging and maintenance
           *> reports, the audit archive summary, the audit trail's
           *> CTEST, run-end and batch add records for the latest
           *> batch, the payroll extract's trailer and the pending
           *> maintenance coming due. findings are ranked worst first
           *> and the return code is the worst finding's, so the
           *> scheduler can page on it; a clean night is a single
           *> all-clear line
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM A-LOAD-LOOKAHEAD.
           COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-LOOKAHEAD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-LIMIT.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX IS GREATER 5
                   MOVE ZEROS TO WS-SEV-COUNT(WS-SEV-IDX)
           END-PERFORM.

           OPEN OUTPUT FINDING-FILE.
           IF NOT FND-FILE-OK
                   DISPLAY "EXCEPTION WORK FILE COULD NOT BE OPENED - NO EXCEPTION REPORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           PERFORM A-FIND-LATEST-BATCH.
           PERFORM A-CHECK-NIGHT-RUN-STATE.
           PERFORM A-CHECK-AUDIT-TRAIL.
           PERFORM A-CHECK-VERIFY-REPORT.
           PERFORM A-CHECK-AGING-REPORT.
           PERFORM A-CHECK-MAINT-REPORT.
           PERFORM A-CHECK-ARCHIVE-REPORT.
           PERFORM A-CHECK-PAYROLL-EXTRACT.
           PERFORM A-CHECK-PENDING.
           CLOSE FINDING-FILE.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF NOT REP-FILE-OK
                   DISPLAY "EXCEPTION REPORT FILE COULD NOT BE OPENED - NO EXCEPTION REPORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-FINDING-SEQ IS EQUAL ZEROS
                   MOVE WS-RUN-DATE TO WS-REP-CLR-DATE
                   MOVE WS-LATEST-BATCH TO WS-REP-CLR-BATCH
                   MOVE WS-STATE-PROC-DATE TO WS-REP-CLR-PROC-DATE
                   WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-CLEAR-LINE
                   CLOSE EXCEPTION-REPORT-FILE
                   DISPLAY "MORNING EXCEPTIONS - ALL CLEAR"
                   STOP RUN
           END-IF.

           SORT FINDING-SORT-FILE
               ON ASCENDING KEY FNS-SEVERITY FNS-SEQ
               USING FINDING-FILE
               GIVING SORTED-FINDING-FILE.
           PERFORM A-WRITE-EXCEPTION-SHEET.
           CLOSE EXCEPTION-REPORT-FILE.

           MOVE WS-WORST-SEVERITY TO WS-SEV-IDX.
           PERFORM A-SET-SEVERITY-LABEL.
           DISPLAY "MORNING EXCEPTIONS - FINDINGS: "WS-FINDING-SEQ
                   " WORST: "WS-SEVERITY-LABEL.
           EVALUATE WS-WORST-SEVERITY
               WHEN 1
                   MOVE 16 TO RETURN-CODE
               WHEN 2
                   MOVE 12 TO RETURN-CODE
               WHEN 3
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

           *> load the lookahead window from its control file, keeping
           *> the compiled-in default when no control file is present
           A-LOAD-LOOKAHEAD.
           OPEN INPUT LOOKAHEAD-FILE.
           IF LKA-FILE-OK
                   READ LOOKAHEAD-FILE
                       NOT AT END
                           IF LKA-DAYS IS NUMERIC AND LKA-DAYS NOT EQUAL ZEROS
                                   MOVE LKA-DAYS TO WS-LOOKAHEAD-DAYS
                           END-IF
                   END-READ
                   CLOSE LOOKAHEAD-FILE
           END-IF.

           *> record one finding from the WS-FND fields, keeping the
           *> worst severity seen and the count at each severity
           A-ADD-FINDING.
           ADD 1 TO WS-FINDING-SEQ.
           MOVE WS-FND-SEVERITY TO FND-SEVERITY.
           MOVE WS-FINDING-SEQ TO FND-SEQ.
           MOVE WS-FND-SOURCE TO FND-SOURCE.
           MOVE WS-FND-TEXT TO FND-TEXT.
           WRITE FINDING-RECORD.
           ADD 1 TO WS-SEV-COUNT(WS-FND-SEVERITY).
           IF WS-FND-SEVERITY IS LESS THAN WS-WORST-SEVERITY
                   MOVE WS-FND-SEVERITY TO WS-WORST-SEVERITY
           END-IF.

           *> first pass over the audit trail: the latest batch is the
           *> highest batch ID any record carries. no audit trail at all
           *> means the classification run never got as far as writing
           *> one, which is itself the worst kind of finding
           A-FIND-LATEST-BATCH.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUD-FILE-OK
                   MOVE 1 TO WS-FND-SEVERITY
                   MOVE "AUDIT LOG" TO WS-FND-SOURCE
                   MOVE "AUDIT LOG NOT FOUND - NO BATCH TO REPORT ON" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   PERFORM A-READ-AUDIT
                   PERFORM UNTIL AUD-EOF
                           IF AUD-BATCH-ID IS NUMERIC
                                   AND AUD-BATCH-ID IS GREATER THAN WS-LATEST-BATCH
                                   MOVE AUD-BATCH-ID TO WS-LATEST-BATCH
                                   MOVE AUD-DATE TO WS-BATCH-DATE
                           END-IF
                           PERFORM A-READ-AUDIT
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-IF.

           *> read one audit record, flagging end-of-file
           A-READ-AUDIT.
           READ AUDIT-FILE
               AT END SET AUD-EOF TO TRUE
           END-READ.

           *> the nightly driver's step table: a step left started
           *> abended inside the step, a failed step stopped the chain,
           *> and a selected step with no status was never reached; a
           *> step that completed with a warning return code is noted
           A-CHECK-NIGHT-RUN-STATE.
           OPEN INPUT STATE-FILE.
           IF NOT STA-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "NIGHT RUN" TO WS-FND-SOURCE
                   MOVE "NIGHT RUN STATE NOT FOUND - CHAIN OUTCOME UNKNOWN" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   PERFORM UNTIL STA-EOF
                           READ STATE-FILE
                               AT END
                                       MOVE 'Y' TO WS-STA-EOF
                               NOT AT END
                                       PERFORM A-CHECK-ONE-STEP
                           END-READ
                   END-PERFORM
                   CLOSE STATE-FILE
           END-IF.

           *> judge one saved step state; a state written before the
           *> driver carried its processing date leaves it unknown
           A-CHECK-ONE-STEP.
           IF STA-PROC-DATE NOT EQUAL SPACES
                   MOVE STA-PROC-DATE TO WS-STATE-PROC-DATE
           END-IF.
           MOVE "NIGHT RUN" TO WS-FND-SOURCE.
           MOVE SPACES TO WS-FND-TEXT.
           EVALUATE STA-STATUS
               WHEN 'S'
                   MOVE 1 TO WS-FND-SEVERITY
                   STRING "STEP " DELIMITED BY SIZE STA-STEP-NAME DELIMITED BY SPACE
                           " ABENDED - STARTED " STA-STAMP
                           " AND NEVER FINISHED" DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
               WHEN 'F'
                   MOVE 1 TO WS-FND-SEVERITY
                   STRING "STEP " DELIMITED BY SIZE STA-STEP-NAME DELIMITED BY SPACE
                           " FAILED - RC " STA-RC DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
               WHEN SPACE
                   MOVE 1 TO WS-FND-SEVERITY
                   STRING "STEP " DELIMITED BY SIZE STA-STEP-NAME DELIMITED BY SPACE
                           " NOT REACHED - CHAIN STOPPED BEFORE IT"
                           DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
               WHEN 'C'
                   IF STA-RC IS NUMERIC AND STA-RC IS GREATER THAN ZERO
                           MOVE 4 TO WS-FND-SEVERITY
                           STRING "STEP " DELIMITED BY SIZE STA-STEP-NAME DELIMITED BY SPACE
                                   " COMPLETED WITH WARNINGS - RC " STA-RC
                                   DELIMITED BY SIZE
                                   INTO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           *> second pass over the audit trail, the latest batch's
           *> records only: a failed CTEST call, the run-end return
           *> code, a batch add out of balance or overflowed, and a
           *> transaction file refused by the submission screen. a
           *> batch with no run-end record never finished
           A-CHECK-AUDIT-TRAIL.
           IF WS-LATEST-BATCH IS GREATER THAN ZERO
                   MOVE 'N' TO WS-AUD-EOF
                   OPEN INPUT AUDIT-FILE
                   PERFORM A-READ-AUDIT
                   PERFORM UNTIL AUD-EOF
                           IF AUD-BATCH-ID IS EQUAL WS-LATEST-BATCH
                                   PERFORM A-CHECK-ONE-AUDIT
                           END-IF
                           PERFORM A-READ-AUDIT
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   IF NOT RUN-END-SEEN
                           MOVE 1 TO WS-FND-SEVERITY
                           MOVE "AUDIT LOG" TO WS-FND-SOURCE
                           MOVE "NO RUN-END RECORD - CLASSIFICATION RUN DID NOT FINISH" TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
           END-IF.

           *> judge one audit record of the latest batch
           A-CHECK-ONE-AUDIT.
           MOVE "AUDIT LOG" TO WS-FND-SOURCE.
           MOVE SPACES TO WS-FND-TEXT.
           EVALUATE AUD-TYPE
               WHEN "CTEST"
                   IF AUD-DETAIL(13:9) NOT EQUAL " 00000000"
                           MOVE 1 TO WS-FND-SEVERITY
                           STRING "CTEST CALL FAILED - " AUD-DETAIL(1:21)
                                   DELIMITED BY SIZE
                                   INTO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
               WHEN "RUN-END"
                   MOVE 'Y' TO WS-RUN-END-SEEN
                   MOVE ZEROS TO WS-END-RC
                   IF AUD-DETAIL(67:4) IS NUMERIC
                           MOVE AUD-DETAIL(67:4) TO WS-END-RC
                   END-IF
                   IF WS-END-RC IS NOT LESS THAN 4
                           EVALUATE TRUE
                               WHEN WS-END-RC IS NOT LESS THAN 16
                                   MOVE 1 TO WS-FND-SEVERITY
                               WHEN WS-END-RC IS NOT LESS THAN 12
                                   MOVE 2 TO WS-FND-SEVERITY
                               WHEN WS-END-RC IS NOT LESS THAN 8
                                   MOVE 3 TO WS-FND-SEVERITY
                               WHEN OTHER
                                   MOVE 4 TO WS-FND-SEVERITY
                           END-EVALUATE
                           STRING "CLASSIFICATION RUN ENDED RC " WS-END-RC
                                   DELIMITED BY SIZE
                                   INTO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
               WHEN "ADD-BATCH"
                   IF AUD-DETAIL(1:14) IS EQUAL "OUT-OF-BALANCE"
                           MOVE 3 TO WS-FND-SEVERITY
                           MOVE AUD-DETAIL TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
                   IF AUD-DETAIL(1:20) IS EQUAL "GRAND-TOTAL-OVERFLOW"
                           MOVE 1 TO WS-FND-SEVERITY
                           MOVE AUD-DETAIL TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
               WHEN "ADD-REFUSE"
                   MOVE 2 TO WS-FND-SEVERITY
                   STRING "ADD FILE REFUSED " AUD-DETAIL(1:63)
                           DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           *> a report dated before the latest batch was not produced
           *> for it; the date in hand is WS-REPORT-DATE
           A-CHECK-REPORT-DATE.
           IF WS-BATCH-DATE NOT EQUAL SPACES
                   AND WS-REPORT-DATE IS LESS THAN WS-BATCH-DATE
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "REPORT DATED " WS-REPORT-DATE
                           " - NOT PRODUCED FOR BATCH OF " WS-BATCH-DATE
                           DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           END-IF.

           *> master verification: every finding line it printed is an
           *> integrity failure, as is a count that no longer matches;
           *> a report without its closing total did not finish
           A-CHECK-VERIFY-REPORT.
           MOVE "VERIFY" TO WS-FND-SOURCE.
           OPEN INPUT VERIFY-REPORT-FILE.
           IF NOT VRP-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "MASTER VERIFICATION REPORT NOT FOUND" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   MOVE 'N' TO WS-REPORT-CLOSED
                   MOVE ZEROS TO WS-REPORT-LINE-NO
                   PERFORM UNTIL VRP-EOF
                           READ VERIFY-REPORT-FILE
                               AT END
                                       MOVE 'Y' TO WS-VRP-EOF
                               NOT AT END
                                       ADD 1 TO WS-REPORT-LINE-NO
                                       PERFORM A-CHECK-VERIFY-LINE
                           END-READ
                   END-PERFORM
                   CLOSE VERIFY-REPORT-FILE
                   IF NOT REPORT-CLOSED
                           MOVE 2 TO WS-FND-SEVERITY
                           MOVE "VERIFY" TO WS-FND-SOURCE
                           MOVE "VERIFICATION REPORT HAS NO TOTAL - VERIFICATION DID NOT FINISH" TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
           END-IF.

           *> judge one verification report line
           A-CHECK-VERIFY-LINE.
           MOVE "VERIFY" TO WS-FND-SOURCE.
           EVALUATE TRUE
               WHEN WS-REPORT-LINE-NO IS EQUAL 1
                   MOVE VERIFY-PRINT-RECORD(41:8) TO WS-REPORT-DATE
                   PERFORM A-CHECK-REPORT-DATE
               WHEN VERIFY-PRINT-RECORD IS EQUAL SPACES
                   CONTINUE
               WHEN VERIFY-PRINT-RECORD(1:15) IS EQUAL "TOTAL FINDINGS:"
                   MOVE 'Y' TO WS-REPORT-CLOSED
               WHEN VERIFY-PRINT-RECORD(1:20) IS EQUAL "MASTER RECORD COUNT:"
                   IF VERIFY-PRINT-RECORD(45:10) IS EQUAL "MISMATCHED"
                           MOVE 2 TO WS-FND-SEVERITY
                           MOVE VERIFY-PRINT-RECORD TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
               WHEN OTHER
                   MOVE 2 TO WS-FND-SEVERITY
                   MOVE VERIFY-PRINT-RECORD TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           END-EVALUATE.

           *> reject aging: every detail line is a reject still
           *> unresolved past the aging window
           A-CHECK-AGING-REPORT.
           MOVE "REJECT AGING" TO WS-FND-SOURCE.
           OPEN INPUT AGING-REPORT-FILE.
           IF NOT AGR-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "REJECT AGING REPORT NOT FOUND" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   MOVE ZEROS TO WS-REPORT-LINE-NO
                   PERFORM UNTIL AGR-EOF
                           READ AGING-REPORT-FILE
                               AT END
                                       MOVE 'Y' TO WS-AGR-EOF
                               NOT AT END
                                       ADD 1 TO WS-REPORT-LINE-NO
                                       PERFORM A-CHECK-AGING-LINE
                           END-READ
                   END-PERFORM
                   CLOSE AGING-REPORT-FILE
           END-IF.

           *> judge one reject aging report line
           A-CHECK-AGING-LINE.
           MOVE "REJECT AGING" TO WS-FND-SOURCE.
           EVALUATE TRUE
               WHEN WS-REPORT-LINE-NO IS EQUAL 1
                   MOVE AGING-PRINT-RECORD(31:8) TO WS-REPORT-DATE
                   PERFORM A-CHECK-REPORT-DATE
               WHEN AGING-PRINT-RECORD IS EQUAL SPACES
                   CONTINUE
               WHEN AGING-PRINT-RECORD(1:10) IS EQUAL "UNRESOLVED"
                   CONTINUE
               WHEN OTHER
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "PAST WINDOW: " AGING-PRINT-RECORD(1:66)
                           DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           END-EVALUATE.

           *> maintenance transactions the last maintenance run
           *> rejected; they are in suspense and will age from there
           A-CHECK-MAINT-REPORT.
           MOVE "MAINTENANCE" TO WS-FND-SOURCE.
           OPEN INPUT MAINT-REPORT-FILE.
           IF NOT MRP-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "MAINTENANCE REPORT NOT FOUND" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   PERFORM UNTIL MRP-EOF
                           READ MAINT-REPORT-FILE
                               AT END
                                       MOVE 'Y' TO WS-MRP-EOF
                               NOT AT END
                                       IF MRP-STATUS IS EQUAL "REJECTED"
                                               MOVE 4 TO WS-FND-SEVERITY
                                               MOVE SPACES TO WS-FND-TEXT
                                               STRING "REJECTED " MRP-ACTION
                                                       " ID " MRP-ID " - " MRP-REASON
                                                       DELIMITED BY SIZE
                                                       INTO WS-FND-TEXT
                                               PERFORM A-ADD-FINDING
                                       END-IF
                           END-READ
                   END-PERFORM
                   CLOSE MAINT-REPORT-FILE
           END-IF.

           *> audit archive summary: the per-month archived counts plus
           *> the kept count must add back to the records read, the
           *> same reconciliation the archive run itself makes
           A-CHECK-ARCHIVE-REPORT.
           MOVE "ARCHIVE" TO WS-FND-SOURCE.
           OPEN INPUT ARCHREPT-FILE.
           IF NOT ARP-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "AUDIT ARCHIVE REPORT NOT FOUND" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   MOVE 'N' TO WS-REPORT-CLOSED
                   MOVE ZEROS TO WS-REPORT-LINE-NO
                   PERFORM UNTIL ARP-EOF
                           READ ARCHREPT-FILE
                               AT END
                                       MOVE 'Y' TO WS-ARP-EOF
                               NOT AT END
                                       ADD 1 TO WS-REPORT-LINE-NO
                                       PERFORM A-CHECK-ARCHIVE-LINE
                           END-READ
                   END-PERFORM
                   CLOSE ARCHREPT-FILE
                   MOVE "ARCHIVE" TO WS-FND-SOURCE
                   IF NOT REPORT-CLOSED
                           MOVE 2 TO WS-FND-SEVERITY
                           MOVE "ARCHIVE REPORT HAS NO TOTAL - ARCHIVE RUN DID NOT FINISH" TO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   ELSE
                           IF WS-ARCH-MONTH-TOTAL + WS-ARCH-KEPT NOT EQUAL WS-ARCH-READ
                                   MOVE 2 TO WS-FND-SEVERITY
                                   MOVE SPACES TO WS-FND-TEXT
                                   STRING "ARCHIVE COUNTS DO NOT RECONCILE - READ "
                                           WS-ARCH-READ " ARCHIVED " WS-ARCH-MONTH-TOTAL
                                           " KEPT " WS-ARCH-KEPT DELIMITED BY SIZE
                                           INTO WS-FND-TEXT
                                   PERFORM A-ADD-FINDING
                           END-IF
                   END-IF
           END-IF.

           *> pick up one archive report line's date or count
           A-CHECK-ARCHIVE-LINE.
           MOVE "ARCHIVE" TO WS-FND-SOURCE.
           EVALUATE TRUE
               WHEN WS-REPORT-LINE-NO IS EQUAL 1
                   MOVE ARCHREPT-PRINT-RECORD(19:8) TO WS-REPORT-DATE
                   PERFORM A-CHECK-REPORT-DATE
               WHEN ARCHREPT-PRINT-RECORD(1:12) IS EQUAL "ARCHIVED TO "
                   MOVE ARCHREPT-PRINT-RECORD(45:6) TO WS-COUNT-TEXT
                   PERFORM A-COUNT-TO-NUMBER
                   ADD WS-COUNT-NUM TO WS-ARCH-MONTH-TOTAL
               WHEN ARCHREPT-PRINT-RECORD(1:18) IS EQUAL "KEPT ON LIVE FILE:"
                   MOVE ARCHREPT-PRINT-RECORD(27:6) TO WS-COUNT-TEXT
                   PERFORM A-COUNT-TO-NUMBER
                   MOVE WS-COUNT-NUM TO WS-ARCH-KEPT
               WHEN ARCHREPT-PRINT-RECORD(1:19) IS EQUAL "TOTAL RECORDS READ:"
                   MOVE ARCHREPT-PRINT-RECORD(27:6) TO WS-COUNT-TEXT
                   PERFORM A-COUNT-TO-NUMBER
                   MOVE WS-COUNT-NUM TO WS-ARCH-READ
                   MOVE 'Y' TO WS-REPORT-CLOSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           *> a zero-suppressed count as printed, made numeric
           A-COUNT-TO-NUMBER.
           INSPECT WS-COUNT-TEXT REPLACING LEADING SPACES BY ZEROS.
           IF WS-COUNT-TEXT IS NOT NUMERIC
                   MOVE ZEROS TO WS-COUNT-NUM
           END-IF.

           *> payroll extract: recount the D and S records and their
           *> hash the way the extract run totals them and hold the
           *> trailer to both; an extract for an earlier batch means
           *> the extract has not been run since the latest batch
           A-CHECK-PAYROLL-EXTRACT.
           MOVE "EXTRACT" TO WS-FND-SOURCE.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EXT-FILE-OK
                   MOVE 4 TO WS-FND-SEVERITY
                   MOVE "PAYROLL EXTRACT NOT FOUND" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   PERFORM UNTIL EXT-EOF
                           READ EXTRACT-FILE
                               AT END
                                       MOVE 'Y' TO WS-EXT-EOF
                               NOT AT END
                                       PERFORM A-TALLY-EXTRACT-LINE
                           END-READ
                   END-PERFORM
                   CLOSE EXTRACT-FILE
                   PERFORM A-JUDGE-EXTRACT
           END-IF.

           *> count one extract line into the recount
           A-TALLY-EXTRACT-LINE.
           MOVE SPACES TO WS-XT-FIELDS.
           UNSTRING EXTRACT-RECORD DELIMITED BY ";"
                   INTO WS-XT-FLD(1) WS-XT-FLD(2) WS-XT-FLD(3) WS-XT-FLD(4)
           END-UNSTRING.
           MOVE ZEROS TO WS-XT-ID.
           IF WS-XT-FLD(2)(1:5) IS NUMERIC
                   MOVE WS-XT-FLD(2)(1:5) TO WS-XT-ID
           END-IF.
           EVALUATE WS-XT-FLD(1)
               WHEN "H"
                   MOVE 'Y' TO WS-XT-HEADER-SEEN
                   IF WS-XT-FLD(3)(1:9) IS NUMERIC
                           MOVE WS-XT-FLD(3)(1:9) TO WS-XT-BATCH
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-XT-COUNT
                   MOVE ZEROS TO WS-XT-AGE
                   IF WS-XT-FLD(4)(1:3) IS NUMERIC
                           MOVE WS-XT-FLD(4)(1:3) TO WS-XT-AGE
                   END-IF
                   ADD WS-XT-ID WS-XT-AGE TO WS-XT-HASH
               WHEN "S"
                   ADD 1 TO WS-XT-COUNT
                   ADD WS-XT-ID TO WS-XT-HASH
               WHEN "T"
                   MOVE 'Y' TO WS-XT-TRAILER-SEEN
                   IF WS-XT-FLD(2)(1:6) IS NUMERIC
                           MOVE WS-XT-FLD(2)(1:6) TO WS-XT-TRL-COUNT
                   END-IF
                   IF WS-XT-FLD(3)(1:9) IS NUMERIC
                           MOVE WS-XT-FLD(3)(1:9) TO WS-XT-TRL-HASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           *> hold the extract's trailer and header to the recount
           A-JUDGE-EXTRACT.
           MOVE "EXTRACT" TO WS-FND-SOURCE.
           MOVE SPACES TO WS-FND-TEXT.
           IF NOT XT-TRAILER-SEEN
                   MOVE 2 TO WS-FND-SEVERITY
                   MOVE "PAYROLL EXTRACT HAS NO TRAILER - EXTRACT INCOMPLETE" TO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           ELSE
                   IF WS-XT-TRL-COUNT NOT EQUAL WS-XT-COUNT
                           OR WS-XT-TRL-HASH NOT EQUAL WS-XT-HASH
                           MOVE 2 TO WS-FND-SEVERITY
                           STRING "TRAILER OUT OF BALANCE - TRAILER "
                                   WS-XT-TRL-COUNT "/" WS-XT-TRL-HASH
                                   " RECOUNT " WS-XT-COUNT "/" WS-XT-HASH
                                   DELIMITED BY SIZE
                                   INTO WS-FND-TEXT
                           PERFORM A-ADD-FINDING
                   END-IF
           END-IF.
           MOVE SPACES TO WS-FND-TEXT.
           IF XT-HEADER-SEEN AND WS-XT-BATCH NOT EQUAL WS-LATEST-BATCH
                   AND WS-LATEST-BATCH IS GREATER THAN ZERO
                   MOVE 4 TO WS-FND-SEVERITY
                   STRING "PAYROLL EXTRACT IS FOR BATCH " WS-XT-BATCH
                           " - NOT THE LATEST BATCH" DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                   PERFORM A-ADD-FINDING
           END-IF.

           *> pending maintenance whose effective date falls within the
           *> lookahead window, or has already passed without a
           *> maintenance run releasing it
           A-CHECK-PENDING.
           MOVE "PENDING" TO WS-FND-SOURCE.
           OPEN INPUT PENDING-FILE.
           IF PND-FILE-OK
                   PERFORM UNTIL PND-EOF
                           READ PENDING-FILE
                               AT END
                                       MOVE 'Y' TO WS-PND-EOF
                               NOT AT END
                                       IF PND-EFF-DATE IS NUMERIC
                                               AND PND-EFF-DATE IS NOT GREATER THAN WS-DUE-LIMIT
                                               PERFORM A-REPORT-PENDING-DUE
                                       END-IF
                           END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
           END-IF.

           *> one pending transaction coming due
           A-REPORT-PENDING-DUE.
           MOVE 5 TO WS-FND-SEVERITY.
           MOVE SPACES TO WS-FND-TEXT.
           IF PND-EFF-DATE IS LESS THAN WS-RUN-DATE
                   STRING PND-ACTION " ID " PND-ID " WAS DUE " PND-EFF-DATE
                           " - STILL PENDING" DELIMITED BY SIZE
                           INTO WS-FND-TEXT
           ELSE
                   STRING PND-ACTION " ID " PND-ID " DUE " PND-EFF-DATE
                           DELIMITED BY SIZE
                           INTO WS-FND-TEXT
           END-IF.
           PERFORM A-ADD-FINDING.

           *> the ranked sheet: heading, one line per finding worst
           *> first, then the count at each severity and the worst
           A-WRITE-EXCEPTION-SHEET.
           MOVE WS-RUN-DATE TO WS-REP-HDG-DATE.
           MOVE WS-LATEST-BATCH TO WS-REP-HDG-BATCH.
           MOVE WS-STATE-PROC-DATE TO WS-REP-HDG-PROC-DATE.
           WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-HEADING.
           MOVE SPACES TO EXCEPTION-PRINT-RECORD.
           WRITE EXCEPTION-PRINT-RECORD.
           WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-COLHEAD.
           OPEN INPUT SORTED-FINDING-FILE.
           PERFORM A-READ-SORTED-FINDING.
           PERFORM UNTIL SFN-EOF
                   MOVE SFN-SEVERITY TO WS-SEV-IDX
                   PERFORM A-SET-SEVERITY-LABEL
                   MOVE WS-SEVERITY-LABEL TO WS-REP-DET-SEVERITY
                   MOVE SFN-SOURCE TO WS-REP-DET-SOURCE
                   MOVE SFN-TEXT TO WS-REP-DET-TEXT
                   WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-DETAIL
                   PERFORM A-READ-SORTED-FINDING
           END-PERFORM.
           CLOSE SORTED-FINDING-FILE.
           MOVE SPACES TO EXCEPTION-PRINT-RECORD.
           WRITE EXCEPTION-PRINT-RECORD.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX IS GREATER 5
                   IF WS-SEV-COUNT(WS-SEV-IDX) IS GREATER THAN ZERO
                           PERFORM A-SET-SEVERITY-LABEL
                           MOVE SPACES TO WS-REP-CNT-LABEL
                           STRING WS-SEVERITY-LABEL DELIMITED BY "  "
                                   " FINDINGS:" DELIMITED BY SIZE
                                   INTO WS-REP-CNT-LABEL
                           MOVE WS-SEV-COUNT(WS-SEV-IDX) TO WS-REP-CNT-VALUE
                           WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-COUNT-LINE
                   END-IF
           END-PERFORM.
           MOVE "TOTAL FINDINGS:" TO WS-REP-CNT-LABEL.
           MOVE WS-FINDING-SEQ TO WS-REP-CNT-VALUE.
           WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE WS-WORST-SEVERITY TO WS-SEV-IDX.
           PERFORM A-SET-SEVERITY-LABEL.
           MOVE WS-SEVERITY-LABEL TO WS-REP-WORST-LABEL.
           EVALUATE WS-WORST-SEVERITY
               WHEN 1
                   MOVE 16 TO WS-REP-WORST-RC
               WHEN 2
                   MOVE 12 TO WS-REP-WORST-RC
               WHEN 3
                   MOVE 8 TO WS-REP-WORST-RC
               WHEN OTHER
                   MOVE 4 TO WS-REP-WORST-RC
           END-EVALUATE.
           WRITE EXCEPTION-PRINT-RECORD FROM WS-REP-WORST-LINE.

           *> read one ranked finding, flagging end-of-file
           A-READ-SORTED-FINDING.
           READ SORTED-FINDING-FILE
               AT END SET SFN-EOF TO TRUE
           END-READ.

           *> printable name of the severity at WS-SEV-IDX
           A-SET-SEVERITY-LABEL.
           EVALUATE WS-SEV-IDX
               WHEN 1
                   MOVE "FAILED" TO WS-SEVERITY-LABEL
               WHEN 2
                   MOVE "INTEGRITY" TO WS-SEVERITY-LABEL
               WHEN 3
                   MOVE "BALANCE" TO WS-SEVERITY-LABEL
               WHEN 4
                   MOVE "WARNING" TO WS-SEVERITY-LABEL
               WHEN OTHER
                   MOVE "DUE SOON" TO WS-SEVERITY-LABEL
           END-EVALUATE.
