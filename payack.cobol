       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "data/PAYROLL_ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-WORK-FILE ASSIGN TO "data/PAYROLL_ACK_WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKW-STATUS.
           SELECT ACK-SORT-FILE
               ASSIGN TO "data/PAYROLL_ACK_SORTWORK.DAT".
           SELECT SORTED-ACK-FILE
               ASSIGN TO "data/PAYROLL_ACK_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKR-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "data/PAYROLL_SENT_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-STATUS.
           SELECT SENT-SORT-FILE
               ASSIGN TO "data/PAYROLL_SENT_SORTWORK.DAT".
           SELECT SORTED-SENT-FILE
               ASSIGN TO "data/PAYROLL_SENT_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SENT-KEEP-FILE
               ASSIGN TO "data/PAYROLL_SENT_LOG_KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT DAYS-FILE ASSIGN TO "data/PAYROLL_ACK_DAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT ACK-REPORT-FILE
               ASSIGN TO "data/PAYROLL_ACK_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the bureau's acknowledgment file, semicolon-delimited like
       *> the extract it answers: an A record per extract received
       *> (batch ID, record count and hash total as the bureau counted
       *> them, records accepted, records rejected, date processed)
       *> and an R record per rejected employee (batch ID, employee
       *> ID, the bureau's reason code)
       FD  ACK-FILE.
       01 ACK-LINE PIC X(80).

       *> acknowledgment records parsed into fixed fields, numbered in
       *> arrival order so the sort keeps a batch's records in the
       *> order the bureau sent them; A sorts ahead of R within a batch
       FD  ACK-WORK-FILE.
       01 ACK-WORK-RECORD.
           05 AKW-BATCH-ID PIC 9(9).
           05 AKW-TYPE PIC X(1).
           05 AKW-SEQ PIC 9(6).
           05 AKW-COUNT PIC 9(6).
           05 AKW-HASH PIC 9(9).
           05 AKW-ACCEPTED PIC 9(6).
           05 AKW-REJECTED PIC 9(6).
           05 AKW-ACK-DATE PIC X(8).
           05 AKW-EMP-ID PIC 9(5).
           05 AKW-REASON PIC X(10).

       SD  ACK-SORT-FILE.
       01 ACK-SORT-RECORD.
           05 AKS-BATCH-ID PIC 9(9).
           05 AKS-TYPE PIC X(1).
           05 AKS-SEQ PIC 9(6).
           05 AKS-COUNT PIC 9(6).
           05 AKS-HASH PIC 9(9).
           05 AKS-ACCEPTED PIC 9(6).
           05 AKS-REJECTED PIC 9(6).
           05 AKS-ACK-DATE PIC X(8).
           05 AKS-EMP-ID PIC 9(5).
           05 AKS-REASON PIC X(10).

       FD  SORTED-ACK-FILE.
       01 SORTED-ACK-RECORD.
           05 AKR-BATCH-ID PIC 9(9).
           05 AKR-TYPE PIC X(1).
           05 AKR-SEQ PIC 9(6).
           05 AKR-COUNT PIC 9(6).
           05 AKR-HASH PIC 9(9).
           05 AKR-ACCEPTED PIC 9(6).
           05 AKR-REJECTED PIC 9(6).
           05 AKR-ACK-DATE PIC X(8).
           05 AKR-EMP-ID PIC 9(5).
           05 AKR-REASON PIC X(10).

       *> log of every extract handed to the bureau, written by the
       *> extract run; status is O outstanding, A accepted, R accepted
       *> with rejects, B acknowledged out of balance, S superseded by
       *> a later extract of the same batch
       FD  SENT-LOG-FILE.
       01 SENT-LOG-RECORD.
           05 SNT-BATCH-ID PIC 9(9).
           05 SNT-SENT-DATE PIC 9(8).
           05 SNT-COUNT PIC 9(6).
           05 SNT-HASH PIC 9(9).
           05 SNT-STATUS PIC X(1).
           05 SNT-ACK-DATE PIC X(8).
           05 SNT-ACCEPTED PIC 9(6).
           05 SNT-REJECTED PIC 9(6).

       SD  SENT-SORT-FILE.
       01 SENT-SORT-RECORD.
           05 SSR-BATCH-ID PIC 9(9).
           05 SSR-REST PIC X(44).

       *> the sent log in batch order; a batch extracted more than
       *> once keeps its extracts in the order they were sent
       FD  SORTED-SENT-FILE.
       01 SORTED-SENT-RECORD.
           05 SRT-BATCH-ID PIC 9(9).
           05 SRT-REST PIC X(44).

       FD  SENT-KEEP-FILE.
       01 SENT-KEEP-RECORD PIC X(53).

       *> days an extract may go unanswered before it is reported
       *> outstanding
       FD  DAYS-FILE.
       01 DAYS-RECORD.
           05 DYS-DAYS PIC 9(3).

       FD  ACK-REPORT-FILE.
       01 ACK-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS PIC X(2) VALUE SPACES.
           88 ACK-FILE-OK VALUE '00'.
       01 WS-AKW-STATUS PIC X(2) VALUE SPACES.
           88 AKW-FILE-OK VALUE '00'.
       01 WS-AKR-STATUS PIC X(2) VALUE SPACES.
           88 AKR-FILE-OK VALUE '00'.
       01 WS-SNT-STATUS PIC X(2) VALUE SPACES.
           88 SNT-FILE-OK VALUE '00'.
       01 WS-SRT-STATUS PIC X(2) VALUE SPACES.
           88 SRT-FILE-OK VALUE '00'.
       01 WS-KEEP-STATUS PIC X(2) VALUE SPACES.
           88 KEEP-FILE-OK VALUE '00'.
       01 WS-DAYS-STATUS PIC X(2) VALUE SPACES.
           88 DAYS-FILE-OK VALUE '00'.
       01 WS-REP-STATUS PIC X(2) VALUE SPACES.
           88 REP-FILE-OK VALUE '00'.
       01 WS-ACK-EOF PIC X(1) VALUE 'N'.
           88 ACK-EOF VALUE 'Y'.
       01 WS-AKR-EOF PIC X(1) VALUE 'N'.
           88 AKR-EOF VALUE 'Y'.
       01 WS-SRT-EOF PIC X(1) VALUE 'N'.
           88 SRT-EOF VALUE 'Y'.
       01 WS-KEEP-EOF PIC X(1) VALUE 'N'.
           88 KEEP-EOF VALUE 'Y'.
       01 WS-ACK-PRESENT PIC X(1) VALUE 'N'.
           88 ACK-PRESENT VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> acknowledgment window in days; overridden from DAYS-FILE
       *> when present
       01 WS-ACK-DAYS PIC 9(3) VALUE 3.
       01 WS-DAYS-WAITING PIC S9(7) VALUE ZEROS.

       *> the acknowledgment line being parsed: its fields as the
       *> bureau sent them, and the numeric edit each goes through
       01 WS-ACK-LINE-NO PIC 9(6) VALUE ZEROS.
       01 WS-ACK-FIELDS.
           05 WS-ACK-FLD PIC X(20) OCCURS 7 TIMES.
       01 WS-LINE-VALID PIC X(1) VALUE 'Y'.
           88 LINE-VALID VALUE 'Y'.
       01 WS-NUM-FIELD PIC X(20).
       01 WS-NUM-WORK PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-NUM-VALUE PIC 9(9) VALUE ZEROS.
       01 WS-NUM-LIMIT PIC 9(9) VALUE ZEROS.
       01 WS-NUM-OK PIC X(1) VALUE 'N'.
           88 NUM-OK VALUE 'Y'.

       *> match keys for the two ordered inputs; an exhausted input
       *> takes a key above any batch ID so the other side drains
       01 WS-SNT-KEY PIC 9(10) VALUE ZEROS.
       01 WS-ACK-KEY PIC 9(10) VALUE ZEROS.
       01 WS-END-KEY PIC 9(10) VALUE 9999999999.
       01 WS-GROUP-KEY PIC 9(10) VALUE ZEROS.

       *> the sent-log entry being reconciled: the last extract of its
       *> batch, the one an acknowledgment answers
       01 WS-CUR-SENT.
           05 WS-CUR-BATCH-ID PIC 9(9).
           05 WS-CUR-SENT-DATE PIC 9(8).
           05 WS-CUR-COUNT PIC 9(6).
           05 WS-CUR-HASH PIC 9(9).
           05 WS-CUR-STATUS PIC X(1).
           05 WS-CUR-ACK-DATE PIC X(8).
           05 WS-CUR-ACCEPTED PIC 9(6).
           05 WS-CUR-REJECTED PIC 9(6).
       01 WS-CUR-LAST PIC X(1) VALUE 'N'.
           88 CUR-LAST VALUE 'Y'.

       *> the acknowledgment a batch came back with: the last A
       *> record wins if the bureau sent more than one, and the R
       *> records are counted against its rejected figure
       01 WS-GRP-ACK-SEEN PIC X(1) VALUE 'N'.
           88 GRP-ACK-SEEN VALUE 'Y'.
       01 WS-GRP-VERDICT-DONE PIC X(1) VALUE 'N'.
           88 GRP-VERDICT-DONE VALUE 'Y'.
       01 WS-GRP-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-GRP-HASH PIC 9(9) VALUE ZEROS.
       01 WS-GRP-ACCEPTED PIC 9(6) VALUE ZEROS.
       01 WS-GRP-REJECTED PIC 9(6) VALUE ZEROS.
       01 WS-GRP-ACK-DATE PIC X(8) VALUE SPACES.
       01 WS-GRP-REJECT-LINES PIC 9(6) VALUE ZEROS.
       01 WS-GRP-TOTAL PIC 9(7) VALUE ZEROS.

       01 WS-SENT-READ PIC 9(5) VALUE ZEROS.
       01 WS-ACK-LINES-READ PIC 9(5) VALUE ZEROS.
       01 WS-ACKED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-BALANCED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OUT-OF-BALANCE PIC 9(5) VALUE ZEROS.
       01 WS-ACCEPTED-TOTAL PIC 9(7) VALUE ZEROS.
       01 WS-REJECTED-TOTAL PIC 9(7) VALUE ZEROS.
       01 WS-SUPERSEDED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-AWAITING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-INVALID-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZEROS.

       *> print lines for the acknowledgment report
       01 WS-REP-HEADING.
           05 FILLER PIC X(30) VALUE "PAYROLL ACK RECONCILIATION    ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-REP-HDG-DATE PIC X(8).
           05 FILLER PIC X(20) VALUE "  OUTSTANDING AFTER ".
           05 WS-REP-HDG-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 WS-REP-COLHEAD.
           05 FILLER PIC X(13) VALUE "RESULT       ".
           05 FILLER PIC X(10) VALUE "BATCH     ".
           05 FILLER PIC X(9) VALUE "SENT     ".
           05 FILLER PIC X(7) VALUE "COUNT  ".
           05 FILLER PIC X(10) VALUE "HASH      ".
           05 FILLER PIC X(9) VALUE "ACKED    ".
           05 FILLER PIC X(7) VALUE "ACCEPT ".
           05 FILLER PIC X(6) VALUE "REJECT".
       01 WS-REP-DETAIL.
           05 WS-REP-DET-RESULT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-BATCH PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-SENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-COUNT PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-HASH PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-ACKED PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-ACCEPTED PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-REP-DET-REJECTED PIC X(6).
       01 WS-REP-BUREAU-LINE.
           05 FILLER PIC X(19) VALUE "    BUREAU COUNTED ".
           05 WS-REP-BUR-COUNT PIC 9(6).
           05 FILLER PIC X(6) VALUE " HASH ".
           05 WS-REP-BUR-HASH PIC 9(9).
           05 FILLER PIC X(10) VALUE " ACCEPTED ".
           05 WS-REP-BUR-ACCEPTED PIC 9(6).
           05 FILLER PIC X(10) VALUE " REJECTED ".
           05 WS-REP-BUR-REJECTED PIC 9(6).
       01 WS-REP-REJECT-LINE.
           05 FILLER PIC X(22) VALUE "    REJECTED EMPLOYEE ".
           05 WS-REP-REJ-ID PIC 9(5).
           05 FILLER PIC X(9) VALUE "  REASON ".
           05 WS-REP-REJ-REASON PIC X(10).
       01 WS-REP-NOTE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-REP-NOTE PIC X(76).
       01 WS-REP-INVALID-LINE.
           05 FILLER PIC X(18) VALUE "INVALID      LINE ".
           05 WS-REP-INV-LINE-NO PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-REP-INV-TEXT PIC X(54).
       01 WS-REP-COUNT-LINE.
           05 WS-REP-CNT-LABEL PIC X(34).
           05 WS-REP-CNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           A-PARA.

           *> reconcile the payroll bureau's acknowledgments against the
           *> extracts we sent: each acknowledgment is matched to its
           *> extract by batch ID and its record count and hash total
           *> checked against ours, the accepted and rejected counts are
           *> recorded on the sent log, every rejected employee is listed
           *> with the bureau's reason, and any extract still unanswered
           *> after the acknowledgment window is reported outstanding,
           *> so a file the bureau never processed is noticed before
           *> payday rather than after it
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

           PERFORM A-LOAD-ACK-DAYS.

           OPEN INPUT SENT-LOG-FILE.
           IF NOT SNT-FILE-OK
                   DISPLAY "PAYROLL SENT LOG NOT FOUND - NOTHING TO RECONCILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           CLOSE SENT-LOG-FILE.

           OPEN OUTPUT ACK-REPORT-FILE.
           IF NOT REP-FILE-OK
                   DISPLAY "ACKNOWLEDGMENT REPORT FILE COULD NOT BE OPENED - NOTHING RECONCILED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-REP-HDG-DATE.
           MOVE WS-ACK-DAYS TO WS-REP-HDG-DAYS.
           WRITE ACK-PRINT-RECORD FROM WS-REP-HEADING.
           MOVE SPACES TO ACK-PRINT-RECORD.
           WRITE ACK-PRINT-RECORD.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COLHEAD.
           MOVE SPACES TO ACK-PRINT-RECORD.
           WRITE ACK-PRINT-RECORD.

           PERFORM A-PARSE-ACKNOWLEDGMENTS.

           SORT ACK-SORT-FILE
               ON ASCENDING KEY AKS-BATCH-ID AKS-TYPE AKS-SEQ
               USING ACK-WORK-FILE
               GIVING SORTED-ACK-FILE.
           SORT SENT-SORT-FILE
               ON ASCENDING KEY SSR-BATCH-ID
               WITH DUPLICATES IN ORDER
               USING SENT-LOG-FILE
               GIVING SORTED-SENT-FILE.

           OPEN INPUT SORTED-SENT-FILE.
           IF NOT SRT-FILE-OK
                   DISPLAY "SORTED SENT LOG COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE ACK-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT SORTED-ACK-FILE.
           IF NOT AKR-FILE-OK
                   DISPLAY "SORTED ACKNOWLEDGMENTS COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE SORTED-SENT-FILE
                   CLOSE ACK-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT SENT-KEEP-FILE.
           IF NOT KEEP-FILE-OK
                   DISPLAY "SENT LOG KEEP WORK FILE COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE SORTED-SENT-FILE
                   CLOSE SORTED-ACK-FILE
                   CLOSE ACK-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           *> two-file match on batch ID: a sent batch with nothing back
           *> this run is only checked for age, an acknowledgment for a
           *> batch never sent is unknown, equal keys are reconciled
           PERFORM A-READ-SORTED-SENT.
           PERFORM A-READ-SORTED-ACK.
           PERFORM UNTIL WS-SNT-KEY IS EQUAL WS-END-KEY
                   AND WS-ACK-KEY IS EQUAL WS-END-KEY
                   EVALUATE TRUE
                       WHEN WS-SNT-KEY IS LESS THAN WS-ACK-KEY
                           PERFORM A-TAKE-SENT-GROUP
                           PERFORM A-CHECK-OUTSTANDING
                           WRITE SENT-KEEP-RECORD FROM WS-CUR-SENT
                           ADD 1 TO WS-KEPT-COUNT
                       WHEN WS-SNT-KEY IS GREATER THAN WS-ACK-KEY
                           PERFORM A-UNKNOWN-ACK-GROUP
                       WHEN OTHER
                           PERFORM A-TAKE-SENT-GROUP
                           PERFORM A-MATCH-ACK-GROUP
                           WRITE SENT-KEEP-RECORD FROM WS-CUR-SENT
                           ADD 1 TO WS-KEPT-COUNT
                   END-EVALUATE
           END-PERFORM.
           CLOSE SORTED-SENT-FILE.
           CLOSE SORTED-ACK-FILE.
           CLOSE SENT-KEEP-FILE.

           PERFORM A-REWRITE-SENT-LOG.
           PERFORM A-WRITE-SUMMARY.
           CLOSE ACK-REPORT-FILE.

           DISPLAY "PAYROLL ACK RECONCILIATION COMPLETE - SENT LOG: "WS-SENT-READ
                   " ACKNOWLEDGED: "WS-ACKED-COUNT
                   " OUT OF BALANCE: "WS-OUT-OF-BALANCE
                   " REJECTED: "WS-REJECTED-TOTAL
                   " OUTSTANDING: "WS-OUTSTANDING-COUNT
                   " UNKNOWN: "WS-UNKNOWN-COUNT.
           IF RETURN-CODE IS LESS THAN 8
                   IF WS-OUT-OF-BALANCE NOT EQUAL ZEROS
                           OR WS-OUTSTANDING-COUNT NOT EQUAL ZEROS
                           OR WS-UNKNOWN-COUNT NOT EQUAL ZEROS
                           OR WS-ORPHAN-COUNT NOT EQUAL ZEROS
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           IF WS-REJECTED-TOTAL NOT EQUAL ZEROS
                                   OR WS-INVALID-COUNT NOT EQUAL ZEROS
                                   MOVE 4 TO RETURN-CODE
                           END-IF
                   END-IF
           END-IF.
           STOP RUN.

           *> load the acknowledgment window from its control file,
           *> keeping the compiled-in default when no control file is
           *> present
           A-LOAD-ACK-DAYS.
           OPEN INPUT DAYS-FILE.
           IF DAYS-FILE-OK
                   READ DAYS-FILE
                       NOT AT END
                           IF DYS-DAYS IS NUMERIC
                                   AND DYS-DAYS NOT EQUAL ZEROS
                                   MOVE DYS-DAYS TO WS-ACK-DAYS
                           END-IF
                   END-READ
                   CLOSE DAYS-FILE
           END-IF.

           *> parse every acknowledgment line into the fixed-field work
           *> file the sort takes; a line that cannot be read is listed
           *> on the report and left out. no acknowledgment file simply
           *> means nothing came back today - the work file is still
           *> created, empty, so the match runs and ages the sent log
           A-PARSE-ACKNOWLEDGMENTS.
           OPEN OUTPUT ACK-WORK-FILE.
           IF NOT AKW-FILE-OK
                   DISPLAY "ACKNOWLEDGMENT WORK FILE COULD NOT BE OPENED - NOTHING RECONCILED"
                   CLOSE ACK-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT ACK-FILE.
           IF ACK-FILE-OK
                   MOVE 'Y' TO WS-ACK-PRESENT
                   PERFORM A-READ-ACK
                   PERFORM UNTIL ACK-EOF
                           ADD 1 TO WS-ACK-LINE-NO
                           IF ACK-LINE NOT EQUAL SPACES
                                   ADD 1 TO WS-ACK-LINES-READ
                                   PERFORM A-PARSE-ONE-LINE
                           END-IF
                           PERFORM A-READ-ACK
                   END-PERFORM
                   CLOSE ACK-FILE
           ELSE
                   DISPLAY "NO ACKNOWLEDGMENT FILE THIS RUN - AGEING SENT LOG ONLY"
           END-IF.
           CLOSE ACK-WORK-FILE.

           *> read one acknowledgment line, flagging end-of-file
           A-READ-ACK.
           READ ACK-FILE
               AT END SET ACK-EOF TO TRUE
           END-READ.

           *> split one line on its semicolons and edit each field for
           *> its record type; every numeric field must be a whole
           *> number that fits the field it goes into
           A-PARSE-ONE-LINE.
           MOVE SPACES TO WS-ACK-FIELDS.
           UNSTRING ACK-LINE DELIMITED BY ";"
                   INTO WS-ACK-FLD(1) WS-ACK-FLD(2) WS-ACK-FLD(3)
                        WS-ACK-FLD(4) WS-ACK-FLD(5) WS-ACK-FLD(6)
                        WS-ACK-FLD(7).
           MOVE 'Y' TO WS-LINE-VALID.
           INITIALIZE ACK-WORK-RECORD.
           MOVE WS-ACK-LINE-NO TO AKW-SEQ.
           EVALUATE WS-ACK-FLD(1)
               WHEN "A"
                   MOVE "A" TO AKW-TYPE
                   MOVE 999999999 TO WS-NUM-LIMIT
                   MOVE WS-ACK-FLD(2) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-BATCH-ID
                   MOVE WS-ACK-FLD(4) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-HASH
                   MOVE 999999 TO WS-NUM-LIMIT
                   MOVE WS-ACK-FLD(3) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-COUNT
                   MOVE WS-ACK-FLD(5) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-ACCEPTED
                   MOVE WS-ACK-FLD(6) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-REJECTED
                   IF WS-ACK-FLD(7)(1:8) IS NUMERIC
                           AND WS-ACK-FLD(7)(9:12) IS EQUAL SPACES
                           MOVE WS-ACK-FLD(7)(1:8) TO AKW-ACK-DATE
                   ELSE
                           MOVE 'N' TO WS-LINE-VALID
                   END-IF
               WHEN "R"
                   MOVE "R" TO AKW-TYPE
                   MOVE 999999999 TO WS-NUM-LIMIT
                   MOVE WS-ACK-FLD(2) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-BATCH-ID
                   MOVE 99999 TO WS-NUM-LIMIT
                   MOVE WS-ACK-FLD(3) TO WS-NUM-FIELD
                   PERFORM A-EDIT-NUMBER
                   MOVE WS-NUM-VALUE TO AKW-EMP-ID
                   MOVE WS-ACK-FLD(4) TO AKW-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-LINE-VALID
           END-EVALUATE.
           IF LINE-VALID
                   WRITE ACK-WORK-RECORD
           ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE WS-ACK-LINE-NO TO WS-REP-INV-LINE-NO
                   MOVE ACK-LINE TO WS-REP-INV-TEXT
                   WRITE ACK-PRINT-RECORD FROM WS-REP-INVALID-LINE
           END-IF.

           *> a numeric field must be present, read as a number, be
           *> whole and not negative, and fit under the limit the caller
           *> set; anything else makes the whole line invalid
           A-EDIT-NUMBER.
           MOVE ZEROS TO WS-NUM-VALUE.
           MOVE 'N' TO WS-NUM-OK.
           IF WS-NUM-FIELD NOT EQUAL SPACES
                   IF FUNCTION TEST-NUMVAL(WS-NUM-FIELD) IS EQUAL 0
                           MOVE FUNCTION NUMVAL(WS-NUM-FIELD) TO WS-NUM-WORK
                           IF WS-NUM-WORK IS NOT LESS THAN 0
                                   AND WS-NUM-WORK IS NOT GREATER THAN WS-NUM-LIMIT
                                   MOVE WS-NUM-WORK TO WS-NUM-VALUE
                                   IF WS-NUM-VALUE IS EQUAL WS-NUM-WORK
                                           MOVE 'Y' TO WS-NUM-OK
                                   END-IF
                           END-IF
                   END-IF
           END-IF.
           IF NOT NUM-OK
                   MOVE 'N' TO WS-LINE-VALID
           END-IF.

           *> read one sent-log record in batch order, setting its match
           *> key, or the end key once the log is exhausted
           A-READ-SORTED-SENT.
           READ SORTED-SENT-FILE
               AT END SET SRT-EOF TO TRUE
           END-READ.
           IF SRT-EOF
                   MOVE WS-END-KEY TO WS-SNT-KEY
           ELSE
                   ADD 1 TO WS-SENT-READ
                   MOVE SRT-BATCH-ID TO WS-SNT-KEY
           END-IF.

           *> read one acknowledgment record in batch order, setting its
           *> match key, or the end key once they are exhausted
           A-READ-SORTED-ACK.
           READ SORTED-ACK-FILE
               AT END SET AKR-EOF TO TRUE
           END-READ.
           IF AKR-EOF
                   MOVE WS-END-KEY TO WS-ACK-KEY
           ELSE
                   MOVE AKR-BATCH-ID TO WS-ACK-KEY
           END-IF.

           *> take every sent-log entry for the next batch: all but the
           *> last were replaced by a later extract of the same batch,
           *> so any still waiting are marked superseded and kept as
           *> they are; the last is left in hand for reconciling
           A-TAKE-SENT-GROUP.
           MOVE WS-SNT-KEY TO WS-GROUP-KEY.
           MOVE 'N' TO WS-CUR-LAST.
           PERFORM UNTIL CUR-LAST
                   MOVE SORTED-SENT-RECORD TO WS-CUR-SENT
                   PERFORM A-READ-SORTED-SENT
                   IF WS-SNT-KEY IS EQUAL WS-GROUP-KEY
                           IF WS-CUR-STATUS IS EQUAL "O"
                                   MOVE "S" TO WS-CUR-STATUS
                                   ADD 1 TO WS-SUPERSEDED-COUNT
                                   MOVE "SUPERSEDED" TO WS-REP-DET-RESULT
                                   PERFORM A-REPORT-SENT-ENTRY
                           END-IF
                           WRITE SENT-KEEP-RECORD FROM WS-CUR-SENT
                           ADD 1 TO WS-KEPT-COUNT
                   ELSE
                           MOVE 'Y' TO WS-CUR-LAST
                   END-IF
           END-PERFORM.

           *> an extract nothing has answered yet is awaiting its
           *> acknowledgment inside the window and outstanding after it;
           *> an entry already acknowledged is left as it stands
           A-CHECK-OUTSTANDING.
           IF WS-CUR-STATUS IS EQUAL "O"
                   IF WS-CUR-SENT-DATE IS NUMERIC
                           AND WS-CUR-SENT-DATE NOT EQUAL ZEROS
                           COMPUTE WS-DAYS-WAITING =
                                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                                   - FUNCTION INTEGER-OF-DATE(WS-CUR-SENT-DATE)
                   ELSE
                           MOVE 999 TO WS-DAYS-WAITING
                   END-IF
                   IF WS-DAYS-WAITING IS GREATER THAN WS-ACK-DAYS
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           MOVE "OUTSTANDING" TO WS-REP-DET-RESULT
                   ELSE
                           ADD 1 TO WS-AWAITING-COUNT
                           MOVE "AWAITING" TO WS-REP-DET-RESULT
                   END-IF
                   PERFORM A-REPORT-SENT-ENTRY
           END-IF.

           *> reconcile the acknowledgment records for the batch in
           *> hand: the A record's totals are held against the extract
           *> (record count and hash as sent, and accepted plus rejected
           *> making up the count), then each R record is listed and the
           *> number of them checked against the rejected figure
           A-MATCH-ACK-GROUP.
           MOVE 'N' TO WS-GRP-ACK-SEEN.
           MOVE 'N' TO WS-GRP-VERDICT-DONE.
           MOVE ZEROS TO WS-GRP-REJECT-LINES.
           PERFORM UNTIL WS-ACK-KEY NOT EQUAL WS-GROUP-KEY
                   IF AKR-TYPE IS EQUAL "A"
                           MOVE 'Y' TO WS-GRP-ACK-SEEN
                           MOVE AKR-COUNT TO WS-GRP-COUNT
                           MOVE AKR-HASH TO WS-GRP-HASH
                           MOVE AKR-ACCEPTED TO WS-GRP-ACCEPTED
                           MOVE AKR-REJECTED TO WS-GRP-REJECTED
                           MOVE AKR-ACK-DATE TO WS-GRP-ACK-DATE
                   ELSE
                           IF NOT GRP-VERDICT-DONE
                                   PERFORM A-JUDGE-ACK
                           END-IF
                           ADD 1 TO WS-GRP-REJECT-LINES
                           MOVE AKR-EMP-ID TO WS-REP-REJ-ID
                           MOVE AKR-REASON TO WS-REP-REJ-REASON
                           WRITE ACK-PRINT-RECORD FROM WS-REP-REJECT-LINE
                   END-IF
                   PERFORM A-READ-SORTED-ACK
           END-PERFORM.
           IF NOT GRP-VERDICT-DONE
                   PERFORM A-JUDGE-ACK
           END-IF.
           IF GRP-ACK-SEEN
                   IF WS-GRP-REJECT-LINES NOT EQUAL WS-GRP-REJECTED
                           MOVE SPACES TO WS-REP-NOTE
                           STRING "REJECT DETAIL LINES " WS-GRP-REJECT-LINES
                                   DELIMITED BY SIZE
                                   " DO NOT AGREE WITH REJECTED COUNT "
                                   DELIMITED BY SIZE
                                   WS-GRP-REJECTED DELIMITED BY SIZE
                                   INTO WS-REP-NOTE
                           WRITE ACK-PRINT-RECORD FROM WS-REP-NOTE-LINE
                           IF WS-CUR-STATUS NOT EQUAL "B"
                                   MOVE "B" TO WS-CUR-STATUS
                                   ADD 1 TO WS-OUT-OF-BALANCE
                                   SUBTRACT 1 FROM WS-BALANCED-COUNT
                           END-IF
                   END-IF
           ELSE
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO WS-REP-NOTE
                   MOVE "REJECT DETAIL RECEIVED WITHOUT AN ACKNOWLEDGMENT RECORD"
                           TO WS-REP-NOTE
                   WRITE ACK-PRINT-RECORD FROM WS-REP-NOTE-LINE
           END-IF.

           *> the verdict on the extract in hand, printed ahead of its
           *> reject detail: in balance with nothing rejected is
           *> accepted, in balance with rejects is accepted with
           *> rejects, anything else is out of balance and the bureau's
           *> own figures are printed under ours. reject detail with no
           *> A record leaves the extract waiting as it was
           A-JUDGE-ACK.
           MOVE 'Y' TO WS-GRP-VERDICT-DONE.
           IF GRP-ACK-SEEN
                   ADD 1 TO WS-ACKED-COUNT
                   MOVE WS-GRP-ACK-DATE TO WS-CUR-ACK-DATE
                   MOVE WS-GRP-ACCEPTED TO WS-CUR-ACCEPTED
                   MOVE WS-GRP-REJECTED TO WS-CUR-REJECTED
                   ADD WS-GRP-ACCEPTED TO WS-ACCEPTED-TOTAL
                   ADD WS-GRP-REJECTED TO WS-REJECTED-TOTAL
                   COMPUTE WS-GRP-TOTAL = WS-GRP-ACCEPTED + WS-GRP-REJECTED
                   IF WS-GRP-COUNT IS EQUAL WS-CUR-COUNT
                           AND WS-GRP-HASH IS EQUAL WS-CUR-HASH
                           AND WS-GRP-TOTAL IS EQUAL WS-CUR-COUNT
                           ADD 1 TO WS-BALANCED-COUNT
                           IF WS-GRP-REJECTED IS EQUAL ZEROS
                                   MOVE "A" TO WS-CUR-STATUS
                                   MOVE "ACCEPTED" TO WS-REP-DET-RESULT
                           ELSE
                                   MOVE "R" TO WS-CUR-STATUS
                                   MOVE "REJECTS" TO WS-REP-DET-RESULT
                           END-IF
                           PERFORM A-REPORT-SENT-ENTRY
                   ELSE
                           ADD 1 TO WS-OUT-OF-BALANCE
                           MOVE "B" TO WS-CUR-STATUS
                           MOVE "OUT-BALANCE" TO WS-REP-DET-RESULT
                           PERFORM A-REPORT-SENT-ENTRY
                           MOVE WS-GRP-COUNT TO WS-REP-BUR-COUNT
                           MOVE WS-GRP-HASH TO WS-REP-BUR-HASH
                           MOVE WS-GRP-ACCEPTED TO WS-REP-BUR-ACCEPTED
                           MOVE WS-GRP-REJECTED TO WS-REP-BUR-REJECTED
                           WRITE ACK-PRINT-RECORD FROM WS-REP-BUREAU-LINE
                   END-IF
           ELSE
                   IF WS-CUR-STATUS IS EQUAL "O"
                           PERFORM A-CHECK-OUTSTANDING
                   ELSE
                           MOVE "LATE REJECTS" TO WS-REP-DET-RESULT
                           PERFORM A-REPORT-SENT-ENTRY
                   END-IF
           END-IF.

           *> acknowledgment records for a batch the sent log has never
           *> seen: listed in full, since they answer an extract this
           *> system has no record of sending
           A-UNKNOWN-ACK-GROUP.
           ADD 1 TO WS-UNKNOWN-COUNT.
           MOVE WS-ACK-KEY TO WS-GROUP-KEY.
           PERFORM UNTIL WS-ACK-KEY NOT EQUAL WS-GROUP-KEY
                   IF AKR-TYPE IS EQUAL "A"
                           MOVE "UNKNOWN" TO WS-REP-DET-RESULT
                           MOVE AKR-BATCH-ID TO WS-REP-DET-BATCH
                           MOVE SPACES TO WS-REP-DET-SENT
                           MOVE AKR-COUNT TO WS-REP-DET-COUNT
                           MOVE AKR-HASH TO WS-REP-DET-HASH
                           MOVE AKR-ACK-DATE TO WS-REP-DET-ACKED
                           MOVE AKR-ACCEPTED TO WS-REP-DET-ACCEPTED
                           MOVE AKR-REJECTED TO WS-REP-DET-REJECTED
                           WRITE ACK-PRINT-RECORD FROM WS-REP-DETAIL
                   ELSE
                           MOVE AKR-EMP-ID TO WS-REP-REJ-ID
                           MOVE AKR-REASON TO WS-REP-REJ-REASON
                           WRITE ACK-PRINT-RECORD FROM WS-REP-REJECT-LINE
                   END-IF
                   PERFORM A-READ-SORTED-ACK
           END-PERFORM.

           *> one report line for the sent-log entry in hand; the
           *> caller has set the result
           A-REPORT-SENT-ENTRY.
           MOVE WS-CUR-BATCH-ID TO WS-REP-DET-BATCH.
           MOVE WS-CUR-SENT-DATE TO WS-REP-DET-SENT.
           MOVE WS-CUR-COUNT TO WS-REP-DET-COUNT.
           MOVE WS-CUR-HASH TO WS-REP-DET-HASH.
           IF WS-CUR-STATUS IS EQUAL "O" OR WS-CUR-STATUS IS EQUAL "S"
                   MOVE SPACES TO WS-REP-DET-ACKED
                   MOVE SPACES TO WS-REP-DET-ACCEPTED
                   MOVE SPACES TO WS-REP-DET-REJECTED
           ELSE
                   MOVE WS-CUR-ACK-DATE TO WS-REP-DET-ACKED
                   MOVE WS-CUR-ACCEPTED TO WS-REP-DET-ACCEPTED
                   MOVE WS-CUR-REJECTED TO WS-REP-DET-REJECTED
           END-IF.
           WRITE ACK-PRINT-RECORD FROM WS-REP-DETAIL.

           *> rewrite the live sent log from the keep work file, then
           *> empty the acknowledgment file now its contents are on the
           *> log, so tomorrow's run does not report them a second time.
           *> if the log cannot be rewritten the acknowledgments are
           *> left in place to be reconciled again
           A-REWRITE-SENT-LOG.
           OPEN INPUT SENT-KEEP-FILE.
           IF NOT KEEP-FILE-OK
                   DISPLAY "SENT LOG KEEP WORK FILE COULD NOT BE REREAD - SENT LOG LEFT UNTOUCHED"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT SENT-LOG-FILE
                   IF NOT SNT-FILE-OK
                           DISPLAY "PAYROLL SENT LOG COULD NOT BE REWRITTEN - KEEP COPY PRESERVED"
                           CLOSE SENT-KEEP-FILE
                           MOVE 16 TO RETURN-CODE
                   ELSE
                           PERFORM A-READ-SENT-KEEP
                           PERFORM UNTIL KEEP-EOF
                                   WRITE SENT-LOG-RECORD FROM SENT-KEEP-RECORD
                                   PERFORM A-READ-SENT-KEEP
                           END-PERFORM
                           CLOSE SENT-LOG-FILE
                           CLOSE SENT-KEEP-FILE
                           IF ACK-PRESENT
                                   PERFORM A-CLEAR-ACK-FILE
                           END-IF
                   END-IF
           END-IF.

           *> read one sent-log keep-copy record, flagging end-of-file
           A-READ-SENT-KEEP.
           READ SENT-KEEP-FILE
               AT END SET KEEP-EOF TO TRUE
           END-READ.

           *> empty the acknowledgment file once it has been reconciled
           A-CLEAR-ACK-FILE.
           OPEN OUTPUT ACK-FILE.
           IF ACK-FILE-OK
                   CLOSE ACK-FILE
           ELSE
                   DISPLAY "ACKNOWLEDGMENT FILE COULD NOT BE EMPTIED - REMOVE IT BEFORE THE NEXT RUN"
                   IF RETURN-CODE IS LESS THAN 4
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.

           *> closing counts for the run
           A-WRITE-SUMMARY.
           MOVE SPACES TO ACK-PRINT-RECORD.
           WRITE ACK-PRINT-RECORD.
           MOVE "EXTRACTS ON SENT LOG:" TO WS-REP-CNT-LABEL.
           MOVE WS-SENT-READ TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "ACKNOWLEDGMENT LINES READ:" TO WS-REP-CNT-LABEL.
           MOVE WS-ACK-LINES-READ TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "EXTRACTS ACKNOWLEDGED THIS RUN:" TO WS-REP-CNT-LABEL.
           MOVE WS-ACKED-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "  IN BALANCE:" TO WS-REP-CNT-LABEL.
           MOVE WS-BALANCED-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "  OUT OF BALANCE:" TO WS-REP-CNT-LABEL.
           MOVE WS-OUT-OF-BALANCE TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "RECORDS ACCEPTED BY BUREAU:" TO WS-REP-CNT-LABEL.
           MOVE WS-ACCEPTED-TOTAL TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "RECORDS REJECTED BY BUREAU:" TO WS-REP-CNT-LABEL.
           MOVE WS-REJECTED-TOTAL TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "EXTRACTS SUPERSEDED:" TO WS-REP-CNT-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "AWAITING ACKNOWLEDGMENT:" TO WS-REP-CNT-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "OUTSTANDING PAST WINDOW:" TO WS-REP-CNT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "UNKNOWN BATCHES ACKNOWLEDGED:" TO WS-REP-CNT-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "REJECTS WITHOUT ACKNOWLEDGMENT:" TO WS-REP-CNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
           MOVE "INVALID ACKNOWLEDGMENT LINES:" TO WS-REP-CNT-LABEL.
           MOVE WS-INVALID-COUNT TO WS-REP-CNT-VALUE.
           WRITE ACK-PRINT-RECORD FROM WS-REP-COUNT-LINE.
