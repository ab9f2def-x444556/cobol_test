       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "data/CLASS_HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT TREND-FILE ASSIGN TO "data/AGE_TREND_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> classification history the roster run appends to: one
       *> generation per run, D records closed by a T trailer
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

       FD  TREND-FILE.
       01 TREND-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIS-STATUS PIC X(2) VALUE SPACES.
           88 HIS-FILE-OK VALUE '00'.
       01 WS-REP-STATUS PIC X(2) VALUE SPACES.
           88 REP-FILE-OK VALUE '00'.
       01 WS-HIS-EOF PIC X(1) VALUE 'N'.
           88 HIS-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> month arithmetic: a month is numbered as year * 12 plus the
       *> month less one, so consecutive months differ by one across a
       *> year end
       01 WS-WORK-DATE PIC 9(8).
       01 FILLER REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 9(2).
           05 WS-WORK-DAY PIC 9(2).
       01 WS-RUN-MONTH-NUM PIC 9(6) VALUE ZEROS.
       01 WS-GEN-MONTH-NUM PIC 9(6) VALUE ZEROS.
       01 WS-BUCKET-MONTH-NUM PIC 9(6) VALUE ZEROS.
       01 WS-BUCKET-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-BUCKET-IDX PIC S9(4) VALUE ZEROS.

       *> age groups met anywhere in the history, in the order first
       *> seen; the table has a hard limit and the run stops rather
       *> than report a trend with groups missing from it
       01 WS-GRP-COUNT PIC 9(2) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-NAME PIC A(5) OCCURS 20 TIMES.
       01 WS-GRP-IDX PIC 9(2).
       01 WS-GRP-FOUND PIC 9(2).

       *> thirteen month-end buckets ending with the last completed
       *> month: the oldest is kept only as the baseline the first
       *> reported month's change is measured against. each holds the
       *> per-group headcount of the last complete generation run in
       *> that month
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 13 TIMES.
               10 WS-MON-YYYYMM PIC 9(6).
               10 WS-MON-HAS-DATA PIC X(1).
               10 WS-MON-GEN-DATE PIC 9(8).
               10 WS-MON-GEN-BATCH PIC 9(9).
               10 WS-MON-GEN-STAMP PIC X(14).
               10 WS-MON-TOTAL PIC 9(6).
               10 WS-MON-GRP-COUNT PIC 9(6) OCCURS 20 TIMES.
       01 WS-MON-IDX PIC 9(2).
       01 WS-PRV-IDX PIC 9(2).

       *> the generation being read: its identity from the first
       *> detail record, and its per-group counts until the trailer
       *> confirms it is complete
       01 WS-GEN-ACTIVE PIC X(1) VALUE 'N'.
           88 GEN-ACTIVE VALUE 'Y'.
       01 WS-GEN-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-GEN-BATCH-ID PIC 9(9) VALUE ZEROS.
       01 WS-GEN-RUN-STAMP PIC X(14) VALUE SPACES.
       01 WS-GEN-RECORDS PIC 9(6) VALUE ZEROS.
       01 WS-GEN-TABLE.
           05 WS-GEN-GRP-COUNT PIC 9(6) OCCURS 20 TIMES.

       01 WS-GENS-READ PIC 9(5) VALUE ZEROS.
       01 WS-GENS-INCOMPLETE PIC 9(5) VALUE ZEROS.
       01 WS-UNKNOWN-RECORDS PIC 9(6) VALUE ZEROS.
       01 WS-MONTHS-MISSING PIC 9(2) VALUE ZEROS.
       01 WS-CHANGE PIC S9(6) VALUE ZEROS.
       01 WS-CHANGE-EDIT PIC +(6)9.

       *> print lines for the trend report
       01 WS-REP-HEADING.
           05 FILLER PIC X(29) VALUE "AGE-GROUP HEADCOUNT TREND    ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 WS-REP-HDG-DATE PIC X(8).
       01 WS-REP-SUBHEAD.
           05 FILLER PIC X(44)
                   VALUE "MONTH-END HEADCOUNTS FOR THE 12 MONTHS FROM ".
           05 WS-REP-SUB-FROM PIC 9(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-REP-SUB-TO PIC 9(6).
       01 WS-REP-COLHEAD.
           05 FILLER PIC X(14) VALUE "    AGE-GROUP ".
           05 FILLER PIC X(10) VALUE "HEADCOUNT ".
           05 FILLER PIC X(6) VALUE "CHANGE".
       01 WS-REP-MONTH-LINE.
           05 FILLER PIC X(6) VALUE "MONTH ".
           05 WS-REP-MON-YYYYMM PIC 9(6).
           05 FILLER PIC X(17) VALUE "  GENERATION RUN ".
           05 WS-REP-MON-GEN-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE " BATCH ".
           05 WS-REP-MON-GEN-BATCH PIC 9(9).
       01 WS-REP-NODATA-LINE.
           05 FILLER PIC X(6) VALUE "MONTH ".
           05 WS-REP-NOD-YYYYMM PIC 9(6).
           05 FILLER PIC X(47)
                   VALUE "  NO COMPLETE CLASSIFICATION GENERATION ON FILE".
       01 WS-REP-GROUP-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-REP-GRP-NAME PIC X(5).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-REP-GRP-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-REP-GRP-CHANGE PIC X(7).
       01 WS-REP-SUMMARY-LINE.
           05 WS-REP-SUM-LABEL PIC X(34).
           05 WS-REP-SUM-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           A-PARA.

           *> month-over-month view of the roster's age profile: the
           *> headcount per AGE-GROUP at each of the last twelve
           *> month-ends, taken from the last complete generation the
           *> roster run wrote to the classification history in each
           *> month, with the change from the month before
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-RUN-MONTH-NUM =
                   WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1.
           PERFORM A-INIT-MONTHS.

           OPEN INPUT HISTORY-FILE.
           IF NOT HIS-FILE-OK
                   DISPLAY "CLASSIFICATION HISTORY NOT FOUND - NO TREND TO REPORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM A-READ-HISTORY.
           PERFORM UNTIL HIS-EOF
                   PERFORM A-TAKE-HISTORY-RECORD
                   PERFORM A-READ-HISTORY
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF GEN-ACTIVE
                   ADD 1 TO WS-GENS-INCOMPLETE
                   MOVE 'N' TO WS-GEN-ACTIVE
           END-IF.

           PERFORM A-WRITE-TREND-REPORT.

           DISPLAY "TREND COMPLETE - GENERATIONS READ: "WS-GENS-READ
                   " INCOMPLETE: "WS-GENS-INCOMPLETE
                   " MONTHS WITHOUT A GENERATION: "WS-MONTHS-MISSING.
           IF RETURN-CODE IS EQUAL ZERO
                   IF WS-GENS-INCOMPLETE NOT EQUAL ZEROS
                           OR WS-MONTHS-MISSING NOT EQUAL ZEROS
                           OR WS-UNKNOWN-RECORDS NOT EQUAL ZEROS
                           MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
           STOP RUN.

           *> label the thirteen buckets with their months, oldest
           *> first, and mark them all empty
           A-INIT-MONTHS.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX IS GREATER 13
                   COMPUTE WS-BUCKET-MONTH-NUM =
                           WS-RUN-MONTH-NUM - 14 + WS-MON-IDX
                   COMPUTE WS-BUCKET-YEAR = WS-BUCKET-MONTH-NUM / 12
                   COMPUTE WS-MON-YYYYMM(WS-MON-IDX) =
                           WS-BUCKET-YEAR * 100
                           + WS-BUCKET-MONTH-NUM
                           - WS-BUCKET-YEAR * 12 + 1
                   MOVE 'N' TO WS-MON-HAS-DATA(WS-MON-IDX)
                   MOVE ZEROS TO WS-MON-GEN-DATE(WS-MON-IDX)
                   MOVE ZEROS TO WS-MON-GEN-BATCH(WS-MON-IDX)
                   MOVE SPACES TO WS-MON-GEN-STAMP(WS-MON-IDX)
                   MOVE ZEROS TO WS-MON-TOTAL(WS-MON-IDX)
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX IS GREATER 20
                           MOVE ZEROS TO WS-MON-GRP-COUNT(WS-MON-IDX, WS-GRP-IDX)
                   END-PERFORM
           END-PERFORM.

           *> read one history record, flagging end-of-file
           A-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET HIS-EOF TO TRUE
           END-READ.

           *> a detail record counts toward the generation it carries
           *> the stamp of, opening a new one when the stamp changes (a
           *> generation still open at that point never got its
           *> trailer and is dropped); a trailer closes the generation,
           *> which is only used when its count agrees with the details
           *> read for it
           A-TAKE-HISTORY-RECORD.
           EVALUATE HIS-TAG
               WHEN "D"
                   IF GEN-ACTIVE
                           IF HIS-RUN-STAMP NOT EQUAL WS-GEN-RUN-STAMP
                                   OR HIS-BATCH-ID NOT EQUAL WS-GEN-BATCH-ID
                                   OR HIS-RUN-DATE NOT EQUAL WS-GEN-RUN-DATE
                                   ADD 1 TO WS-GENS-INCOMPLETE
                                   PERFORM A-START-GENERATION
                           END-IF
                   ELSE
                           PERFORM A-START-GENERATION
                   END-IF
                   PERFORM A-FIND-GROUP
                   ADD 1 TO WS-GEN-GRP-COUNT(WS-GRP-FOUND)
                   ADD 1 TO WS-GEN-RECORDS
               WHEN "T"
                   IF NOT GEN-ACTIVE
                           PERFORM A-START-GENERATION
                   END-IF
                   IF HIT-RUN-STAMP IS EQUAL WS-GEN-RUN-STAMP
                           AND HIT-BATCH-ID IS EQUAL WS-GEN-BATCH-ID
                           AND HIT-RUN-DATE IS EQUAL WS-GEN-RUN-DATE
                           AND HIT-COUNT IS EQUAL WS-GEN-RECORDS
                           ADD 1 TO WS-GENS-READ
                           PERFORM A-PLACE-GENERATION
                   ELSE
                           ADD 1 TO WS-GENS-INCOMPLETE
                           DISPLAY "HISTORY GENERATION OF "HIT-RUN-DATE
                                   " BATCH "HIT-BATCH-ID
                                   " DOES NOT AGREE WITH ITS TRAILER - IGNORED"
                   END-IF
                   MOVE 'N' TO WS-GEN-ACTIVE
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-RECORDS
           END-EVALUATE.

           *> open a new generation under the identity of the record
           *> in hand, with every group count cleared
           A-START-GENERATION.
           MOVE 'Y' TO WS-GEN-ACTIVE.
           MOVE HIS-RUN-DATE TO WS-GEN-RUN-DATE.
           MOVE HIS-BATCH-ID TO WS-GEN-BATCH-ID.
           MOVE HIS-RUN-STAMP TO WS-GEN-RUN-STAMP.
           MOVE ZEROS TO WS-GEN-RECORDS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX IS GREATER 20
                   MOVE ZEROS TO WS-GEN-GRP-COUNT(WS-GRP-IDX)
           END-PERFORM.

           *> locate the detail record's age group in the group table,
           *> adding it the first time it is seen; a full table stops
           *> the run, since a trend silently missing a group would be
           *> read as that group shrinking
           A-FIND-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX IS GREATER WS-GRP-COUNT
                       OR WS-GRP-FOUND IS GREATER 0
                   IF WS-GRP-NAME(WS-GRP-IDX) IS EQUAL HIS-AGE_GROUP
                           MOVE WS-GRP-IDX TO WS-GRP-FOUND
                   END-IF
           END-PERFORM.
           IF WS-GRP-FOUND IS EQUAL 0
                   IF WS-GRP-COUNT IS EQUAL 20
                           DISPLAY "AGE-GROUP TABLE FULL (MAX 20) AT GROUP "HIS-AGE_GROUP
                                   " - TREND ABANDONED"
                           CLOSE HISTORY-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO WS-GRP-COUNT
                   MOVE HIS-AGE_GROUP TO WS-GRP-NAME(WS-GRP-COUNT)
                   MOVE WS-GRP-COUNT TO WS-GRP-FOUND
           END-IF.

           *> a complete generation run in one of the thirteen bucket
           *> months replaces whatever that month holds unless the
           *> month already has a later one, so each month ends up
           *> with its last generation - the month-end position
           A-PLACE-GENERATION.
           MOVE WS-GEN-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-GEN-MONTH-NUM =
                   WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1.
           COMPUTE WS-BUCKET-IDX =
                   WS-GEN-MONTH-NUM - WS-RUN-MONTH-NUM + 14.
           IF WS-BUCKET-IDX IS GREATER THAN 0
                   AND WS-BUCKET-IDX IS LESS THAN 14
                   MOVE WS-BUCKET-IDX TO WS-MON-IDX
                   IF WS-MON-HAS-DATA(WS-MON-IDX) IS EQUAL 'N'
                           OR WS-GEN-RUN-DATE IS NOT LESS THAN
                                   WS-MON-GEN-DATE(WS-MON-IDX)
                           MOVE 'Y' TO WS-MON-HAS-DATA(WS-MON-IDX)
                           MOVE WS-GEN-RUN-DATE TO WS-MON-GEN-DATE(WS-MON-IDX)
                           MOVE WS-GEN-BATCH-ID TO WS-MON-GEN-BATCH(WS-MON-IDX)
                           MOVE WS-GEN-RUN-STAMP TO WS-MON-GEN-STAMP(WS-MON-IDX)
                           MOVE WS-GEN-RECORDS TO WS-MON-TOTAL(WS-MON-IDX)
                           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                                   UNTIL WS-GRP-IDX IS GREATER 20
                                   MOVE WS-GEN-GRP-COUNT(WS-GRP-IDX)
                                           TO WS-MON-GRP-COUNT(WS-MON-IDX, WS-GRP-IDX)
                           END-PERFORM
                   END-IF
           END-IF.

           *> dated report of the twelve reported month-ends, oldest
           *> first: the generation each is taken from, then each age
           *> group's headcount and its change from the month before
           *> (a group that has emptied out is still listed at zero),
           *> closed by the month's total
           A-WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-FILE.
           IF NOT REP-FILE-OK
                   DISPLAY "TREND REPORT FILE COULD NOT BE OPENED - NO REPORT WRITTEN"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE WS-RUN-DATE TO WS-REP-HDG-DATE
                   WRITE TREND-PRINT-RECORD FROM WS-REP-HEADING
                   MOVE WS-MON-YYYYMM(2) TO WS-REP-SUB-FROM
                   MOVE WS-MON-YYYYMM(13) TO WS-REP-SUB-TO
                   WRITE TREND-PRINT-RECORD FROM WS-REP-SUBHEAD
                   MOVE SPACES TO TREND-PRINT-RECORD
                   WRITE TREND-PRINT-RECORD
                   WRITE TREND-PRINT-RECORD FROM WS-REP-COLHEAD
                   PERFORM VARYING WS-MON-IDX FROM 2 BY 1
                           UNTIL WS-MON-IDX IS GREATER 13
                           MOVE SPACES TO TREND-PRINT-RECORD
                           WRITE TREND-PRINT-RECORD
                           PERFORM A-WRITE-ONE-MONTH
                   END-PERFORM
                   MOVE SPACES TO TREND-PRINT-RECORD
                   WRITE TREND-PRINT-RECORD
                   MOVE "GENERATIONS ON HISTORY:" TO WS-REP-SUM-LABEL
                   MOVE WS-GENS-READ TO WS-REP-SUM-COUNT
                   WRITE TREND-PRINT-RECORD FROM WS-REP-SUMMARY-LINE
                   MOVE "INCOMPLETE GENERATIONS IGNORED:" TO WS-REP-SUM-LABEL
                   MOVE WS-GENS-INCOMPLETE TO WS-REP-SUM-COUNT
                   WRITE TREND-PRINT-RECORD FROM WS-REP-SUMMARY-LINE
                   MOVE "MONTHS WITHOUT A GENERATION:" TO WS-REP-SUM-LABEL
                   MOVE WS-MONTHS-MISSING TO WS-REP-SUM-COUNT
                   WRITE TREND-PRINT-RECORD FROM WS-REP-SUMMARY-LINE
                   IF WS-UNKNOWN-RECORDS NOT EQUAL ZEROS
                           MOVE "UNRECOGNISED HISTORY RECORDS:" TO WS-REP-SUM-LABEL
                           MOVE WS-UNKNOWN-RECORDS TO WS-REP-SUM-COUNT
                           WRITE TREND-PRINT-RECORD FROM WS-REP-SUMMARY-LINE
                   END-IF
                   CLOSE TREND-FILE
           END-IF.

           *> one month's block; with no generation for the month there
           *> is nothing to count, and the following month's change is
           *> shown as not available rather than measured from zero
           A-WRITE-ONE-MONTH.
           COMPUTE WS-PRV-IDX = WS-MON-IDX - 1.
           IF WS-MON-HAS-DATA(WS-MON-IDX) IS EQUAL 'N'
                   ADD 1 TO WS-MONTHS-MISSING
                   MOVE WS-MON-YYYYMM(WS-MON-IDX) TO WS-REP-NOD-YYYYMM
                   WRITE TREND-PRINT-RECORD FROM WS-REP-NODATA-LINE
           ELSE
                   MOVE WS-MON-YYYYMM(WS-MON-IDX) TO WS-REP-MON-YYYYMM
                   MOVE WS-MON-GEN-DATE(WS-MON-IDX) TO WS-REP-MON-GEN-DATE
                   MOVE WS-MON-GEN-BATCH(WS-MON-IDX) TO WS-REP-MON-GEN-BATCH
                   WRITE TREND-PRINT-RECORD FROM WS-REP-MONTH-LINE
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX IS GREATER WS-GRP-COUNT
                           IF WS-MON-GRP-COUNT(WS-MON-IDX, WS-GRP-IDX)
                                   IS GREATER THAN ZEROS
                               OR (WS-MON-HAS-DATA(WS-PRV-IDX) IS EQUAL 'Y'
                                   AND WS-MON-GRP-COUNT(WS-PRV-IDX, WS-GRP-IDX)
                                       IS GREATER THAN ZEROS)
                                   MOVE WS-GRP-NAME(WS-GRP-IDX) TO WS-REP-GRP-NAME
                                   MOVE WS-MON-GRP-COUNT(WS-MON-IDX, WS-GRP-IDX)
                                           TO WS-REP-GRP-COUNT
                                   IF WS-MON-HAS-DATA(WS-PRV-IDX) IS EQUAL 'Y'
                                           COMPUTE WS-CHANGE =
                                               WS-MON-GRP-COUNT(WS-MON-IDX, WS-GRP-IDX)
                                               - WS-MON-GRP-COUNT(WS-PRV-IDX, WS-GRP-IDX)
                                           MOVE WS-CHANGE TO WS-CHANGE-EDIT
                                           MOVE WS-CHANGE-EDIT TO WS-REP-GRP-CHANGE
                                   ELSE
                                           MOVE "    N/A" TO WS-REP-GRP-CHANGE
                                   END-IF
                                   WRITE TREND-PRINT-RECORD FROM WS-REP-GROUP-LINE
                           END-IF
                   END-PERFORM
                   MOVE "TOTAL" TO WS-REP-GRP-NAME
                   MOVE WS-MON-TOTAL(WS-MON-IDX) TO WS-REP-GRP-COUNT
                   IF WS-MON-HAS-DATA(WS-PRV-IDX) IS EQUAL 'Y'
                           COMPUTE WS-CHANGE = WS-MON-TOTAL(WS-MON-IDX)
                                   - WS-MON-TOTAL(WS-PRV-IDX)
                           MOVE WS-CHANGE TO WS-CHANGE-EDIT
                           MOVE WS-CHANGE-EDIT TO WS-REP-GRP-CHANGE
                   ELSE
                           MOVE "    N/A" TO WS-REP-GRP-CHANGE
                   END-IF
                   WRITE TREND-PRINT-RECORD FROM WS-REP-GROUP-LINE
           END-IF.
