           SELECT OVERRIDE-FILE ASSIGN TO "data/AGE_GROUP_OVERRIDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT OVERRIDE-SORT-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTWORK.DAT".
           SELECT SORTED-OVERRIDE-FILE
               ASSIGN TO "data/AGE_GROUP_OVERRIDES_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOV-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "data/PAYROLL_EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "data/PAYROLL_PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "data/PAYROLL_SENT_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "data/PROCESSING_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT PROC-REGISTER-FILE
               ASSIGN TO "data/PROCESSING_DATE_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OVR-ID PIC 9(5).
           05 OVR-AGE_GROUP PIC A(5).

       SD  OVERRIDE-SORT-FILE.
       01 OVERRIDE-SORT-RECORD.
           05 OVS-ID PIC X(5).
           05 OVS-AGE_GROUP PIC A(5).

       *> the override control file in ID order, matched against the
       *> report, which the classification run writes in ID order
       FD  SORTED-OVERRIDE-FILE.
       01 SORTED-OVERRIDE-RECORD.
           05 SOV-ID PIC X(5).
           05 SOV-AGE_GROUP PIC A(5).

       *> semicolon-delimited interface file for the payroll bureau:
       *> an H header with run date and batch ID, one D record per
       *> classified employee, one S record per employee payroll must
       *> stop or suspend (on leave, or terminated within the pay
       *> period), and a T trailer with record count and hash total -
       *> the same control-total discipline the inbound
       *> ADD_TRANSACTIONS.DAT trailer gave us, applied outbound
       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(80).

       *> employee master, read in ID order for the employment status
       *> of everyone the classification run no longer reports
       FD  EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-ON-LEAVE VALUE 'L'.
               88 EMP-TERMINATED VALUE 'T'.
           05 EMP-STATUS-DATE PIC X(8).

       *> pay period length in days: a termination dated inside the
       *> period just ended is still news to payroll
       FD  PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PRD-DAYS PIC 9(3).

       *> log of every extract handed to the bureau, with the control
       *> totals its acknowledgment must come back with; the
       *> acknowledgment reconciliation fills in the status, the date
       *> acknowledged and the accepted and rejected counts. status is
       *> O outstanding, A accepted, R accepted with rejects, B
       *> acknowledged out of balance, S superseded by a later extract
       *> of the same batch
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
       01 WS-RPT-STATUS PIC X(2) VALUE SPACES.
           88 RPT-FILE-OK VALUE '00'.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
           88 OVR-FILE-OK VALUE '00'.
       01 WS-SOV-STATUS PIC X(2) VALUE SPACES.
           88 SOV-FILE-OK VALUE '00'.
       01 WS-EXT-STATUS PIC X(2) VALUE SPACES.
           88 EXT-FILE-OK VALUE '00'.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
           88 EMP-FILE-OK VALUE '00'.
       01 WS-PRD-STATUS PIC X(2) VALUE SPACES.
           88 PRD-FILE-OK VALUE '00'.
       01 WS-SNT-STATUS PIC X(2) VALUE SPACES.
           88 SNT-FILE-OK VALUE '00'.
           88 SNT-FILE-NOT-FOUND VALUE '35'.
       01 WS-EMP-EOF PIC X(1) VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       01 WS-RPT-EOF PIC X(1) VALUE 'N'.
           88 RPT-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> processing date: taken from the shared card when one is
       *> present, and then guarded against a second run of this
       *> program for the same date unless the card asks for a rerun;
       *> with no card the clock date stands and nothing is guarded
       01 WS-PROC-PROGRAM PIC X(10) VALUE "EMPXTRCT".
       01 WS-PROC-CARD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROC-FROM-CARD PIC X(1) VALUE 'N'.
           88 PROC-FROM-CARD VALUE 'Y'.
       01 WS-PROC-RERUN PIC X(1) VALUE 'N'.
           88 PROC-RERUN VALUE 'Y'.
       01 WS-PROC-REFUSAL PIC X(40) VALUE SPACES.
           88 PROC-DATE-ACCEPTED VALUE SPACES.

       *> pay period in days; overridden from PERIOD-FILE when present.
       *> a termination is reported when its status date falls after
       *> the period start and no later than the run date
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 14.
       01 WS-PERIOD-START PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-INT PIC 9(7) VALUE ZEROS.
       01 WS-STATUS-COUNT PIC 9(6) VALUE ZEROS.

       *> override control file sorted into ID order and matched
       *> against the report so each extract record can carry the
       *> indicator telling payroll the group was set by maintenance,
       *> not age. the match depends on the report arriving in ID
       *> order, as the classification run writes it; a report out of
       *> sequence abandons the extract rather than send wrong
       *> indicators. keys are compared as text and run to the end
       *> value once a file is exhausted
       01 WS-OVR-PRESENT PIC X(1) VALUE 'N'.
           88 OVR-PRESENT VALUE 'Y'.
       01 WS-OVR-ACTIVE PIC X(1) VALUE 'N'.
           88 OVR-ACTIVE VALUE 'Y'.
       01 WS-OVR-KEY PIC X(5) VALUE SPACES.
       01 WS-RPT-KEY PIC X(5) VALUE SPACES.
       01 WS-PREV-RPT-KEY PIC X(5) VALUE LOW-VALUES.
       01 WS-END-KEY PIC X(5) VALUE HIGH-VALUES.
       01 WS-OVR-IND PIC X(1) VALUE 'N'.

       *> significant length of the name being extracted: trailing
       *> padding is dropped by position, never by delimiting on
       *> embedded spaces, so a name with an internal double space
       *> reaches the bureau intact
       01 WS-EXT-NAME PIC A(30) VALUE SPACES.
       01 WS-NAME-LEN PIC 9(2) VALUE 0.
       01 WS-NAME-IDX PIC 9(2) VALUE 0.

       *> control totals for the trailer: every extracted record counts
       *> once, and its ID and age (an S record has only its ID) fold
       *> into the hash total so the
       *> bureau can prove they received the whole file unaltered
       01 WS-EXTRACT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HASH-TOTAL PIC 9(9) VALUE ZEROS.
           *> hand retyping of the fixed-layout report
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM A-LOAD-PROCESSING-DATE.
           IF NOT PROC-DATE-ACCEPTED
                   DISPLAY "PAYROLL EXTRACT NOT RUN - "WS-PROC-REFUSAL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.

           PERFORM A-LOAD-OVERRIDES.
           IF OVR-PRESENT AND NOT OVR-ACTIVE
                   DISPLAY "SORTED OVERRIDE FILE COULD NOT BE OPENED - EXTRACT ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM A-LOAD-PERIOD.
           COMPUTE WS-PERIOD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-PERIOD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-INT)
                   TO WS-PERIOD-START.

           OPEN INPUT REPORT-FILE.
           IF NOT RPT-FILE-OK
                   DISPLAY "EMPLOYEE REPORT NOT FOUND - NOTHING TO EXTRACT"
                   PERFORM A-CLOSE-OVERRIDES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF NOT EXT-FILE-OK
                   DISPLAY "PAYROLL EXTRACT FILE COULD NOT BE OPENED - EXTRACT ABANDONED"
                   CLOSE REPORT-FILE
                   PERFORM A-CLOSE-OVERRIDES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
                   PERFORM A-READ-REPORT
           END-PERFORM.
           CLOSE REPORT-FILE.
           IF OVR-ACTIVE
                   CLOSE SORTED-OVERRIDE-FILE
                   MOVE 'N' TO WS-OVR-ACTIVE
           END-IF.

           *> a report with no detail records (a reportless run leaves
           *> only its nodata label) still hands the bureau a complete
           IF NOT HEADER-WRITTEN
                   PERFORM A-WRITE-EXTRACT-HEADER
           END-IF.
           PERFORM A-EXTRACT-STATUS-CHANGES.
           PERFORM A-WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE.
           PERFORM A-LOG-EXTRACT-SENT.

           DISPLAY "PAYROLL EXTRACT COMPLETE - RECORDS: "WS-EXTRACT-COUNT
                   " HASH: "WS-HASH-TOTAL
                   " STATUS NOTICES: "WS-STATUS-COUNT.
           PERFORM A-REGISTER-PROCESSING-DATE.
           STOP RUN.

           *> read one report record, flagging end-of-file
               AT END SET RPT-EOF TO TRUE
           END-READ.

           *> sort the override control file into ID order and open it
           *> for matching, if present; with no overrides the key sits
           *> at the end value and every indicator is N
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
                   MOVE 'Y' TO WS-OVR-PRESENT
                   OPEN INPUT SORTED-OVERRIDE-FILE
                   IF SOV-FILE-OK
                           MOVE 'Y' TO WS-OVR-ACTIVE
                           PERFORM A-READ-SORTED-OVERRIDE
                   END-IF
           END-IF.

           *> read one sorted override, running the key to the end value
           *> at end-of-file
           A-READ-SORTED-OVERRIDE.
           READ SORTED-OVERRIDE-FILE
               AT END MOVE WS-END-KEY TO WS-OVR-KEY
               NOT AT END MOVE SOV-ID TO WS-OVR-KEY
           END-READ.

           *> close the sorted overrides on the way out of an abandoned run
           A-CLOSE-OVERRIDES.
           IF OVR-ACTIVE
                   CLOSE SORTED-OVERRIDE-FILE
                   MOVE 'N' TO WS-OVR-ACTIVE
           END-IF.

           *> load the pay period length from its control file, keeping
           *> the compiled-in default when no control file is present
           A-LOAD-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF PRD-FILE-OK
                   READ PERIOD-FILE
                       NOT AT END
                           IF PRD-DAYS IS NUMERIC
                                   AND PRD-DAYS NOT EQUAL ZEROS
                                   MOVE PRD-DAYS TO WS-PERIOD-DAYS
                           END-IF
                   END-READ
                   CLOSE PERIOD-FILE
           END-IF.

           *> the classification run leaves inactive employees off the
           *> report, so payroll hears about them from the master: one
           *> S record for everyone on leave, and for everyone whose
           *> termination is dated inside the pay period. without the
           *> master payroll cannot be told who to stop paying, so the
           *> extract still goes out but the run is flagged
           A-EXTRACT-STATUS-CHANGES.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
                   DISPLAY "EMPLOYEE MASTER COULD NOT BE OPENED - NO LEAVE OR TERMINATION NOTICES IN EXTRACT"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   PERFORM A-READ-EMPLOYEE
                   PERFORM UNTIL EMP-EOF
                           IF EMP-ON-LEAVE
                                   PERFORM A-EXTRACT-ONE-STATUS
                           END-IF
                           IF EMP-TERMINATED
                                   AND EMP-STATUS-DATE IS NUMERIC
                                   AND EMP-STATUS-DATE IS GREATER THAN WS-PERIOD-START
                                   AND EMP-STATUS-DATE IS NOT GREATER THAN WS-RUN-DATE
                                   PERFORM A-EXTRACT-ONE-STATUS
                           END-IF
                           PERFORM A-READ-EMPLOYEE
                   END-PERFORM
                   CLOSE EMPLOYEE-FILE
           END-IF.

           *> read one master record, flagging end-of-file
           A-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END SET EMP-EOF TO TRUE
           END-READ.

           *> one delimited S record for the master record in hand,
           *> carrying the status code and the date it took effect
           A-EXTRACT-ONE-STATUS.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD 1 TO WS-STATUS-COUNT.
           ADD EMP-ID TO WS-HASH-TOTAL.
           MOVE EMP-NAME TO WS-EXT-NAME.
           PERFORM A-FIND-NAME-LENGTH.
           MOVE SPACES TO EXTRACT-RECORD.
           IF WS-NAME-LEN IS GREATER THAN 0
                   STRING "S;" EMP-ID ";" DELIMITED BY SIZE
                           WS-EXT-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                           ";" EMP-STATUS ";" EMP-STATUS-DATE
                           DELIMITED BY SIZE
                           INTO EXTRACT-RECORD
           ELSE
                   STRING "S;" EMP-ID ";;" EMP-STATUS ";" EMP-STATUS-DATE
                           DELIMITED BY SIZE
                           INTO EXTRACT-RECORD
           END-IF.
           WRITE EXTRACT-RECORD.

           *> one delimited D record for the report line in hand; the
           *> header goes out first, stamped with the batch ID every
           *> report line of the run carries
                   MOVE RPT-BATCH-ID TO WS-BATCH-ID
                   PERFORM A-WRITE-EXTRACT-HEADER
           END-IF.
           MOVE RPT-ID TO WS-RPT-KEY.
           IF WS-RPT-KEY IS LESS THAN WS-PREV-RPT-KEY
                   DISPLAY "EMPLOYEE REPORT OUT OF ID SEQUENCE AT ID "RPT-ID
                           " - EXTRACT ABANDONED"
                   CLOSE REPORT-FILE
                   CLOSE EXTRACT-FILE
                   PERFORM A-CLOSE-OVERRIDES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE WS-RPT-KEY TO WS-PREV-RPT-KEY.
           PERFORM UNTIL WS-OVR-KEY NOT LESS THAN WS-RPT-KEY
                   PERFORM A-READ-SORTED-OVERRIDE
           END-PERFORM.
           IF WS-OVR-KEY IS EQUAL WS-RPT-KEY
                   MOVE 'Y' TO WS-OVR-IND
           ELSE
                   MOVE 'N' TO WS-OVR-IND
           END-IF.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD RPT-ID RPT-AGE TO WS-HASH-TOTAL.
           MOVE RPT-NAME TO WS-EXT-NAME.
           PERFORM A-FIND-NAME-LENGTH.
           MOVE SPACES TO EXTRACT-RECORD.
           IF WS-NAME-LEN IS GREATER THAN 0
                   STRING "D;" RPT-ID ";" DELIMITED BY SIZE
                           WS-EXT-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                           ";" RPT-AGE ";" RPT-AGE_GROUP ";" WS-OVR-IND
                           DELIMITED BY SIZE
                           INTO EXTRACT-RECORD
           PERFORM VARYING WS-NAME-IDX FROM 30 BY -1
                   UNTIL WS-NAME-IDX IS LESS THAN 1
                       OR WS-NAME-LEN IS GREATER THAN 0
                   IF WS-EXT-NAME(WS-NAME-IDX:1) NOT EQUAL SPACES
                           MOVE WS-NAME-IDX TO WS-NAME-LEN
                   END-IF
           END-PERFORM.
                   DELIMITED BY SIZE
                   INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           *> enter the extract on the sent log, awaiting the bureau's
           *> acknowledgment, creating the log on the first ever run; an
           *> extract missing from the log cannot be reconciled when its
           *> acknowledgment arrives, so a failure flags the run
           A-LOG-EXTRACT-SENT.
           OPEN EXTEND SENT-LOG-FILE.
           IF SNT-FILE-NOT-FOUND
                   OPEN OUTPUT SENT-LOG-FILE
                   CLOSE SENT-LOG-FILE
                   OPEN EXTEND SENT-LOG-FILE
           END-IF.
           IF SNT-FILE-OK
                   MOVE WS-BATCH-ID TO SNT-BATCH-ID
                   MOVE WS-RUN-DATE TO SNT-SENT-DATE
                   MOVE WS-EXTRACT-COUNT TO SNT-COUNT
                   MOVE WS-HASH-TOTAL TO SNT-HASH
                   MOVE "O" TO SNT-STATUS
                   MOVE SPACES TO SNT-ACK-DATE
                   MOVE ZEROS TO SNT-ACCEPTED
                   MOVE ZEROS TO SNT-REJECTED
                   WRITE SENT-LOG-RECORD
                   CLOSE SENT-LOG-FILE
           ELSE
                   DISPLAY "PAYROLL SENT LOG COULD NOT BE OPENED - EXTRACT NOT LOGGED FOR ACKNOWLEDGMENT"
                   MOVE 8 TO RETURN-CODE
           END-IF.

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
