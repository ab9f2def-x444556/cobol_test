           SELECT ARCHREPT-FILE ASSIGN TO "data/AUDIT_ARCHIVE_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "data/PROCESSING_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDT-STATUS.
           SELECT PROC-REGISTER-FILE
               ASSIGN TO "data/PROCESSING_DATE_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHREPT-FILE.
       01 ARCHREPT-PRINT-RECORD PIC X(80).

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
       01 WS-AUD-STATUS PIC X(2) VALUE SPACES.
           88 AUD-FILE-OK VALUE '00'.
       01 WS-KEEP-STATUS PIC X(2) VALUE SPACES.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> processing date: taken from the shared card when one is
       *> present, and then guarded against a second run of this
       *> program for the same date unless the card asks for a rerun;
       *> with no card the clock date stands and nothing is guarded
       01 WS-PROC-PROGRAM PIC X(10) VALUE "AUDARCH".
       01 WS-PROC-CARD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROC-FROM-CARD PIC X(1) VALUE 'N'.
           88 PROC-FROM-CARD VALUE 'Y'.
       01 WS-PROC-RERUN PIC X(1) VALUE 'N'.
           88 PROC-RERUN VALUE 'Y'.
       01 WS-PROC-REFUSAL PIC X(40) VALUE SPACES.
           88 PROC-DATE-ACCEPTED VALUE SPACES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZEROS.
       01 WS-CUTOFF-INT PIC 9(7) VALUE ZEROS.

           *> file is touched, so an abend partway never loses audit
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM A-LOAD-PROCESSING-DATE.
           IF NOT PROC-DATE-ACCEPTED
                   DISPLAY "AUDIT ARCHIVE NOT RUN - "WS-PROC-REFUSAL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-IF.
           PERFORM A-LOAD-RETENTION.
           COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   DISPLAY "ARCHIVE COUNTS DO NOT RECONCILE - INVESTIGATE BEFORE NEXT RUN"
                   MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM A-REGISTER-PROCESSING-DATE.
           GOBACK.

           *> read one audit record, flagging end-of-file
                   WRITE ARCHREPT-PRINT-RECORD FROM WS-REP-TOTAL-LINE
                   CLOSE ARCHREPT-FILE
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
