               ASSIGN TO "data/NIGHT_RUN_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
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
           SELECT CATCHUP-FILE ASSIGN TO "data/NIGHT_RUN_CATCHUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> one record per step of the nightly sequence, rewritten after
       *> every step transition so a rerun after an abend can see
       *> exactly how far the chain got and resume from there; each
       *> record carries the processing date the chain was run for
       FD  STATE-FILE.
       01 STATE-RECORD.
           05 STA-STEP-NAME PIC X(10).
           05 STA-STATUS PIC X(1).
           05 STA-RC PIC 9(4).
           05 STA-STAMP PIC X(14).
           05 STA-PROC-DATE PIC X(8).

       FD  DRIVER-CONTROL-FILE.
       01 DRIVER-CONTROL-RECORD.
           05 DCT-STEP-NAME PIC X(10).

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

       *> catch-up card: the first and last processing dates of a run
       *> of missed nights, advanced as each date completes
       FD  CATCHUP-FILE.
       01 CATCHUP-RECORD.
           05 CUP-FROM PIC X(8).
           05 CUP-TO PIC X(8).

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
       01 WS-CUP-STATUS PIC X(2) VALUE SPACES.
           88 CUP-FILE-OK VALUE '00'.
       01 WS-STA-STATUS PIC X(2) VALUE SPACES.
           88 STA-FILE-OK VALUE '00'.
       01 WS-DCT-STATUS PIC X(2) VALUE SPACES.
           88 DCT-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> processing date: taken from the shared card when one is
       *> present, and then guarded against a second run of this
       *> program for the same date unless the card asks for a rerun;
       *> with no card the clock date stands and nothing is guarded
       01 WS-PROC-PROGRAM PIC X(10) VALUE "NIGHTRUN".
       01 WS-PROC-CARD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-PROC-FROM-CARD PIC X(1) VALUE 'N'.
           88 PROC-FROM-CARD VALUE 'Y'.
       01 WS-PROC-RERUN PIC X(1) VALUE 'N'.
           88 PROC-RERUN VALUE 'Y'.
       01 WS-PROC-REFUSAL PIC X(40) VALUE SPACES.
           88 PROC-DATE-ACCEPTED VALUE SPACES.

       *> the processing date the saved chain state belongs to, and
       *> the catch-up range walked one date at a time
       01 WS-STATE-PROC-DATE PIC X(8) VALUE SPACES.
       01 WS-CATCHUP-MODE PIC X(1) VALUE 'N'.
           88 CATCHUP-MODE VALUE 'Y'.
       01 WS-CUP-FROM PIC 9(8) VALUE ZEROS.
       01 WS-CUP-TO PIC 9(8) VALUE ZEROS.
       01 WS-CUP-INT PIC 9(7) VALUE ZEROS.
       01 WS-CUP-END-INT PIC 9(7) VALUE ZEROS.
       01 WS-DATES-RUN PIC 9(4) VALUE 0.
       01 WS-DATES-SKIPPED PIC 9(4) VALUE 0.
       01 WS-ROLL-DATE PIC 9(8) VALUE ZEROS.
       01 WS-WEEKDAY PIC 9(1) VALUE ZEROS.
       01 WS-BUSINESS-DAY PIC X(1) VALUE 'Y'.
           88 BUSINESS-DAY VALUE 'Y'.

       *> the nightly sequence in its fixed order: conversion is an
       *> optional first step, then maintenance, then classification,
           88 RESUMING-CHAIN VALUE 'Y'.
       01 WS-ALL-COMPLETE PIC X(1) VALUE 'Y'.
       01 WS-DRIVER-RC PIC S9(4) VALUE 0.
       01 WS-STEPS-RUN PIC 9(4) VALUE 0.
       01 WS-STEPS-SKIPPED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           A-PARA.
                   DISPLAY "NIGHTLY CHAIN RESUMING FROM LAST INCOMPLETE STEP"
           END-IF.

           *> every step of a chain runs for one processing date, which
           *> the driver settles once and hands down on the shared
           *> processing-date card, so a chain that runs past midnight
           *> or is rerun the next morning stays on its own date. a
           *> catch-up card runs each missed business date in turn
           PERFORM A-LOAD-CATCHUP.
           IF CATCHUP-MODE
                   PERFORM A-RUN-CATCHUP
           ELSE
                   PERFORM A-RUN-SINGLE-DATE
           END-IF.

           MOVE WS-DRIVER-RC TO RETURN-CODE.
           DISPLAY "NIGHTLY CHAIN COMPLETE - DATES RUN: "WS-DATES-RUN
                   " STEPS RUN: "WS-STEPS-RUN
                   " SKIPPED: "WS-STEPS-SKIPPED
                   " RC: "WS-DRIVER-RC.
           GOBACK.

           *> one chain for one processing date: a stopped chain is
           *> finished for the date it was stopped on, whatever the
           *> card now says; otherwise the card's date (or the clock
           *> date when there is no card), refused if the nightly chain
           *> already completed it and the card does not ask for a rerun.
           *> the clock date is guarded here too, since the driver hands
           *> it down to the steps on the card either way
           A-RUN-SINGLE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           PERFORM A-LOAD-PROCESSING-DATE.
           IF NOT PROC-FROM-CARD AND PROC-DATE-ACCEPTED
                   PERFORM A-CHECK-DATE-REGISTER
           END-IF.
           IF RESUMING-CHAIN AND WS-STATE-PROC-DATE IS NUMERIC
                   IF PROC-FROM-CARD AND WS-RUN-DATE NOT EQUAL WS-STATE-PROC-DATE
                           DISPLAY "PROCESSING DATE CARD "WS-RUN-DATE
                                   " IGNORED - STOPPED CHAIN FOR "WS-STATE-PROC-DATE
                                   " MUST FINISH FIRST"
                   END-IF
                   MOVE WS-STATE-PROC-DATE TO WS-RUN-DATE
                   MOVE SPACES TO WS-PROC-REFUSAL
           END-IF.
           IF NOT PROC-DATE-ACCEPTED
                   DISPLAY "NIGHTLY CHAIN NOT STARTED - "WS-PROC-REFUSAL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-IF.
           PERFORM A-RUN-CHAIN-FOR-DATE.
           IF NOT CHAIN-STOPPED
                   PERFORM A-CLEAR-PROCESSING-DATE
           END-IF.

           *> run the selected steps for the processing date in
           *> WS-RUN-DATE, skipping any the stopped chain being resumed
           *> already completed; a chain that completes registers its
           *> date and leaves the step table clean for the next one
           A-RUN-CHAIN-FOR-DATE.
           DISPLAY "NIGHTLY CHAIN FOR PROCESSING DATE "WS-RUN-DATE.
           PERFORM A-WRITE-PROCESSING-DATE.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX IS GREATER 4 OR CHAIN-STOPPED
                   IF WS-STP-SELECTED(WS-STP-IDX) IS EQUAL 'Y'
                           MOVE 'N' TO WS-STP-STATUS(WS-STP-IDX)
                   END-IF
           END-PERFORM.
           IF NOT CHAIN-STOPPED
                   PERFORM A-SAVE-STATE
                   ADD 1 TO WS-DATES-RUN
                   MOVE WS-DRIVER-RC TO RETURN-CODE
                   PERFORM A-REGISTER-PROCESSING-DATE
                   IF RETURN-CODE IS GREATER THAN WS-DRIVER-RC
                           MOVE RETURN-CODE TO WS-DRIVER-RC
                   END-IF
                   MOVE 'N' TO WS-RESUMING
                   PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                           UNTIL WS-STP-IDX IS GREATER 4
                           MOVE SPACES TO WS-STP-STATUS(WS-STP-IDX)
                           MOVE ZEROS TO WS-STP-RC(WS-STP-IDX)
                           MOVE SPACES TO WS-STP-STAMP(WS-STP-IDX)
                   END-PERFORM
           END-IF.

           *> hand the processing date down to the steps; a chain that
           *> cannot tell its steps their date does not start
           A-WRITE-PROCESSING-DATE.
           OPEN OUTPUT PROC-DATE-FILE.
           IF NOT PDT-FILE-OK
                   DISPLAY "PROCESSING DATE CARD COULD NOT BE WRITTEN - CHAIN NOT STARTED"
                   MOVE 16 TO WS-DRIVER-RC
                   MOVE 'Y' TO WS-CHAIN-STOPPED
           ELSE
                   MOVE WS-RUN-DATE TO PDT-DATE
                   MOVE SPACES TO PDT-RERUN
                   IF PROC-RERUN
                           MOVE 'Y' TO PDT-RERUN
                   END-IF
                   WRITE PROC-DATE-RECORD
                   CLOSE PROC-DATE-FILE
                   MOVE 'Y' TO WS-PROC-FROM-CARD
           END-IF.

           *> empty the processing-date card once the chain for it has
           *> completed: the card is for one chain, and left in place
           *> it would hold every later run to a date already processed
           A-CLEAR-PROCESSING-DATE.
           OPEN OUTPUT PROC-DATE-FILE.
           IF PDT-FILE-OK
                   CLOSE PROC-DATE-FILE
           ELSE
                   DISPLAY "PROCESSING DATE CARD COULD NOT BE EMPTIED - CLEAR IT BEFORE THE NEXT RUN"
                   IF WS-DRIVER-RC IS LESS THAN 4
                           MOVE 4 TO WS-DRIVER-RC
                   END-IF
           END-IF.

           *> read the catch-up card: a first and last processing date,
           *> both valid and in order, switch the driver to catch-up;
           *> a card that is present but not such a range is refused
           A-LOAD-CATCHUP.
           OPEN INPUT CATCHUP-FILE.
           IF CUP-FILE-OK
                   READ CATCHUP-FILE
                       NOT AT END
                           IF CUP-FROM IS NUMERIC AND CUP-TO IS NUMERIC
                                   MOVE CUP-FROM TO WS-CUP-FROM
                                   MOVE CUP-TO TO WS-CUP-TO
                                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUP-FROM) IS EQUAL ZERO
                                           AND FUNCTION TEST-DATE-YYYYMMDD(WS-CUP-TO) IS EQUAL ZERO
                                           AND WS-CUP-FROM IS NOT GREATER THAN WS-CUP-TO
                                           MOVE 'Y' TO WS-CATCHUP-MODE
                                   END-IF
                           END-IF
                           IF CATCHUP-RECORD NOT EQUAL SPACES AND NOT CATCHUP-MODE
                                   DISPLAY "CATCH-UP CARD IS NOT A VALID DATE RANGE - CHAIN NOT STARTED"
                                   CLOSE CATCHUP-FILE
                                   MOVE 12 TO RETURN-CODE
                                   GOBACK
                           END-IF
                   END-READ
                   CLOSE CATCHUP-FILE
           END-IF.

           *> run the chain once for every business date in the
           *> catch-up range, oldest first, each on its own processing
           *> date. non-processing days and dates the nightly chain
           *> already completed are skipped. the card is advanced past
           *> each completed date, so a failure stops the catch-up on
           *> the failed date and the rerun resumes there
           A-RUN-CATCHUP.
           IF RESUMING-CHAIN AND WS-STATE-PROC-DATE IS NUMERIC
                   AND WS-STATE-PROC-DATE NOT EQUAL WS-CUP-FROM
                   DISPLAY "STOPPED CHAIN FOR "WS-STATE-PROC-DATE
                           " IS NOT WHERE THE CATCH-UP CARD STARTS - CHAIN NOT STARTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-IF.
           DISPLAY "CATCH-UP FROM "WS-CUP-FROM" TO "WS-CUP-TO.
           COMPUTE WS-CUP-INT = FUNCTION INTEGER-OF-DATE(WS-CUP-FROM).
           COMPUTE WS-CUP-END-INT = FUNCTION INTEGER-OF-DATE(WS-CUP-TO).
           PERFORM UNTIL WS-CUP-INT IS GREATER THAN WS-CUP-END-INT
                   OR CHAIN-STOPPED
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUP-INT) TO WS-RUN-DATE
                   PERFORM A-CATCHUP-ONE-DATE
                   IF NOT CHAIN-STOPPED
                           ADD 1 TO WS-CUP-INT
                           IF WS-CUP-INT IS NOT GREATER THAN WS-CUP-END-INT
                                   PERFORM A-ADVANCE-CATCHUP
                           END-IF
                   END-IF
           END-PERFORM.
           IF NOT CHAIN-STOPPED
                   OPEN OUTPUT CATCHUP-FILE
                   IF CUP-FILE-OK
                           CLOSE CATCHUP-FILE
                   ELSE
                           DISPLAY "CATCH-UP CARD COULD NOT BE EMPTIED - CLEAR IT BEFORE THE NEXT RUN"
                           IF WS-DRIVER-RC IS LESS THAN 4
                                   MOVE 4 TO WS-DRIVER-RC
                           END-IF
                   END-IF
                   PERFORM A-CLEAR-PROCESSING-DATE
                   DISPLAY "CATCH-UP COMPLETE - DATES RUN: "WS-DATES-RUN
                           " SKIPPED: "WS-DATES-SKIPPED
           END-IF.

           *> one date of the catch-up range; the date a stopped chain
           *> is being resumed on is always run
           A-CATCHUP-ONE-DATE.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM A-CHECK-BUSINESS-DAY.
           MOVE SPACES TO WS-PROC-REFUSAL.
           IF NOT RESUMING-CHAIN
                   MOVE 'N' TO WS-PDR-EOF
                   PERFORM A-CHECK-DATE-REGISTER
           END-IF.
           EVALUATE TRUE
               WHEN RESUMING-CHAIN
                   PERFORM A-RUN-CHAIN-FOR-DATE
               WHEN NOT BUSINESS-DAY
                   ADD 1 TO WS-DATES-SKIPPED
                   DISPLAY "PROCESSING DATE "WS-RUN-DATE
                           " IS NOT A BUSINESS DAY - SKIPPED"
               WHEN NOT PROC-DATE-ACCEPTED
                   ADD 1 TO WS-DATES-SKIPPED
                   DISPLAY "PROCESSING DATE "WS-RUN-DATE
                           " ALREADY RUN - SKIPPED"
               WHEN OTHER
                   PERFORM A-RUN-CHAIN-FOR-DATE
           END-EVALUATE.

           *> move the catch-up card's first date on to WS-CUP-INT
           A-ADVANCE-CATCHUP.
           OPEN OUTPUT CATCHUP-FILE.
           IF CUP-FILE-OK
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUP-INT) TO WS-ROLL-DATE
                   MOVE WS-ROLL-DATE TO CUP-FROM
                   MOVE WS-CUP-TO TO CUP-TO
                   WRITE CATCHUP-RECORD
                   CLOSE CATCHUP-FILE
           ELSE
                   DISPLAY "CATCH-UP CARD COULD NOT BE ADVANCED - CATCH-UP STOPPED AFTER "WS-RUN-DATE
                   MOVE 16 TO WS-DRIVER-RC
                   MOVE 'Y' TO WS-CHAIN-STOPPED
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

           *> the fixed step order; nothing is selected until the
           *> control card (or its default) says so
                           MOVE STA-STATUS TO WS-STP-STATUS(WS-STA-IDX)
                           MOVE STA-RC TO WS-STP-RC(WS-STA-IDX)
                           MOVE STA-STAMP TO WS-STP-STAMP(WS-STA-IDX)
                           MOVE STA-PROC-DATE TO WS-STATE-PROC-DATE
                   END-IF
           END-PERFORM.

                           MOVE WS-STP-STATUS(WS-STA-IDX) TO STA-STATUS
                           MOVE WS-STP-RC(WS-STA-IDX) TO STA-RC
                           MOVE WS-STP-STAMP(WS-STA-IDX) TO STA-STAMP
                           MOVE WS-RUN-DATE TO STA-PROC-DATE
                           WRITE STATE-RECORD
                   END-PERFORM
                   CLOSE STATE-FILE
           PERFORM A-SAVE-STATE.

           *> dispatch to the step's program; a program that cannot be
           *> loaded counts as a step failure, not an abend. each is
           *> cancelled after its step so the next date of a catch-up
           *> starts it afresh rather than with this date's storage
           A-CALL-STEP-PROGRAM.
           EVALUATE WS-STP-NAME(WS-STP-IDX)
               WHEN "CONV"
                           DISPLAY "EMPCONV COULD NOT BE LOADED"
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "EMPCONV"
               WHEN "MAINT"
                   CALL "EMPMAINT"
                       ON EXCEPTION
                           DISPLAY "EMPMAINT COULD NOT BE LOADED"
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "EMPMAINT"
               WHEN "CLASSIFY"
                   CALL "COBOL_TEST"
                       ON EXCEPTION
                           DISPLAY "COBOL_TEST COULD NOT BE LOADED"
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "COBOL_TEST"
               WHEN "ARCH"
                   CALL "AUDARCH"
                       ON EXCEPTION
                           DISPLAY "AUDARCH COULD NOT BE LOADED"
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "AUDARCH"
           END-EVALUATE.

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
