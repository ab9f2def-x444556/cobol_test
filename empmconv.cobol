       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN USING WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-MASTER ASSIGN USING WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CONVERT-WORK-FILE
               ASSIGN TO "data/EMPMAST_CONVERT_WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> the master as it was written before the employment status
       *> was carried: ID, name and date of birth only
       FD  OLD-MASTER.
       01 OLD-EMPLOYEE-RECORD.
           05 OLD-ID PIC 9(5).
           05 OLD-NAME PIC A(30).
           05 OLD-DOB PIC 9(8).

       *> the master as every program now reads it
       FD  NEW-MASTER.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
           05 EMP-STATUS-DATE PIC X(8).

       FD  CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE SPACES.
           88 OLD-FILE-OK VALUE '00'.
           88 OLD-FILE-NOT-FOUND VALUE '35'.
           88 OLD-FILE-OTHER-LAYOUT VALUE '39'.
       01 WS-NEW-STATUS PIC X(2) VALUE SPACES.
           88 NEW-FILE-OK VALUE '00'.
       01 WS-WRK-STATUS PIC X(2) VALUE SPACES.
           88 WRK-FILE-OK VALUE '00'.
       01 WS-OLD-EOF PIC X(1) VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       01 WS-WRK-EOF PIC X(1) VALUE 'N'.
           88 WRK-EOF VALUE 'Y'.

       *> the indexed file being converted: the live master, then the
       *> last point-in-time rebuild if one has been taken
       01 WS-MASTER-PATH PIC X(40) VALUE SPACES.
       01 WS-MASTER-REQUIRED PIC X(1) VALUE 'N'.
           88 MASTER-REQUIRED VALUE 'Y'.

       01 WS-COPIED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-LOADED-COUNT PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           A-PARA.

           *> one-time conversion of the employee master to the layout
           *> that carries the employment status: run once, after the
           *> programs reading the status are installed and before any
           *> of them is run, since a master still in the old shorter
           *> layout cannot be opened by them at all. every employee
           *> comes across active with no status date, which every
           *> program reads as active since before the status was
           *> carried. the old records are copied to a flat work file
           *> first and the master is only recreated from that copy, so
           *> a failure part way leaves either the old master or the
           *> work file to recover from. a master already in the new
           *> layout is reported and left alone, so a second run is
           *> harmless
           MOVE "data/EMPMAST.DAT" TO WS-MASTER-PATH.
           MOVE 'Y' TO WS-MASTER-REQUIRED.
           PERFORM A-CONVERT-MASTER.
           IF RETURN-CODE IS LESS THAN 16
                   MOVE "data/EMPMAST_ASOF.DAT" TO WS-MASTER-PATH
                   MOVE 'N' TO WS-MASTER-REQUIRED
                   PERFORM A-CONVERT-MASTER
           END-IF.
           GOBACK.

           *> convert the indexed file named in WS-MASTER-PATH
           A-CONVERT-MASTER.
           MOVE ZEROS TO WS-COPIED-COUNT.
           MOVE ZEROS TO WS-LOADED-COUNT.
           OPEN INPUT OLD-MASTER.
           EVALUATE TRUE
               WHEN OLD-FILE-OK
                   PERFORM A-COPY-TO-WORK
               WHEN OLD-FILE-NOT-FOUND AND NOT MASTER-REQUIRED
                   DISPLAY WS-MASTER-PATH" NOT PRESENT - NOTHING TO CONVERT"
               WHEN OLD-FILE-OTHER-LAYOUT
                   DISPLAY WS-MASTER-PATH" ALREADY IN THE CURRENT LAYOUT - LEFT AS IT IS"
               WHEN OTHER
                   DISPLAY WS-MASTER-PATH" COULD NOT BE OPENED - STATUS "WS-OLD-STATUS" - CONVERSION ABANDONED"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           *> first pass: every old record to the work file in the new
           *> layout, then the master is recreated from it
           A-COPY-TO-WORK.
           OPEN OUTPUT CONVERT-WORK-FILE.
           IF NOT WRK-FILE-OK
                   DISPLAY "CONVERSION WORK FILE COULD NOT BE OPENED - "WS-MASTER-PATH" LEFT UNCHANGED"
                   CLOSE OLD-MASTER
                   MOVE 16 TO RETURN-CODE
           ELSE
                   MOVE 'N' TO WS-OLD-EOF
                   PERFORM A-READ-OLD-MASTER
                   PERFORM UNTIL OLD-EOF
                           MOVE OLD-ID TO EMP-ID
                           MOVE OLD-NAME TO EMP-NAME
                           MOVE OLD-DOB TO EMP-DOB
                           MOVE 'A' TO EMP-STATUS
                           MOVE SPACES TO EMP-STATUS-DATE
                           WRITE CONVERT-WORK-RECORD FROM EMPLOYEE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                           PERFORM A-READ-OLD-MASTER
                   END-PERFORM
                   CLOSE OLD-MASTER
                   CLOSE CONVERT-WORK-FILE
                   PERFORM A-LOAD-FROM-WORK
           END-IF.

           *> second pass: recreate the master in the new layout from
           *> the work file, and check every record arrived
           A-LOAD-FROM-WORK.
           OPEN INPUT CONVERT-WORK-FILE.
           IF NOT WRK-FILE-OK
                   DISPLAY "CONVERSION WORK FILE COULD NOT BE REREAD - "WS-MASTER-PATH" LEFT UNCHANGED"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT NEW-MASTER
                   IF NOT NEW-FILE-OK
                           DISPLAY WS-MASTER-PATH" COULD NOT BE RECREATED - RESTORE IT FROM THE CONVERSION WORK FILE"
                           CLOSE CONVERT-WORK-FILE
                           MOVE 16 TO RETURN-CODE
                   ELSE
                           MOVE 'N' TO WS-WRK-EOF
                           PERFORM A-READ-WORK
                           PERFORM UNTIL WRK-EOF
                                   MOVE CONVERT-WORK-RECORD TO EMPLOYEE-RECORD
                                   WRITE EMPLOYEE-RECORD
                                       INVALID KEY
                                           DISPLAY "DUPLICATE EMPLOYEE ID "EMP-ID" IN CONVERSION WORK FILE"
                                       NOT INVALID KEY
                                           ADD 1 TO WS-LOADED-COUNT
                                   END-WRITE
                                   PERFORM A-READ-WORK
                           END-PERFORM
                           CLOSE NEW-MASTER
                           CLOSE CONVERT-WORK-FILE
                           IF WS-LOADED-COUNT NOT EQUAL WS-COPIED-COUNT
                                   DISPLAY WS-MASTER-PATH" CONVERSION OUT OF BALANCE - COPIED: "WS-COPIED-COUNT
                                           " LOADED: "WS-LOADED-COUNT" - RESTORE IT FROM THE CONVERSION WORK FILE"
                                   MOVE 16 TO RETURN-CODE
                           ELSE
                                   DISPLAY WS-MASTER-PATH" CONVERTED - RECORDS: "WS-LOADED-COUNT
                           END-IF
                   END-IF
           END-IF.

           *> read one old-layout master record, flagging end-of-file
           A-READ-OLD-MASTER.
           READ OLD-MASTER
               AT END SET OLD-EOF TO TRUE
           END-READ.

           *> read one work file record, flagging end-of-file
           A-READ-WORK.
           READ CONVERT-WORK-FILE
               AT END SET WRK-EOF TO TRUE
           END-READ.
