       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "data/AGE_THRESHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "data/AGE_GROUP_OVERRIDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "data/EMP_MAINT_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "data/EMP_MAINT_PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT MAINT-TRANS-FILE ASSIGN TO "data/EMP_MAINT_TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "data/REJECT_SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

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

       FD  THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
           05 THR-ADULT-AGE PIC 9(2).
           05 THR-TEEN-AGE PIC 9(2).

       FD  OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-ID PIC 9(5).
           05 OVR-AGE_GROUP PIC A(5).

       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-DATE PIC X(8).
           05 JNL-TIME PIC X(6).
           05 JNL-RUN-STAMP PIC X(14).
           05 JNL-ACTION PIC X(3).
           05 JNL-ID PIC 9(5).
           05 JNL-BEFORE-NAME PIC A(30).
           05 JNL-BEFORE-DOB PIC X(8).
           05 JNL-AFTER-NAME PIC A(30).
           05 JNL-AFTER-DOB PIC X(8).
           05 JNL-BEFORE-STATUS PIC X(1).
           05 JNL-BEFORE-STAT-DATE PIC X(8).
           05 JNL-AFTER-STATUS PIC X(1).
           05 JNL-AFTER-STAT-DATE PIC X(8).
           05 JNL-BEFORE-AGE_GROUP PIC A(5).
           05 JNL-AFTER-AGE_GROUP PIC A(5).

       FD  PENDING-FILE.
       01 PENDING-RECORD.
           05 PND-ID PIC 9(5).
           05 PND-NAME PIC A(30).
           05 PND-DOB PIC 9(8).
           05 PND-ACTION PIC X(3).
           05 PND-EFF-DATE PIC X(8).
           05 PND-AGE_GROUP PIC A(5).

       *> the maintenance transaction file is read to show what is
       *> already waiting for the next maintenance run, and appended to
       *> for every request keyed here - the master itself is never
       *> updated from the inquiry, so every change still goes through
       *> maintenance, its report and its journal
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           05 MNT-ID PIC 9(5).
           05 MNT-NAME PIC A(30).
           05 MNT-DOB PIC 9(8).
           05 MNT-ACTION PIC X(3).
           05 MNT-EFF-DATE PIC X(8).
           05 MNT-AGE_GROUP PIC A(5).

       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-SOURCE PIC X(6).
           05 SUS-ID PIC X(5).
           05 SUS-REASON PIC X(30).
           05 SUS-FIRST-SEEN PIC 9(8).
           05 SUS-LAST-SEEN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS PIC X(2) VALUE SPACES.
           88 EMP-FILE-OK VALUE '00'.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
           88 THR-FILE-OK VALUE '00'.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
           88 OVR-FILE-OK VALUE '00'.
       01 WS-JNL-STATUS PIC X(2) VALUE SPACES.
           88 JNL-FILE-OK VALUE '00'.
       01 WS-PND-STATUS PIC X(2) VALUE SPACES.
           88 PND-FILE-OK VALUE '00'.
       01 WS-TRANS-STATUS PIC X(2) VALUE SPACES.
           88 TRANS-FILE-OK VALUE '00'.
           88 TRANS-FILE-NOT-FOUND VALUE '35'.
       01 WS-SUS-STATUS PIC X(2) VALUE SPACES.
           88 SUS-FILE-OK VALUE '00'.
       01 WS-EMP-EOF PIC X(1) VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       01 WS-OVR-EOF PIC X(1) VALUE 'N'.
           88 OVR-EOF VALUE 'Y'.
       01 WS-JNL-EOF PIC X(1) VALUE 'N'.
           88 JNL-EOF VALUE 'Y'.
       01 WS-PND-EOF PIC X(1) VALUE 'N'.
           88 PND-EOF VALUE 'Y'.
       01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       01 WS-SUS-EOF PIC X(1) VALUE 'N'.
           88 SUS-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

       *> Age-group cutoffs; overridden from THRESHOLD-FILE when present
       01 WS-THRESHOLD-ADULT PIC 9(2) VALUE 18.
       01 WS-THRESHOLD-TEEN PIC 9(2) VALUE 13.

       01 WS-INQ-DONE PIC X(1) VALUE 'N'.
           88 INQ-FINISHED VALUE 'Y'.
       01 WS-REQ-DONE PIC X(1) VALUE 'N'.
           88 REQ-FINISHED VALUE 'Y'.

       *> what the clerk keyed at the inquiry prompt: an EMP-ID (up to
       *> five digits) or any part of a name, matched regardless of case
       01 WS-INQ-INPUT PIC X(30) VALUE SPACES.
       01 WS-INQ-UPPER PIC X(30) VALUE SPACES.
       01 WS-INQ-LEN PIC 9(2) VALUE ZEROS.
       01 WS-INQ-TRAIL PIC 9(2) VALUE ZEROS.
       01 WS-INQ-ID PIC 9(5) VALUE ZEROS.
       01 WS-NAME-UPPER PIC X(30) VALUE SPACES.
       01 WS-NAME-TALLY PIC 9(3) VALUE ZEROS.
       01 WS-MATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-MATCH-ID PIC 9(5) VALUE ZEROS.

       *> the employee on display, held apart from the record area so
       *> the edits on a keyed request can re-read the master freely
       01 WS-EMP-SELECTED PIC X(1) VALUE 'N'.
           88 EMP-SELECTED VALUE 'Y'.
       01 WS-SEL-ID PIC 9(5) VALUE ZEROS.
       01 WS-SEL-ID-TEXT REDEFINES WS-SEL-ID PIC X(5).
       01 WS-SEL-NAME PIC A(30) VALUE SPACES.
       01 WS-SEL-DOB PIC 9(8) VALUE ZEROS.
       01 WS-SEL-STATUS PIC X(1) VALUE SPACES.
       01 WS-SEL-STAT-DATE PIC X(8) VALUE SPACES.
       01 WS-STATUS-TEXT PIC X(10) VALUE SPACES.

       *> classification exactly as the roster run does it: age as of
       *> today from the date of birth, banded by the threshold card,
       *> then replaced by the employee's override when there is one
       01 WS-AGE PIC 9(3) VALUE ZEROS.
       01 WS-AGE-KNOWN PIC X(1) VALUE 'N'.
           88 AGE-KNOWN VALUE 'Y'.
       01 WS-CALC-GROUP PIC A(5) VALUE SPACES.
       01 WS-AGE_GROUP PIC A(5) VALUE SPACES.
       01 WS-OVR-GROUP PIC A(5) VALUE SPACES.
       01 WS-OVR-ON-FILE PIC X(1) VALUE 'N'.
           88 OVR-ON-FILE VALUE 'Y'.

       01 WS-LIST-COUNT PIC 9(5) VALUE ZEROS.

       *> one journal history line per journalled change to the
       *> employee
       01 WS-JNL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-JL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JL-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JL-ACTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JL-DETAIL PIC X(100).
       01 WS-GROUP-BEFORE PIC X(6) VALUE SPACES.
       01 WS-GROUP-AFTER PIC X(6) VALUE SPACES.

       *> one line per change parked on the pending file or still
       *> waiting on the transaction file for the next maintenance run
       01 WS-PND-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-SOURCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-ACTION PIC X(3).
           05 FILLER PIC X(11) VALUE " EFFECTIVE ".
           05 WS-PL-EFF PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-NAME PIC A(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-DOB PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-GROUP PIC A(5).

       01 WS-SUS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SOURCE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-REASON PIC X(30).
           05 FILLER PIC X(12) VALUE " FIRST SEEN ".
           05 WS-SL-FIRST PIC 9(8).
           05 FILLER PIC X(11) VALUE " LAST SEEN ".
           05 WS-SL-LAST PIC 9(8).

       *> a request keyed against the employee on display, staged and
       *> edited here before it is queued as a maintenance transaction
       01 WS-REQ-ACTION PIC X(3) VALUE SPACES.
       01 WS-REQ-NAME PIC A(30) VALUE SPACES.
       01 WS-REQ-DOB PIC X(8) VALUE SPACES.
       01 WS-REQ-GROUP PIC X(5) VALUE SPACES.
       01 WS-REQ-EFF PIC X(8) VALUE SPACES.
       01 WS-REQ-CONFIRM PIC X(1) VALUE SPACES.
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

       01 WS-QUEUED-COUNT PIC 9(5) VALUE ZEROS.

       01 WS-DOB-CHECK PIC 9(8).
       01 FILLER REDEFINES WS-DOB-CHECK.
           05 WS-DOB-YEAR PIC 9(4).
           05 WS-DOB-MONTH PIC 9(2).
           05 WS-DOB-DAY PIC 9(2).
       01 WS-DOB-VALID PIC X(1) VALUE 'N'.
           88 DOB-VALID VALUE 'Y'.

       PROCEDURE DIVISION.
           A-PARA.

           *> clerk's inquiry on one employee at a time: look the
           *> employee up by EMP-ID or part of a name, show the master
           *> record with its age and AGE-GROUP, the journal history,
           *> changes pending or queued and open suspense entries, and
           *> take CHG/DEL/OVR requests. a request passes the same edits
           *> maintenance applies and is appended to the transaction
           *> file for the next maintenance run; nothing here updates
           *> the master or the override file
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

           PERFORM A-LOAD-THRESHOLDS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-FILE-OK
                   DISPLAY "EMPLOYEE MASTER COULD NOT BE OPENED - INQUIRY NOT AVAILABLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           PERFORM UNTIL INQ-FINISHED
                   PERFORM A-INQUIRY-CYCLE
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER.
           DISPLAY "INQUIRY ENDED - REQUESTS QUEUED FOR MAINTENANCE: "WS-QUEUED-COUNT.
           STOP RUN.

           *> load ADULT/TEEN age cutoffs from a control file, keeping the
           *> compiled-in defaults when no control file is present
           A-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF THR-FILE-OK
                   READ THRESHOLD-FILE
                       NOT AT END
                           MOVE THR-ADULT-AGE TO WS-THRESHOLD-ADULT
                           MOVE THR-TEEN-AGE TO WS-THRESHOLD-TEEN
                   END-READ
                   CLOSE THRESHOLD-FILE
           END-IF.

           *> one inquiry: prompt for an ID or name, find the employee,
           *> show everything held on them and take any requests; a
           *> blank entry ends the session
           A-INQUIRY-CYCLE.
           DISPLAY " ".
           DISPLAY "ENTER EMP-ID OR PART OF NAME (BLANK TO END): ".
           MOVE SPACES TO WS-INQ-INPUT.
           ACCEPT WS-INQ-INPUT.
           MOVE 'N' TO WS-EMP-SELECTED.
           IF WS-INQ-INPUT IS EQUAL SPACES
                   MOVE 'Y' TO WS-INQ-DONE
           ELSE
                   PERFORM A-MEASURE-INPUT
                   IF WS-INQ-LEN IS NOT GREATER THAN 5
                           AND WS-INQ-INPUT(1:WS-INQ-LEN) IS NUMERIC
                           MOVE WS-INQ-INPUT(1:WS-INQ-LEN) TO WS-INQ-ID
                           PERFORM A-LOOKUP-ID
                   ELSE
                           PERFORM A-SEARCH-NAME
                   END-IF
                   IF EMP-SELECTED
                           PERFORM A-SHOW-EMPLOYEE
                           PERFORM A-TAKE-REQUESTS
                   END-IF
           END-IF.

           *> length of the keyed entry without its trailing spaces
           A-MEASURE-INPUT.
           MOVE ZEROS TO WS-INQ-TRAIL.
           INSPECT FUNCTION REVERSE(WS-INQ-INPUT)
                   TALLYING WS-INQ-TRAIL FOR LEADING SPACES.
           COMPUTE WS-INQ-LEN = 30 - WS-INQ-TRAIL.

           *> direct read of the master by EMP-ID
           A-LOOKUP-ID.
           MOVE WS-INQ-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMP-ID "WS-INQ-ID" NOT ON FILE"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-SELECTED
                   MOVE EMP-ID TO WS-SEL-ID
                   MOVE EMP-NAME TO WS-SEL-NAME
                   MOVE EMP-DOB TO WS-SEL-DOB
                   MOVE EMP-STATUS TO WS-SEL-STATUS
                   MOVE EMP-STATUS-DATE TO WS-SEL-STAT-DATE
           END-READ.

           *> pass over the whole master listing every employee whose
           *> name contains the keyed text, in either case; a single
           *> match is shown straight away, several are listed for the
           *> clerk to pick one by EMP-ID
           A-SEARCH-NAME.
           MOVE FUNCTION UPPER-CASE(WS-INQ-INPUT) TO WS-INQ-UPPER.
           MOVE ZEROS TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-EMP-EOF.
           MOVE ZEROS TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET EMP-EOF TO TRUE
           END-START.
           IF NOT EMP-EOF
                   PERFORM A-READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM UNTIL EMP-EOF
                   MOVE FUNCTION UPPER-CASE(EMP-NAME) TO WS-NAME-UPPER
                   MOVE ZEROS TO WS-NAME-TALLY
                   INSPECT WS-NAME-UPPER TALLYING WS-NAME-TALLY
                           FOR ALL WS-INQ-UPPER(1:WS-INQ-LEN)
                   IF WS-NAME-TALLY IS GREATER THAN ZEROS
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE EMP-ID TO WS-MATCH-ID
                           DISPLAY "  "EMP-ID" "EMP-NAME" "EMP-DOB
                   END-IF
                   PERFORM A-READ-NEXT-EMPLOYEE
           END-PERFORM.
           EVALUATE WS-MATCH-COUNT
               WHEN ZEROS
                   DISPLAY "NO EMPLOYEE NAME CONTAINS "WS-INQ-INPUT(1:WS-INQ-LEN)
               WHEN 1
                   MOVE WS-MATCH-ID TO WS-INQ-ID
                   PERFORM A-LOOKUP-ID
               WHEN OTHER
                   DISPLAY WS-MATCH-COUNT" EMPLOYEES MATCH - ENTER EMP-ID (BLANK TO SEARCH AGAIN): "
                   MOVE SPACES TO WS-INQ-INPUT
                   ACCEPT WS-INQ-INPUT
                   IF WS-INQ-INPUT NOT EQUAL SPACES
                           PERFORM A-MEASURE-INPUT
                           IF WS-INQ-LEN IS NOT GREATER THAN 5
                                   AND WS-INQ-INPUT(1:WS-INQ-LEN) IS NUMERIC
                                   MOVE WS-INQ-INPUT(1:WS-INQ-LEN) TO WS-INQ-ID
                                   PERFORM A-LOOKUP-ID
                           ELSE
                                   DISPLAY "EMP-ID MUST BE UP TO 5 DIGITS"
                           END-IF
                   END-IF
           END-EVALUATE.

           *> read the next master record in EMP-ID order, flagging
           *> end-of-file
           A-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET EMP-EOF TO TRUE
           END-READ.

           *> the whole picture for the employee on display
           A-SHOW-EMPLOYEE.
           PERFORM A-CLASSIFY-EMPLOYEE.
           EVALUATE WS-SEL-STATUS
               WHEN 'A'
               WHEN SPACE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN 'L'
                   MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN 'T'
                   MOVE "TERMINATED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "EMP-ID        : "WS-SEL-ID.
           DISPLAY "NAME          : "WS-SEL-NAME.
           IF AGE-KNOWN
                   DISPLAY "DATE OF BIRTH : "WS-SEL-DOB"   AGE: "WS-AGE
           ELSE
                   DISPLAY "DATE OF BIRTH : "WS-SEL-DOB"   AGE: NOT KNOWN - DATE OF BIRTH FAILS EDIT"
           END-IF.
           IF WS-SEL-STAT-DATE IS EQUAL SPACES
                   DISPLAY "STATUS        : "WS-STATUS-TEXT
           ELSE
                   DISPLAY "STATUS        : "WS-STATUS-TEXT" SINCE "WS-SEL-STAT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN OVR-ON-FILE AND AGE-KNOWN
                   DISPLAY "AGE-GROUP     : "WS-AGE_GROUP" (CALCULATED "WS-CALC-GROUP", OVERRIDE "WS-OVR-GROUP" ON FILE)"
               WHEN OVR-ON-FILE
                   DISPLAY "AGE-GROUP     : "WS-AGE_GROUP" (OVERRIDE "WS-OVR-GROUP" ON FILE)"
               WHEN AGE-KNOWN
                   DISPLAY "AGE-GROUP     : "WS-AGE_GROUP" (CALCULATED, NO OVERRIDE)"
               WHEN OTHER
                   DISPLAY "AGE-GROUP     : NOT CLASSIFIED, NO OVERRIDE"
           END-EVALUATE.
           PERFORM A-SHOW-JOURNAL.
           PERFORM A-SHOW-PENDING.
           PERFORM A-SHOW-SUSPENSE.

           *> age as of today and the AGE-GROUP the classification run
           *> would give: the YYYYMMDD difference divided by 10000 drops
           *> the month/day remainder, so the age only ticks over once
           *> the birthday has actually passed this year. a date of
           *> birth the roster edits would reject gets no age at all
           A-CLASSIFY-EMPLOYEE.
           MOVE 'N' TO WS-AGE-KNOWN.
           MOVE SPACES TO WS-CALC-GROUP.
           MOVE SPACES TO WS-AGE_GROUP.
           MOVE WS-SEL-DOB TO WS-DOB-CHECK.
           IF WS-SEL-DOB IS NUMERIC
                   AND WS-SEL-DOB NOT EQUAL ZEROS
                   AND WS-SEL-DOB IS NOT GREATER THAN WS-RUN-DATE
                   AND WS-DOB-MONTH IS NOT LESS THAN 1
                   AND WS-DOB-MONTH IS NOT GREATER THAN 12
                   AND WS-DOB-DAY IS NOT LESS THAN 1
                   AND WS-DOB-DAY IS NOT GREATER THAN 31
                   MOVE 'Y' TO WS-AGE-KNOWN
                   COMPUTE WS-AGE = (WS-RUN-DATE - WS-SEL-DOB) / 10000
                   IF WS-AGE IS GREATER THAN OR EQUAL WS-THRESHOLD-ADULT
                           MOVE WS-GROUP-NAME(1) TO WS-CALC-GROUP
                   ELSE
                           IF WS-AGE IS GREATER THAN OR EQUAL WS-THRESHOLD-TEEN
                                   MOVE WS-GROUP-NAME(2) TO WS-CALC-GROUP
                           ELSE
                                   MOVE WS-GROUP-NAME(3) TO WS-CALC-GROUP
                           END-IF
                   END-IF
                   MOVE WS-CALC-GROUP TO WS-AGE_GROUP
           END-IF.
           PERFORM A-FIND-OVERRIDE.
           IF OVR-ON-FILE
                   MOVE WS-OVR-GROUP TO WS-AGE_GROUP
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

           *> look up the employee's override on file, if any; the
           *> first one for the ID is the one the classification run
           *> applies, and no override file just means none is set
           A-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-ON-FILE.
           MOVE SPACES TO WS-OVR-GROUP.
           MOVE 'N' TO WS-OVR-EOF.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-OK
                   PERFORM A-READ-OVERRIDE
                   PERFORM UNTIL OVR-EOF OR OVR-ON-FILE
                           IF OVR-ID IS EQUAL WS-SEL-ID
                                   MOVE 'Y' TO WS-OVR-ON-FILE
                                   MOVE OVR-AGE_GROUP TO WS-OVR-GROUP
                           END-IF
                           PERFORM A-READ-OVERRIDE
                   END-PERFORM
                   CLOSE OVERRIDE-FILE
           END-IF.

           *> read one override record, flagging end-of-file
           A-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END SET OVR-EOF TO TRUE
           END-READ.

           *> every journalled change to the employee, oldest first: the
           *> master images before and after, or for an override the
           *> AGE-GROUP it replaced and the one it set
           A-SHOW-JOURNAL.
           DISPLAY " ".
           DISPLAY "JOURNAL HISTORY:".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE 'N' TO WS-JNL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF JNL-FILE-OK
                   PERFORM A-READ-JOURNAL
                   PERFORM UNTIL JNL-EOF
                           IF JNL-ID IS EQUAL WS-SEL-ID
                                   ADD 1 TO WS-LIST-COUNT
                                   PERFORM A-SHOW-JOURNAL-LINE
                           END-IF
                           PERFORM A-READ-JOURNAL
                   END-PERFORM
                   CLOSE JOURNAL-FILE
           END-IF.
           IF WS-LIST-COUNT IS EQUAL ZEROS
                   DISPLAY "  NONE"
           END-IF.

           *> read one journal record, flagging end-of-file
           A-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JNL-EOF TO TRUE
           END-READ.

           *> format and show one journal history line
           A-SHOW-JOURNAL-LINE.
           MOVE JNL-DATE TO WS-JL-DATE.
           MOVE JNL-TIME TO WS-JL-TIME.
           MOVE JNL-ACTION TO WS-JL-ACTION.
           MOVE SPACES TO WS-JL-DETAIL.
           IF JNL-ACTION IS EQUAL "OVR"
                   MOVE JNL-BEFORE-AGE_GROUP TO WS-GROUP-BEFORE
                   IF JNL-BEFORE-AGE_GROUP IS EQUAL SPACES
                           MOVE "(NONE)" TO WS-GROUP-BEFORE
                   END-IF
                   MOVE JNL-AFTER-AGE_GROUP TO WS-GROUP-AFTER
                   IF JNL-AFTER-AGE_GROUP IS EQUAL SPACES
                           MOVE "(NONE)" TO WS-GROUP-AFTER
                   END-IF
                   STRING "OVERRIDE " DELIMITED BY SIZE
                           WS-GROUP-BEFORE DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-GROUP-AFTER DELIMITED BY SIZE
                           INTO WS-JL-DETAIL
           ELSE
                   STRING "BEFORE " DELIMITED BY SIZE
                           JNL-BEFORE-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JNL-BEFORE-DOB DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JNL-BEFORE-STATUS DELIMITED BY SIZE
                           " AFTER " DELIMITED BY SIZE
                           JNL-AFTER-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JNL-AFTER-DOB DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JNL-AFTER-STATUS DELIMITED BY SIZE
                           INTO WS-JL-DETAIL
           END-IF.
           DISPLAY WS-JNL-LINE.

           *> future-dated changes parked on the pending file, then
           *> transactions still waiting on the transaction file for
           *> the next maintenance run (including requests keyed here)
           A-SHOW-PENDING.
           DISPLAY " ".
           DISPLAY "PENDING AND QUEUED CHANGES:".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE 'N' TO WS-PND-EOF.
           OPEN INPUT PENDING-FILE.
           IF PND-FILE-OK
                   PERFORM A-READ-PENDING
                   PERFORM UNTIL PND-EOF
                           IF PND-ID IS EQUAL WS-SEL-ID
                                   ADD 1 TO WS-LIST-COUNT
                                   MOVE "PENDING " TO WS-PL-SOURCE
                                   MOVE PND-ACTION TO WS-PL-ACTION
                                   MOVE PND-EFF-DATE TO WS-PL-EFF
                                   MOVE PND-NAME TO WS-PL-NAME
                                   MOVE PND-DOB TO WS-PL-DOB
                                   MOVE PND-AGE_GROUP TO WS-PL-GROUP
                                   DISPLAY WS-PND-LINE
                           END-IF
                           PERFORM A-READ-PENDING
                   END-PERFORM
                   CLOSE PENDING-FILE
           END-IF.
           MOVE 'N' TO WS-TRANS-EOF.
           OPEN INPUT MAINT-TRANS-FILE.
           IF TRANS-FILE-OK
                   PERFORM A-READ-TRANS
                   PERFORM UNTIL TRANS-EOF
                           IF MNT-ID IS EQUAL WS-SEL-ID
                                   ADD 1 TO WS-LIST-COUNT
                                   MOVE "QUEUED  " TO WS-PL-SOURCE
                                   MOVE MNT-ACTION TO WS-PL-ACTION
                                   MOVE MNT-EFF-DATE TO WS-PL-EFF
                                   IF MNT-EFF-DATE IS EQUAL SPACES
                                           OR MNT-EFF-DATE IS EQUAL ZEROS
                                           MOVE "NEXT RUN" TO WS-PL-EFF
                                   END-IF
                                   MOVE MNT-NAME TO WS-PL-NAME
                                   MOVE MNT-DOB TO WS-PL-DOB
                                   MOVE MNT-AGE_GROUP TO WS-PL-GROUP
                                   DISPLAY WS-PND-LINE
                           END-IF
                           PERFORM A-READ-TRANS
                   END-PERFORM
                   CLOSE MAINT-TRANS-FILE
           END-IF.
           IF WS-LIST-COUNT IS EQUAL ZEROS
                   DISPLAY "  NONE"
           END-IF.

           *> read one pending transaction, flagging end-of-file
           A-READ-PENDING.
           READ PENDING-FILE
               AT END SET PND-EOF TO TRUE
           END-READ.

           *> read one queued transaction, flagging end-of-file
           A-READ-TRANS.
           READ MAINT-TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
           END-READ.

           *> rejects still open on the suspense file under the
           *> employee's ID, from the roster run or from maintenance
           A-SHOW-SUSPENSE.
           DISPLAY " ".
           DISPLAY "OPEN SUSPENSE ENTRIES:".
           MOVE ZEROS TO WS-LIST-COUNT.
           MOVE 'N' TO WS-SUS-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF SUS-FILE-OK
                   PERFORM A-READ-SUSPENSE
                   PERFORM UNTIL SUS-EOF
                           IF SUS-ID IS EQUAL WS-SEL-ID-TEXT
                                   ADD 1 TO WS-LIST-COUNT
                                   MOVE SUS-SOURCE TO WS-SL-SOURCE
                                   MOVE SUS-REASON TO WS-SL-REASON
                                   MOVE SUS-FIRST-SEEN TO WS-SL-FIRST
                                   MOVE SUS-LAST-SEEN TO WS-SL-LAST
                                   DISPLAY WS-SUS-LINE
                           END-IF
                           PERFORM A-READ-SUSPENSE
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-LIST-COUNT IS EQUAL ZEROS
                   DISPLAY "  NONE"
           END-IF.

           *> read one suspense entry, flagging end-of-file
           A-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET SUS-EOF TO TRUE
           END-READ.

           *> requests against the employee on display until the clerk
           *> enters a blank action
           A-TAKE-REQUESTS.
           MOVE 'N' TO WS-REQ-DONE.
           PERFORM UNTIL REQ-FINISHED
                   DISPLAY " "
                   DISPLAY "REQUEST FOR EMP-ID "WS-SEL-ID" - CHG, DEL, OVR OR BLANK FOR NONE: "
                   MOVE SPACES TO WS-REQ-ACTION
                   ACCEPT WS-REQ-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-REQ-ACTION) TO WS-REQ-ACTION
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE WS-REQ-ACTION
                       WHEN SPACES
                           MOVE 'Y' TO WS-REQ-DONE
                       WHEN "CHG"
                           PERFORM A-KEY-CHG
                       WHEN "DEL"
                           PERFORM A-KEY-DEL
                       WHEN "OVR"
                           PERFORM A-KEY-OVR
                       WHEN OTHER
                           DISPLAY "INVALID ACTION CODE - CHG, DEL OR OVR ONLY"
                   END-EVALUATE
           END-PERFORM.

           *> CHG: a new date of birth is required and a new name is
           *> optional, a blank name keeping the one on file, exactly as
           *> maintenance applies it
           A-KEY-CHG.
           DISPLAY "NEW NAME (BLANK TO KEEP CURRENT NAME): ".
           MOVE SPACES TO WS-REQ-NAME.
           ACCEPT WS-REQ-NAME.
           DISPLAY "DATE OF BIRTH YYYYMMDD: ".
           MOVE SPACES TO WS-REQ-DOB.
           ACCEPT WS-REQ-DOB.
           PERFORM A-KEY-EFF-DATE.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   PERFORM A-VALIDATE-DOB
           END-IF.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   PERFORM A-CHECK-ON-FILE
           END-IF.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   MOVE SPACES TO MAINT-TRANS-RECORD
                   MOVE WS-SEL-ID TO MNT-ID
                   MOVE WS-REQ-NAME TO MNT-NAME
                   MOVE WS-REQ-DOB TO MNT-DOB
                   PERFORM A-QUEUE-REQUEST
           ELSE
                   DISPLAY "REQUEST REJECTED - "WS-REJECT-REASON
           END-IF.

           *> DEL: confirmed before it is queued, since maintenance will
           *> remove the employee from the master outright
           A-KEY-DEL.
           DISPLAY "DELETE "WS-SEL-ID" "WS-SEL-NAME" - CONFIRM Y/N: ".
           MOVE SPACES TO WS-REQ-CONFIRM.
           ACCEPT WS-REQ-CONFIRM.
           IF WS-REQ-CONFIRM NOT EQUAL "Y" AND WS-REQ-CONFIRM NOT EQUAL "y"
                   DISPLAY "DELETE NOT CONFIRMED - NOTHING QUEUED"
           ELSE
                   PERFORM A-KEY-EFF-DATE
                   IF WS-REJECT-REASON IS EQUAL SPACES
                           PERFORM A-CHECK-ON-FILE
                   END-IF
                   IF WS-REJECT-REASON IS EQUAL SPACES
                           MOVE SPACES TO MAINT-TRANS-RECORD
                           MOVE WS-SEL-ID TO MNT-ID
                           MOVE WS-SEL-NAME TO MNT-NAME
                           MOVE WS-SEL-DOB TO MNT-DOB
                           PERFORM A-QUEUE-REQUEST
                   ELSE
                           DISPLAY "REQUEST REJECTED - "WS-REJECT-REASON
                   END-IF
           END-IF.

           *> OVR: set or replace the employee's AGE-GROUP override, or
           *> remove it when no group is keyed, with maintenance's
           *> edits: a known group, an employee on file, an override to
           *> remove and no request for the group already in place
           A-KEY-OVR.
           DISPLAY "OVERRIDE AGE-GROUP - ADULT, TEEN OR CHILD (BLANK TO REMOVE OVERRIDE): ".
           MOVE SPACES TO WS-REQ-GROUP.
           ACCEPT WS-REQ-GROUP.
           MOVE FUNCTION UPPER-CASE(WS-REQ-GROUP) TO WS-REQ-GROUP.
           PERFORM A-KEY-EFF-DATE.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   MOVE WS-REQ-GROUP TO WS-GROUP-CHECK
                   PERFORM A-CHECK-GROUP
                   IF WS-REQ-GROUP NOT EQUAL SPACES
                           AND NOT GROUP-KNOWN
                           MOVE "INVALID AGE-GROUP" TO WS-REJECT-REASON
                   END-IF
           END-IF.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   PERFORM A-CHECK-ON-FILE
           END-IF.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   PERFORM A-FIND-OVERRIDE
                   EVALUATE TRUE
                       WHEN WS-REQ-GROUP IS EQUAL SPACES
                               AND NOT OVR-ON-FILE
                           MOVE "NO OVERRIDE ON FILE" TO WS-REJECT-REASON
                       WHEN OVR-ON-FILE
                               AND WS-REQ-GROUP IS EQUAL WS-OVR-GROUP
                           MOVE "OVERRIDE ALREADY IN PLACE" TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON IS EQUAL SPACES
                   MOVE SPACES TO MAINT-TRANS-RECORD
                   MOVE WS-SEL-ID TO MNT-ID
                   MOVE WS-SEL-NAME TO MNT-NAME
                   MOVE WS-SEL-DOB TO MNT-DOB
                   MOVE WS-REQ-GROUP TO MNT-AGE_GROUP
                   PERFORM A-QUEUE-REQUEST
           ELSE
                   DISPLAY "REQUEST REJECTED - "WS-REJECT-REASON
           END-IF.

           *> effective date for the request: blank means the next
           *> maintenance run, a later date is held on the pending file
           *> by maintenance until it comes due
           A-KEY-EFF-DATE.
           DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK FOR NEXT RUN): ".
           MOVE SPACES TO WS-REQ-EFF.
           ACCEPT WS-REQ-EFF.
           IF WS-REQ-EFF NOT EQUAL SPACES
                   IF WS-REQ-EFF IS NOT NUMERIC
                           MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
                   ELSE
                           MOVE WS-REQ-EFF TO WS-DOB-CHECK
                           IF WS-DOB-MONTH IS LESS THAN 1
                                   OR WS-DOB-MONTH IS GREATER THAN 12
                                   OR WS-DOB-DAY IS LESS THAN 1
                                   OR WS-DOB-DAY IS GREATER THAN 31
                                   MOVE "EFFECTIVE DATE NOT VALID" TO WS-REJECT-REASON
                           END-IF
                   END-IF
           END-IF.

           *> plausibility check on a keyed date of birth, the same one
           *> maintenance applies: all digits, a month of 1-12 and a day
           *> of 1-31
           A-VALIDATE-DOB.
           MOVE 'N' TO WS-DOB-VALID.
           IF WS-REQ-DOB IS NOT NUMERIC OR WS-REQ-DOB IS EQUAL ZEROS
                   MOVE "DOB NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
                   MOVE WS-REQ-DOB TO WS-DOB-CHECK
                   IF WS-DOB-MONTH IS LESS THAN 1
                           OR WS-DOB-MONTH IS GREATER THAN 12
                           OR WS-DOB-DAY IS LESS THAN 1
                           OR WS-DOB-DAY IS GREATER THAN 31
                           MOVE "DOB NOT A VALID DATE" TO WS-REJECT-REASON
                   ELSE
                           MOVE 'Y' TO WS-DOB-VALID
                   END-IF
           END-IF.

           *> the employee must still be on the master, as maintenance
           *> requires of every CHG, DEL and OVR
           A-CHECK-ON-FILE.
           MOVE WS-SEL-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "ID NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

           *> append the edited request to the maintenance transaction
           *> file for the next maintenance run, creating the file if
           *> this is the first transaction since it was last emptied
           A-QUEUE-REQUEST.
           MOVE WS-REQ-ACTION TO MNT-ACTION.
           MOVE WS-REQ-EFF TO MNT-EFF-DATE.
           OPEN EXTEND MAINT-TRANS-FILE.
           IF TRANS-FILE-NOT-FOUND
                   OPEN OUTPUT MAINT-TRANS-FILE
                   CLOSE MAINT-TRANS-FILE
                   OPEN EXTEND MAINT-TRANS-FILE
           END-IF.
           IF NOT TRANS-FILE-OK
                   DISPLAY "MAINTENANCE TRANSACTION FILE COULD NOT BE OPENED - REQUEST NOT QUEUED"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   WRITE MAINT-TRANS-RECORD
                   CLOSE MAINT-TRANS-FILE
                   ADD 1 TO WS-QUEUED-COUNT
                   DISPLAY "QUEUED FOR NEXT MAINTENANCE RUN: "MNT-ACTION" "MNT-ID
           END-IF.
