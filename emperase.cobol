       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "data/ERASURE_REQUEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "data/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT ASOF-MASTER ASSIGN TO "data/EMPMAST_ASOF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASF-ID
               FILE STATUS IS WS-ASF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "data/EMP_MAINT_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT SCRUB-FILE ASSIGN USING WS-SCR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.
           SELECT SCRUB-KEEP-FILE ASSIGN TO "data/ERASURE_KEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT ARCHIVE-FROM-FILE
               ASSIGN TO "data/ERASURE_ARCHIVE_FROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFR-STATUS.
           SELECT CERTIFICATE-FILE
               ASSIGN TO "data/ERASURE_CERTIFICATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> one erasure request per line: the employee to be erased and
       *> the reference the request was raised under, which the
       *> certificate quotes back
       FD  REQUEST-FILE.
       01 REQUEST-RECORD.
           05 ERQ-ID PIC 9(5).
           05 ERQ-REFERENCE PIC X(20).

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
               88 EMP-TERMINATED VALUE 'T'.
           05 EMP-STATUS-DATE PIC X(8).

       *> the last point-in-time rebuild, if one has been taken; it is
       *> a copy of the master and carries the same personal data
       FD  ASOF-MASTER.
       01 ASOF-RECORD.
           05 ASF-ID PIC 9(5).
           05 ASF-NAME PIC A(30).
           05 ASF-DOB PIC 9(8).
           05 ASF-STATUS PIC X(1).
           05 ASF-STATUS-DATE PIC X(8).

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

       *> whichever flat file is being scrubbed, taken a line at a
       *> time; the field positions come from the file's entry in
       *> the scrub table below
       FD  SCRUB-FILE.
       01 SCRUB-RECORD PIC X(200).

       FD  SCRUB-KEEP-FILE.
       01 SCRUB-KEEP-RECORD PIC X(200).

       *> first archive month to search, as yyyymm
       FD  ARCHIVE-FROM-FILE.
       01 ARCHIVE-FROM-RECORD.
           05 AFR-MONTH PIC 9(6).

       FD  CERTIFICATE-FILE.
       01 CERTIFICATE-PRINT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS PIC X(2) VALUE SPACES.
           88 REQ-FILE-OK VALUE '00'.
       01 WS-MST-STATUS PIC X(2) VALUE SPACES.
           88 MST-FILE-OK VALUE '00'.
       01 WS-ASF-STATUS PIC X(2) VALUE SPACES.
           88 ASF-FILE-OK VALUE '00'.
           88 ASF-FILE-NOT-FOUND VALUE '35'.
       01 WS-JNL-STATUS PIC X(2) VALUE SPACES.
           88 JNL-FILE-OK VALUE '00'.
           88 JNL-FILE-NOT-FOUND VALUE '35'.
       01 WS-SCR-STATUS PIC X(2) VALUE SPACES.
           88 SCR-FILE-OK VALUE '00'.
           88 SCR-FILE-NOT-FOUND VALUE '35'.
       01 WS-KEEP-STATUS PIC X(2) VALUE SPACES.
           88 KEEP-FILE-OK VALUE '00'.
       01 WS-AFR-STATUS PIC X(2) VALUE SPACES.
           88 AFR-FILE-OK VALUE '00'.
       01 WS-CRT-STATUS PIC X(2) VALUE SPACES.
           88 CRT-FILE-OK VALUE '00'.
           88 CRT-FILE-NOT-FOUND VALUE '35'.
       01 WS-REQ-EOF PIC X(1) VALUE 'N'.
           88 REQ-EOF VALUE 'Y'.
       01 WS-SCR-EOF PIC X(1) VALUE 'N'.
           88 SCR-EOF VALUE 'Y'.
       01 WS-KEEP-EOF PIC X(1) VALUE 'N'.
           88 KEEP-EOF VALUE 'Y'.

       01 WS-CURRENT-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-STAMP PIC X(14) VALUE SPACES.

       *> the request in hand: the employee, the pseudonym their name
       *> is replaced with (unique per employee, so no two erased
       *> records ever read as duplicates of each other), and whether
       *> the request may go ahead
       01 WS-ERA-ID PIC 9(5) VALUE ZEROS.
       01 WS-ERA-ID-TEXT PIC X(5) VALUE SPACES.
       01 WS-ERA-PSEUDONYM PIC X(30) VALUE SPACES.
       01 WS-ERA-REFUSAL PIC X(40) VALUE SPACES.
       01 WS-ERA-ON-MASTER PIC X(1) VALUE 'N'.
           88 ERA-ON-MASTER VALUE 'Y'.
       01 WS-ERA-MASTER-NOTE PIC X(40) VALUE SPACES.
       01 WS-ERA-TOTAL PIC 9(7) VALUE ZEROS.

       *> the files that carry an employee's name or date of birth,
       *> one entry each: path, then where the record's tag sits and
       *> what it must read for the line to be an employee line at
       *> all (position zero: every line is), then the positions of
       *> the employee ID, first name, first date of birth, second
       *> name and second date of birth (zero: not on this file), then
       *> how the line is laid out - F fixed fields, L the legacy
       *> roster with no ID field where the line number is the ID the
       *> conversion gave it, E the semicolon-delimited payroll
       *> extract. the journal carries a before and an after image;
       *> a verification duplicate-name line names two employees, so
       *> that report is listed once for each of its two IDs; the
       *> keep, sorted and work files are intermediate copies the
       *> owning runs leave behind between runs
       01 WS-SCRUB-TABLE-VALUES.
           05 FILLER PIC X(40) VALUE "data/EMP_MAINT_JOURNAL.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "032037067075105F".
           05 FILLER PIC X(40) VALUE "data/EMPLOYEES.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "000001031000000L".
           05 FILLER PIC X(40) VALUE "data/EMPLOYEE_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006000000000F".
           05 FILLER PIC X(40) VALUE "data/EMPLOYEE_MOVEMENT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "008013000000000F".
           05 FILLER PIC X(40) VALUE "data/EMPLOYEE_REJECTS.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/CLASS_HISTORY.DAT".
           05 FILLER PIC X(15) VALUE "00101D".
           05 FILLER PIC X(16) VALUE "033038000000000F".
           05 FILLER PIC X(40) VALUE "data/CLASS_HISTORY_KEEP.DAT".
           05 FILLER PIC X(15) VALUE "00101D".
           05 FILLER PIC X(16) VALUE "033038000000000F".
           05 FILLER PIC X(40) VALUE "data/PAYROLL_EXTRACT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "003000000000000E".
           05 FILLER PIC X(40) VALUE "data/EMP_MAINT_TRANS.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_MAINT_PENDING.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_MAINT_PENDING_KEEP.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_MAINT_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "004009039000000F".
           05 FILLER PIC X(40) VALUE "data/HR_SNAPSHOT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/HR_SNAPSHOT_SORTED.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/HR_RECON_WORK.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
           05 FILLER PIC X(40) VALUE "data/HR_RECON_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "008014045000000F".
           05 FILLER PIC X(40) VALUE "data/AGE_FORECAST_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "011018000000000F".
           05 FILLER PIC X(40) VALUE "data/AUDIT_LOG.DAT".
           05 FILLER PIC X(15) VALUE "01510EMPLOYEE".
           05 FILLER PIC X(16) VALUE "028039000000000F".
           05 FILLER PIC X(40) VALUE "data/AUDIT_LOG_KEEP.DAT".
           05 FILLER PIC X(15) VALUE "01510EMPLOYEE".
           05 FILLER PIC X(16) VALUE "028039000000000F".
           05 FILLER PIC X(40) VALUE "data/AUDIT_INQUIRY_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "03610EMPLOYEE".
           05 FILLER PIC X(16) VALUE "050061000000000F".
           05 FILLER PIC X(40) VALUE "data/EMPLOYEE_REPORT_PRIOR.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006000000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_VERIFY_NAMES.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006000000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_VERIFY_NAMES_SORTED.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006000000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_VERIFY_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00110DUPLICATE ".
           05 FILLER PIC X(16) VALUE "052017000000000F".
           05 FILLER PIC X(40) VALUE "data/EMP_VERIFY_REPORT.DAT".
           05 FILLER PIC X(15) VALUE "00110DUPLICATE ".
           05 FILLER PIC X(16) VALUE "058017000000000F".
           05 FILLER PIC X(40) VALUE "data/EMPMAST_CONVERT_WORK.DAT".
           05 FILLER PIC X(15) VALUE "00000".
           05 FILLER PIC X(16) VALUE "001006036000000F".
       01 WS-SCRUB-TABLE REDEFINES WS-SCRUB-TABLE-VALUES.
           05 WS-SCRUB-ENTRY OCCURS 26 TIMES.
               10 WS-STB-PATH PIC X(40).
               10 WS-STB-TAG-POS PIC 9(3).
               10 WS-STB-TAG-LEN PIC 9(2).
               10 WS-STB-TAG PIC X(10).
               10 WS-STB-ID-POS PIC 9(3).
               10 WS-STB-NAME1-POS PIC 9(3).
               10 WS-STB-DOB1-POS PIC 9(3).
               10 WS-STB-NAME2-POS PIC 9(3).
               10 WS-STB-DOB2-POS PIC 9(3).
               10 WS-STB-LAYOUT PIC X(1).
       01 WS-SCRUB-COUNT PIC 9(2) VALUE 26.
       01 WS-STB-IDX PIC 9(2).
       *> the live audit log's entry, reused for its monthly archives
       01 WS-AUDIT-ENTRY PIC 9(2) VALUE 18.

       *> the file currently being scrubbed
       01 WS-SCR-DESC.
           05 WS-SCR-PATH PIC X(40).
           05 WS-SCR-TAG-POS PIC 9(3).
           05 WS-SCR-TAG-LEN PIC 9(2).
           05 WS-SCR-TAG PIC X(10).
           05 WS-SCR-ID-POS PIC 9(3).
           05 WS-SCR-NAME1-POS PIC 9(3).
           05 WS-SCR-DOB1-POS PIC 9(3).
           05 WS-SCR-NAME2-POS PIC 9(3).
           05 WS-SCR-DOB2-POS PIC 9(3).
           05 WS-SCR-LAYOUT PIC X(1).
               88 SCR-BY-LINE-NUMBER VALUE 'L'.
               88 SCR-EXTRACT-LAYOUT VALUE 'E'.
       01 WS-SCR-POS PIC 9(3).
       01 WS-SCR-LINE-NO PIC 9(6) VALUE ZEROS.
       01 WS-SCR-CHANGED PIC 9(6) VALUE ZEROS.
       01 WS-SCR-PRESENT PIC X(1) VALUE 'N'.
           88 SCR-PRESENT VALUE 'Y'.
       01 WS-LINE-MATCH PIC X(1) VALUE 'N'.
           88 LINE-MATCH VALUE 'Y'.
       01 WS-LINE-CHANGED PIC X(1) VALUE 'N'.
           88 LINE-CHANGED VALUE 'Y'.

       *> an extract D or S line being rebuilt around the pseudonym
       01 WS-EXT-NAME PIC X(30).
       01 WS-EXT-PTR PIC 9(3).
       01 WS-EXT-LINE PIC X(200).

       *> archive months searched: from the ERASURE_ARCHIVE_FROM card
       *> when present, otherwise ten years back, through the run
       *> month
       01 WS-SCAN-MONTH.
           05 WS-SCAN-YYYY PIC 9(4).
           05 WS-SCAN-MM PIC 9(2).
       01 WS-SCAN-MONTH-NUM REDEFINES WS-SCAN-MONTH PIC 9(6).
       01 WS-SCAN-FROM-MONTH PIC 9(6) VALUE ZEROS.
       01 WS-SCAN-END-MONTH PIC 9(6) VALUE ZEROS.
       01 WS-ARCHIVES-FOUND PIC 9(4) VALUE ZEROS.

       01 WS-REQUEST-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-ERASED-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZEROS.

       *> certificate print lines
       01 WS-CRT-HEADING.
           05 FILLER PIC X(30) VALUE "ERASURE CERTIFICATE           ".
           05 FILLER PIC X(4) VALUE "RUN ".
           05 WS-CRT-HDG-STAMP PIC X(14).
       01 WS-CRT-REQUEST-LINE.
           05 FILLER PIC X(10) VALUE "REFERENCE ".
           05 WS-CRT-REQ-REFERENCE PIC X(20).
           05 FILLER PIC X(11) VALUE "  EMPLOYEE ".
           05 WS-CRT-REQ-ID PIC X(5).
       01 WS-CRT-MASTER-LINE.
           05 FILLER PIC X(14) VALUE "MASTER STATUS ".
           05 WS-CRT-MST-NOTE PIC X(40).
       01 WS-CRT-COLHEAD.
           05 FILLER PIC X(42) VALUE "FILE".
           05 FILLER PIC X(15) VALUE "RECORDS CHANGED".
       01 WS-CRT-FILE-LINE.
           05 WS-CRT-FIL-PATH PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CRT-FIL-COUNT PIC ZZZZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CRT-FIL-NOTE PIC X(21).
       01 WS-CRT-RANGE-LINE.
           05 FILLER PIC X(24) VALUE "AUDIT ARCHIVES SEARCHED ".
           05 WS-CRT-RNG-FROM PIC 9(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-CRT-RNG-TO PIC 9(6).
           05 FILLER PIC X(15) VALUE "  FILES FOUND: ".
           05 WS-CRT-RNG-FOUND PIC ZZZ9.
       01 WS-CRT-TOTAL-LINE.
           05 FILLER PIC X(42) VALUE "TOTAL RECORDS CHANGED".
           05 WS-CRT-TOT-COUNT PIC ZZZZZZZZZZZZZZ9.
       01 WS-CRT-RESULT-LINE.
           05 FILLER PIC X(7) VALUE "RESULT ".
           05 WS-CRT-RESULT PIC X(60).

       PROCEDURE DIVISION.
           A-PARA.

           *> right-to-erasure: for each request, the employee's name
           *> and date of birth are replaced wherever this system holds
           *> them - the master, the journal's before and after images,
           *> the classification outputs and history, the maintenance
           *> and reconciliation files, the payroll extract and every
           *> EMPLOYEE record on the audit trail, live and archived.
           *> the employee ID, every date and every count stay as they
           *> were, so totals, hash checks and the journal replay still
           *> balance. only a terminated (or already deleted) employee
           *> may be erased. each request gets a certificate listing
           *> every file examined and the records changed in it; a
           *> request run twice changes nothing the second time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-STAMP.

           OPEN INPUT REQUEST-FILE.
           IF NOT REQ-FILE-OK
                   DISPLAY "ERASURE REQUEST FILE NOT FOUND - NOTHING TO ERASE"
                   STOP RUN
           END-IF.

           OPEN I-O EMPLOYEE-MASTER.
           IF NOT MST-FILE-OK
                   DISPLAY "EMPLOYEE MASTER COULD NOT BE OPENED - ERASURE ABANDONED"
                   CLOSE REQUEST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM A-OPEN-CERTIFICATE.
           PERFORM A-LOAD-ARCHIVE-FROM.

           PERFORM A-READ-REQUEST.
           PERFORM UNTIL REQ-EOF
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM A-PROCESS-REQUEST
                   PERFORM A-READ-REQUEST
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CERTIFICATE-FILE.

           *> every request has its certificate; empty the request
           *> file so the same requests are not run again tomorrow
           OPEN OUTPUT REQUEST-FILE.
           CLOSE REQUEST-FILE.

           DISPLAY "ERASURE COMPLETE - REQUESTS: "WS-REQUEST-COUNT
                   " ERASED: "WS-ERASED-COUNT
                   " REFUSED: "WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT IS GREATER THAN ZERO
                   MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

           *> read one erasure request, flagging end-of-file
           A-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET REQ-EOF TO TRUE
           END-READ.

           *> certificates accumulate in one file, created on first use
           A-OPEN-CERTIFICATE.
           OPEN EXTEND CERTIFICATE-FILE.
           IF CRT-FILE-NOT-FOUND
                   OPEN OUTPUT CERTIFICATE-FILE
                   CLOSE CERTIFICATE-FILE
                   OPEN EXTEND CERTIFICATE-FILE
           END-IF.
           IF NOT CRT-FILE-OK
                   DISPLAY "ERASURE CERTIFICATE FILE COULD NOT BE OPENED - ERASURE ABANDONED"
                   CLOSE REQUEST-FILE
                   CLOSE EMPLOYEE-MASTER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

           *> archive search range: the card's month when it holds a
           *> valid yyyymm, otherwise ten years before the run month,
           *> which covers the audit trail's full retention
           A-LOAD-ARCHIVE-FROM.
           MOVE WS-RUN-DATE(1:6) TO WS-SCAN-END-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-SCAN-MONTH.
           SUBTRACT 10 FROM WS-SCAN-YYYY.
           MOVE WS-SCAN-MONTH-NUM TO WS-SCAN-FROM-MONTH.
           OPEN INPUT ARCHIVE-FROM-FILE.
           IF AFR-FILE-OK
                   READ ARCHIVE-FROM-FILE
                       NOT AT END
                           IF AFR-MONTH IS NUMERIC
                                   AND AFR-MONTH IS GREATER THAN ZERO
                                   AND AFR-MONTH(5:2) IS GREATER THAN "00"
                                   AND AFR-MONTH(5:2) IS LESS THAN "13"
                                   MOVE AFR-MONTH TO WS-SCAN-FROM-MONTH
                           END-IF
                   END-READ
                   CLOSE ARCHIVE-FROM-FILE
           END-IF.

           *> one request from start to certificate: check the master,
           *> then either refuse or scrub every file in turn
           A-PROCESS-REQUEST.
           MOVE ZEROS TO WS-ERA-TOTAL.
           MOVE SPACES TO WS-ERA-REFUSAL.
           MOVE SPACES TO WS-ERA-MASTER-NOTE.
           MOVE 'N' TO WS-ERA-ON-MASTER.
           MOVE ERQ-REFERENCE TO WS-CRT-REQ-REFERENCE.
           MOVE ERQ-ID TO WS-CRT-REQ-ID.

           MOVE WS-RUN-STAMP TO WS-CRT-HDG-STAMP.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-HEADING.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-REQUEST-LINE.

           IF ERQ-ID IS NOT NUMERIC OR ERQ-ID IS EQUAL ZEROS
                   MOVE "REFUSED - EMPLOYEE ID IS NOT VALID" TO WS-ERA-REFUSAL
           ELSE
                   MOVE ERQ-ID TO WS-ERA-ID
                   MOVE ERQ-ID TO WS-ERA-ID-TEXT
                   MOVE SPACES TO WS-ERA-PSEUDONYM
                   STRING "ERASED " WS-ERA-ID-TEXT DELIMITED BY SIZE
                           INTO WS-ERA-PSEUDONYM
                   PERFORM A-CHECK-MASTER
                   MOVE WS-ERA-MASTER-NOTE TO WS-CRT-MST-NOTE
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-MASTER-LINE
           END-IF.

           IF WS-ERA-REFUSAL NOT EQUAL SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE WS-ERA-REFUSAL TO WS-CRT-RESULT
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-RESULT-LINE
                   DISPLAY "ERASURE REQUEST "ERQ-REFERENCE" "WS-ERA-REFUSAL
           ELSE
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-COLHEAD
                   PERFORM A-ERASE-MASTER
                   PERFORM A-ERASE-ASOF
                   PERFORM VARYING WS-STB-IDX FROM 1 BY 1
                           UNTIL WS-STB-IDX IS GREATER WS-SCRUB-COUNT
                           MOVE WS-SCRUB-ENTRY(WS-STB-IDX) TO WS-SCR-DESC
                           PERFORM A-SCRUB-FLAT-FILE
                           PERFORM A-WRITE-FILE-LINE
                   END-PERFORM
                   PERFORM A-SCRUB-ARCHIVES
                   MOVE "data/REJECT_SUSPENSE.DAT" TO WS-CRT-FIL-PATH
                   MOVE ZEROS TO WS-CRT-FIL-COUNT
                   MOVE "CHECKED - NO NAME/DOB" TO WS-CRT-FIL-NOTE
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-FILE-LINE
                   MOVE WS-ERA-TOTAL TO WS-CRT-TOT-COUNT
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-TOTAL-LINE
                   ADD 1 TO WS-ERASED-COUNT
                   IF WS-ERA-TOTAL IS GREATER THAN ZERO
                           MOVE "ERASED" TO WS-CRT-RESULT
                   ELSE
                           MOVE "ERASED - NO PERSONAL DATA REMAINED TO CHANGE" TO WS-CRT-RESULT
                   END-IF
                   WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-RESULT-LINE
                   DISPLAY "ERASURE REQUEST "ERQ-REFERENCE" EMPLOYEE "WS-ERA-ID-TEXT
                           " RECORDS CHANGED: "WS-ERA-TOTAL
           END-IF.
           MOVE SPACES TO CERTIFICATE-PRINT-RECORD.
           WRITE CERTIFICATE-PRINT-RECORD.

           *> the employee must have left: an active or on-leave
           *> employee still needs their name for payroll. an employee
           *> no longer on the master at all was deleted, and what
           *> remains of them elsewhere is still erased
           A-CHECK-MASTER.
           MOVE WS-ERA-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-ERA-MASTER-NOTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ERA-ON-MASTER
                   IF EMP-TERMINATED
                           STRING "TERMINATED " EMP-STATUS-DATE DELIMITED BY SIZE
                                   INTO WS-ERA-MASTER-NOTE
                   ELSE
                           IF EMP-STATUS IS EQUAL 'L'
                                   MOVE "ON LEAVE" TO WS-ERA-MASTER-NOTE
                           ELSE
                                   MOVE "ACTIVE" TO WS-ERA-MASTER-NOTE
                           END-IF
                           MOVE "REFUSED - EMPLOYEE IS NOT TERMINATED" TO WS-ERA-REFUSAL
                   END-IF
           END-READ.

           *> replace the name and date of birth on the master record
           *> and journal the change, so a rebuild replaying the
           *> journal arrives at the erased record too
           A-ERASE-MASTER.
           MOVE "data/EMPMAST.DAT" TO WS-CRT-FIL-PATH.
           MOVE SPACES TO WS-CRT-FIL-NOTE.
           MOVE ZEROS TO WS-SCR-CHANGED.
           IF NOT ERA-ON-MASTER
                   MOVE "NOT ON MASTER" TO WS-CRT-FIL-NOTE
           ELSE
                   IF EMP-NAME NOT EQUAL WS-ERA-PSEUDONYM
                           OR EMP-DOB NOT EQUAL ZEROS
                           MOVE WS-ERA-PSEUDONYM TO EMP-NAME
                           MOVE ZEROS TO EMP-DOB
                           REWRITE EMPLOYEE-RECORD
                               INVALID KEY
                                   MOVE "MASTER RECORD COULD NOT BE REWRITTEN" TO WS-CRT-RESULT
                                   PERFORM A-ABANDON-ERASURE
                               NOT INVALID KEY
                                   MOVE 1 TO WS-SCR-CHANGED
                                   PERFORM A-WRITE-ERA-JOURNAL
                           END-REWRITE
                   END-IF
           END-IF.
           MOVE WS-SCR-CHANGED TO WS-CRT-FIL-COUNT.
           ADD WS-SCR-CHANGED TO WS-ERA-TOTAL.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-FILE-LINE.

           *> the erasure goes on the journal as an ERA record carrying
           *> the erased record as both images; the earlier images it
           *> would otherwise preserve have just been scrubbed below
           A-WRITE-ERA-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JNL-FILE-NOT-FOUND
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF NOT JNL-FILE-OK
                   MOVE "JOURNAL COULD NOT BE OPENED" TO WS-CRT-RESULT
                   PERFORM A-ABANDON-ERASURE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO JNL-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO JNL-TIME.
           MOVE WS-RUN-STAMP TO JNL-RUN-STAMP.
           MOVE "ERA" TO JNL-ACTION.
           MOVE EMP-ID TO JNL-ID.
           MOVE EMP-NAME TO JNL-BEFORE-NAME.
           MOVE EMP-DOB TO JNL-BEFORE-DOB.
           MOVE EMP-NAME TO JNL-AFTER-NAME.
           MOVE EMP-DOB TO JNL-AFTER-DOB.
           MOVE EMP-STATUS TO JNL-BEFORE-STATUS.
           MOVE EMP-STATUS-DATE TO JNL-BEFORE-STAT-DATE.
           MOVE EMP-STATUS TO JNL-AFTER-STATUS.
           MOVE EMP-STATUS-DATE TO JNL-AFTER-STAT-DATE.
           MOVE SPACES TO JNL-BEFORE-AGE_GROUP.
           MOVE SPACES TO JNL-AFTER-AGE_GROUP.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

           *> the last point-in-time rebuild, if one is on disk
           A-ERASE-ASOF.
           MOVE "data/EMPMAST_ASOF.DAT" TO WS-CRT-FIL-PATH.
           MOVE SPACES TO WS-CRT-FIL-NOTE.
           MOVE ZEROS TO WS-SCR-CHANGED.
           OPEN I-O ASOF-MASTER.
           IF ASF-FILE-NOT-FOUND
                   MOVE "NOT PRESENT" TO WS-CRT-FIL-NOTE
           ELSE
                   IF NOT ASF-FILE-OK
                           MOVE "REBUILD MASTER COULD NOT BE OPENED" TO WS-CRT-RESULT
                           PERFORM A-ABANDON-ERASURE
                   END-IF
                   MOVE WS-ERA-ID TO ASF-ID
                   READ ASOF-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ASF-NAME NOT EQUAL WS-ERA-PSEUDONYM
                                   OR ASF-DOB NOT EQUAL ZEROS
                                   MOVE WS-ERA-PSEUDONYM TO ASF-NAME
                                   MOVE ZEROS TO ASF-DOB
                                   REWRITE ASOF-RECORD
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           MOVE 1 TO WS-SCR-CHANGED
                                   END-REWRITE
                           END-IF
                   END-READ
                   CLOSE ASOF-MASTER
           END-IF.
           MOVE WS-SCR-CHANGED TO WS-CRT-FIL-COUNT.
           ADD WS-SCR-CHANGED TO WS-ERA-TOTAL.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-FILE-LINE.

           *> walk the monthly audit archives over the search range;
           *> a month with no archive file simply had nothing archived.
           *> only archives that held the employee are listed, the
           *> range line records how far the search went
           A-SCRUB-ARCHIVES.
           MOVE ZEROS TO WS-ARCHIVES-FOUND.
           MOVE WS-SCAN-FROM-MONTH TO WS-SCAN-MONTH-NUM.
           PERFORM UNTIL WS-SCAN-MONTH-NUM IS GREATER WS-SCAN-END-MONTH
                   MOVE WS-SCRUB-ENTRY(WS-AUDIT-ENTRY) TO WS-SCR-DESC
                   MOVE SPACES TO WS-SCR-PATH
                   STRING "data/AUDIT_ARCHIVE_" DELIMITED BY SIZE
                           WS-SCAN-MONTH DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO WS-SCR-PATH
                   PERFORM A-SCRUB-FLAT-FILE
                   IF SCR-PRESENT
                           ADD 1 TO WS-ARCHIVES-FOUND
                           IF WS-SCR-CHANGED IS GREATER THAN ZERO
                                   PERFORM A-WRITE-FILE-LINE
                           END-IF
                   END-IF
                   PERFORM A-NEXT-MONTH
           END-PERFORM.
           MOVE WS-SCAN-FROM-MONTH TO WS-CRT-RNG-FROM.
           MOVE WS-SCAN-END-MONTH TO WS-CRT-RNG-TO.
           MOVE WS-ARCHIVES-FOUND TO WS-CRT-RNG-FOUND.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-RANGE-LINE.

           *> scrub one flat file: every line is copied to the keep
           *> file, the employee's lines with their name and date of
           *> birth replaced; only if a line actually changed is the
           *> keep file copied back over the original, so a file the
           *> employee never appears in is left exactly as it was
           A-SCRUB-FLAT-FILE.
           MOVE ZEROS TO WS-SCR-CHANGED.
           MOVE ZEROS TO WS-SCR-LINE-NO.
           MOVE 'N' TO WS-SCR-PRESENT.
           OPEN INPUT SCRUB-FILE.
           IF SCR-FILE-NOT-FOUND
                   CONTINUE
           ELSE
                   IF NOT SCR-FILE-OK
                           MOVE SPACES TO WS-CRT-RESULT
                           STRING WS-SCR-PATH DELIMITED BY SPACE
                                   " COULD NOT BE OPENED" DELIMITED BY SIZE
                                   INTO WS-CRT-RESULT
                           PERFORM A-ABANDON-ERASURE
                   END-IF
                   MOVE 'Y' TO WS-SCR-PRESENT
                   OPEN OUTPUT SCRUB-KEEP-FILE
                   IF NOT KEEP-FILE-OK
                           CLOSE SCRUB-FILE
                           MOVE "ERASURE KEEP FILE COULD NOT BE OPENED" TO WS-CRT-RESULT
                           PERFORM A-ABANDON-ERASURE
                   END-IF
                   MOVE 'N' TO WS-SCR-EOF
                   PERFORM A-READ-SCRUB
                   PERFORM UNTIL SCR-EOF
                           ADD 1 TO WS-SCR-LINE-NO
                           PERFORM A-SCRUB-ONE-LINE
                           WRITE SCRUB-KEEP-RECORD FROM SCRUB-RECORD
                           PERFORM A-READ-SCRUB
                   END-PERFORM
                   CLOSE SCRUB-FILE
                   CLOSE SCRUB-KEEP-FILE
                   IF WS-SCR-CHANGED IS GREATER THAN ZERO
                           PERFORM A-COPY-BACK
                   END-IF
           END-IF.
           ADD WS-SCR-CHANGED TO WS-ERA-TOTAL.

           *> read one line of the file being scrubbed
           A-READ-SCRUB.
           READ SCRUB-FILE
               AT END SET SCR-EOF TO TRUE
           END-READ.

           *> decide whether the line in hand belongs to the employee
           *> and, if it does, replace whatever name and date of birth
           *> it still carries
           A-SCRUB-ONE-LINE.
           MOVE 'N' TO WS-LINE-CHANGED.
           MOVE 'Y' TO WS-LINE-MATCH.
           IF SCR-BY-LINE-NUMBER
                   IF WS-SCR-LINE-NO NOT EQUAL WS-ERA-ID
                           MOVE 'N' TO WS-LINE-MATCH
                   END-IF
           ELSE
                   IF SCRUB-RECORD(WS-SCR-ID-POS:5) NOT EQUAL WS-ERA-ID-TEXT
                           MOVE 'N' TO WS-LINE-MATCH
                   END-IF
           END-IF.
           IF WS-SCR-TAG-POS IS GREATER THAN ZERO
                   IF SCRUB-RECORD(WS-SCR-TAG-POS:WS-SCR-TAG-LEN)
                           NOT EQUAL WS-SCR-TAG(1:WS-SCR-TAG-LEN)
                           MOVE 'N' TO WS-LINE-MATCH
                   END-IF
           END-IF.
           IF LINE-MATCH
                   IF SCR-EXTRACT-LAYOUT
                           PERFORM A-SCRUB-EXTRACT-LINE
                   ELSE
                           MOVE WS-SCR-NAME1-POS TO WS-SCR-POS
                           PERFORM A-SCRUB-NAME-AT
                           MOVE WS-SCR-NAME2-POS TO WS-SCR-POS
                           PERFORM A-SCRUB-NAME-AT
                           MOVE WS-SCR-DOB1-POS TO WS-SCR-POS
                           PERFORM A-SCRUB-DOB-AT
                           MOVE WS-SCR-DOB2-POS TO WS-SCR-POS
                           PERFORM A-SCRUB-DOB-AT
                   END-IF
           END-IF.
           IF LINE-CHANGED
                   ADD 1 TO WS-SCR-CHANGED
           END-IF.

           *> a blank name (a DEL's after-image, an ADD's before-image)
           *> stays blank
           A-SCRUB-NAME-AT.
           IF WS-SCR-POS IS GREATER THAN ZERO
                   IF SCRUB-RECORD(WS-SCR-POS:30) NOT EQUAL SPACES
                           AND SCRUB-RECORD(WS-SCR-POS:30) NOT EQUAL WS-ERA-PSEUDONYM
                           MOVE WS-ERA-PSEUDONYM TO SCRUB-RECORD(WS-SCR-POS:30)
                           MOVE 'Y' TO WS-LINE-CHANGED
                   END-IF
           END-IF.

           *> a blank date of birth stays blank
           A-SCRUB-DOB-AT.
           IF WS-SCR-POS IS GREATER THAN ZERO
                   IF SCRUB-RECORD(WS-SCR-POS:8) NOT EQUAL SPACES
                           AND SCRUB-RECORD(WS-SCR-POS:8) NOT EQUAL ZEROS
                           MOVE ZEROS TO SCRUB-RECORD(WS-SCR-POS:8)
                           MOVE 'Y' TO WS-LINE-CHANGED
                   END-IF
           END-IF.

           *> payroll extract D and S lines carry the name trimmed
           *> between the second and third semicolons; the line is
           *> rebuilt around the pseudonym. the name is not part of the
           *> extract's hash total, so the trailer still balances
           A-SCRUB-EXTRACT-LINE.
           IF (SCRUB-RECORD(1:2) IS EQUAL "D;" OR SCRUB-RECORD(1:2) IS EQUAL "S;")
                   AND SCRUB-RECORD(8:1) IS EQUAL ";"
                   MOVE SPACES TO WS-EXT-NAME
                   MOVE 9 TO WS-EXT-PTR
                   UNSTRING SCRUB-RECORD DELIMITED BY ";"
                           INTO WS-EXT-NAME
                           WITH POINTER WS-EXT-PTR
                   END-UNSTRING
                   IF WS-EXT-NAME NOT EQUAL SPACES
                           AND WS-EXT-NAME NOT EQUAL WS-ERA-PSEUDONYM
                           AND WS-EXT-PTR IS NOT GREATER THAN 200
                           MOVE SPACES TO WS-EXT-LINE
                           STRING SCRUB-RECORD(1:8) DELIMITED BY SIZE
                                   WS-ERA-PSEUDONYM(1:12) DELIMITED BY SIZE
                                   ";" DELIMITED BY SIZE
                                   SCRUB-RECORD(WS-EXT-PTR:) DELIMITED BY SIZE
                                   INTO WS-EXT-LINE
                           END-STRING
                           MOVE WS-EXT-LINE TO SCRUB-RECORD
                           MOVE 'Y' TO WS-LINE-CHANGED
                   END-IF
           END-IF.

           *> replace the original file with the scrubbed keep copy
           A-COPY-BACK.
           OPEN INPUT SCRUB-KEEP-FILE.
           OPEN OUTPUT SCRUB-FILE.
           IF NOT KEEP-FILE-OK OR NOT SCR-FILE-OK
                   MOVE SPACES TO WS-CRT-RESULT
                   STRING WS-SCR-PATH DELIMITED BY SPACE
                           " COULD NOT BE REWRITTEN" DELIMITED BY SIZE
                           INTO WS-CRT-RESULT
                   PERFORM A-ABANDON-ERASURE
           END-IF.
           MOVE 'N' TO WS-KEEP-EOF.
           PERFORM A-READ-SCRUB-KEEP.
           PERFORM UNTIL KEEP-EOF
                   WRITE SCRUB-RECORD FROM SCRUB-KEEP-RECORD
                   PERFORM A-READ-SCRUB-KEEP
           END-PERFORM.
           CLOSE SCRUB-KEEP-FILE.
           CLOSE SCRUB-FILE.

           *> read one line back from the keep file
           A-READ-SCRUB-KEEP.
           READ SCRUB-KEEP-FILE
               AT END SET KEEP-EOF TO TRUE
           END-READ.

           *> one certificate line for the file just scrubbed
           A-WRITE-FILE-LINE.
           MOVE WS-SCR-PATH TO WS-CRT-FIL-PATH.
           MOVE WS-SCR-CHANGED TO WS-CRT-FIL-COUNT.
           IF SCR-PRESENT
                   MOVE SPACES TO WS-CRT-FIL-NOTE
           ELSE
                   MOVE "NOT PRESENT" TO WS-CRT-FIL-NOTE
           END-IF.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-FILE-LINE.

           *> a file that cannot be read or rewritten stops the run with
           *> the certificate marked incomplete; the request file is
           *> left in place, and since a second pass only changes what
           *> the first one missed, the run is simply repeated once the
           *> file is put right
           A-ABANDON-ERASURE.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-RESULT-LINE.
           MOVE "INCOMPLETE - RERUN REQUIRED" TO WS-CRT-RESULT.
           WRITE CERTIFICATE-PRINT-RECORD FROM WS-CRT-RESULT-LINE.
           DISPLAY "ERASURE ABANDONED FOR REQUEST "ERQ-REFERENCE
                   " - SEE ERASURE CERTIFICATE".
           CLOSE REQUEST-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CERTIFICATE-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

           *> step the archive month scan forward one calendar month
           A-NEXT-MONTH.
           IF WS-SCAN-MM IS EQUAL 12
                   MOVE 1 TO WS-SCAN-MM
                   ADD 1 TO WS-SCAN-YYYY
           ELSE
                   ADD 1 TO WS-SCAN-MM
           END-IF.
