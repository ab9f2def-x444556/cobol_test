           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
           05 EMP-STATUS-DATE PIC X(8).

       *> same change journal the maintenance run appends to: one ADD
       *> record per converted employee, so a point-in-time rebuild
           05 JNL-BEFORE-DOB PIC X(8).
           05 JNL-AFTER-NAME PIC A(30).
           05 JNL-AFTER-DOB PIC X(8).
           05 JNL-BEFORE-STATUS PIC X(1).
           05 JNL-BEFORE-STAT-DATE PIC X(8).
           05 JNL-AFTER-STATUS PIC X(1).
           05 JNL-AFTER-STAT-DATE PIC X(8).
           05 JNL-BEFORE-AGE_GROUP PIC A(5).
           05 JNL-AFTER-AGE_GROUP PIC A(5).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE SPACES.

           *> one-time conversion: load the legacy flat roster (name and
           *> date of birth)
           *> into the ID-keyed indexed master, every employee active
           *> from the conversion date, assigning employee IDs
           *> in file order so the printed conversion log can be checked
           *> against the old file line by line; each loaded employee
           *> is also journalled as an ADD so the rebuild tool can
                   MOVE WS-NEXT-ID TO EMP-ID
                   MOVE OLD-EMP-NAME TO EMP-NAME
                   MOVE OLD-EMP-DOB TO EMP-DOB
                   MOVE 'A' TO EMP-STATUS
                   MOVE WS-RUN-STAMP(1:8) TO EMP-STATUS-DATE
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                               DISPLAY "DUPLICATE EMPLOYEE ID "EMP-ID" - CONVERSION ABANDONED"
           MOVE ZEROS TO JNL-BEFORE-DOB.
           MOVE EMP-NAME TO JNL-AFTER-NAME.
           MOVE EMP-DOB TO JNL-AFTER-DOB.
           MOVE SPACES TO JNL-BEFORE-STATUS.
           MOVE SPACES TO JNL-BEFORE-STAT-DATE.
           MOVE EMP-STATUS TO JNL-AFTER-STATUS.
           MOVE EMP-STATUS-DATE TO JNL-AFTER-STAT-DATE.
           MOVE SPACES TO JNL-BEFORE-AGE_GROUP.
           MOVE SPACES TO JNL-AFTER-AGE_GROUP.
           WRITE JOURNAL-RECORD.

           *> read one legacy roster record, flagging end-of-file
