           05 JNL-BEFORE-DOB PIC X(8).
           05 JNL-AFTER-NAME PIC A(30).
           05 JNL-AFTER-DOB PIC X(8).
           05 JNL-BEFORE-STATUS PIC X(1).
           05 JNL-BEFORE-STAT-DATE PIC X(8).
           05 JNL-AFTER-STATUS PIC X(1).
           05 JNL-AFTER-STAT-DATE PIC X(8).
           05 JNL-BEFORE-AGE_GROUP PIC A(5).
           05 JNL-AFTER-AGE_GROUP PIC A(5).

       FD  REBUILD-MASTER.
       01 EMPLOYEE-RECORD.
           05 EMP-ID PIC 9(5).
           05 EMP-NAME PIC A(30).
           05 EMP-DOB PIC 9(8).
           05 EMP-STATUS PIC X(1).
           05 EMP-STATUS-DATE PIC X(8).

       *> one request card naming the as-of date the master is to be
       *> reconstructed for
           *> a key that does not behave as the journal says it should
           *> (an add that collides, a change or delete with no record)
           *> means the journal and its replay have diverged, which is
           *> counted and flagged rather than papered over. an
           *> employment status change (TRM/LOA/RIN) replays like a CHG,
           *> since its after-image carries the whole record, and so
           *> does an erasure (ERA); journal records written before the
           *> status was carried leave it blank, which reads as active.
           *> an AGE-GROUP override (OVR) changes no master field, so
           *> there is nothing to replay for it
           A-REPLAY-ONE-RECORD.
           EVALUATE JNL-ACTION
               WHEN "ADD"
                   MOVE JNL-ID TO EMP-ID
                   MOVE JNL-AFTER-NAME TO EMP-NAME
                   MOVE JNL-AFTER-DOB TO EMP-DOB
                   MOVE JNL-AFTER-STATUS TO EMP-STATUS
                   MOVE JNL-AFTER-STAT-DATE TO EMP-STATUS-DATE
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-MISMATCH-COUNT
                           ADD 1 TO WS-REPLAYED-COUNT
                   END-WRITE
               WHEN "CHG"
               WHEN "TRM"
               WHEN "LOA"
               WHEN "RIN"
               WHEN "ERA"
                   MOVE JNL-ID TO EMP-ID
                   MOVE JNL-AFTER-NAME TO EMP-NAME
                   MOVE JNL-AFTER-DOB TO EMP-DOB
                   MOVE JNL-AFTER-STATUS TO EMP-STATUS
                   MOVE JNL-AFTER-STAT-DATE TO EMP-STATUS-DATE
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           PERFORM A-REPLAY-CHG-FALLBACK
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLAYED-COUNT
                   END-DELETE
               WHEN "OVR"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY "JOURNAL RECORD WITH UNKNOWN ACTION "JNL-ACTION" - SKIPPED"
