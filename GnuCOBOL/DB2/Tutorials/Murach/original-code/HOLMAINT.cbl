      *
       FD  HOLTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 39 CHARACTERS.
      *
       01  HOLIDAY-TRANSACTION-RECORD.
      *
           05  HTR-TRANSACTION-CODE     PIC X.
           05  HTR-HOLDATE              PIC X(10).
           05  HTR-HOLDESC              PIC X(20).
           05  HTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(39).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-DATE           VALUE 'DT'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
           05  HM-HOLDATE               PIC X(10).
           05  HM-HOLDESC               PIC X(20).
      *
       01  HOLIDAY-BEFORE-FIELDS.
      *
           05  HB-HOLDESC               PIC X(20).
      *
       01  HOLIDAY-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(8)  VALUE 'HOLIDAY '.
           05  HI-HOLDESC               PIC X(20).
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
           EXEC SQL
               INCLUDE SQLCA
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                   PERFORM 115-VALIDATE-TRANSACTION-DATE
               END-IF
               IF VALID-TRANSACTION
                   MOVE HTR-HOLDATE TO HM-HOLDATE
                   MOVE HTR-HOLDESC TO HM-HOLDESC
                           MOVE 'TC' TO BTR-REASON-CODE
                   END-EVALUATE
               END-IF
               IF VALID-TRANSACTION
                   PERFORM 146-WRITE-REFERENCE-AUDIT
               END-IF
               IF VALID-TRANSACTION
                   ADD 1 TO TC-TRANSACTIONS-POSTED
                   EXEC SQL
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-USER-ID.
      *
           IF HTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TRANSACTION-DATE.
      *
      *
       140-DELETE-HOLIDAY-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.HOLIDAY
                   WHERE HOLDATE = :HM-HOLDATE
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT HOLDESC
                   INTO :HB-HOLDESC
                   FROM MM01.HOLIDAY
                       WHERE HOLDATE = :HM-HOLDATE
           END-EXEC.
           IF SQLCODE = 0
               MOVE HB-HOLDESC          TO HI-HOLDESC
               MOVE HOLIDAY-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF HTR-TRANSACTION-CODE NOT = 'D'
               MOVE HM-HOLDESC          TO HI-HOLDESC
               MOVE HOLIDAY-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'HOLIDAY'            TO RFA-TABLE.
           MOVE HM-HOLDATE           TO RFA-KEY.
           MOVE HTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE HTR-USER-ID          TO RFA-USER-ID.
           MOVE 'HOLMAINT'           TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
