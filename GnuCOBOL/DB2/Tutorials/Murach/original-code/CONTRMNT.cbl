      *
       FD  CPTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS.
      *
       01  CONTRACT-TRANSACTION-RECORD.
      *
           05  CTR-PRICE                PIC 9(5)V99.
           05  CTR-EFFDATE              PIC X(10).
           05  CTR-ENDDATE              PIC X(10).
           05  CTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(48).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-CUST-NOT-FOUND     VALUE 'NF'.
               88  REASON-BAD-PRICE          VALUE 'PR'.
               88  REASON-BAD-DATE           VALUE 'DT'.
               88  REASON-ROW-NOT-FOUND      VALUE 'RF'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  CP-PRICE                 PIC S9(5)V99 COMP-3.
           05  CP-EFFDATE               PIC X(10).
           05  CP-ENDDATE               PIC X(10).
      *
       01  CONTRPRC-BEFORE-FIELDS.
      *
           05  CB-PRICE                 PIC S9(5)V99 COMP-3.
           05  CB-ENDDATE               PIC X(10).
      *
       01  CONTRPRC-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(6)  VALUE 'PRICE '.
           05  CI-PRICE                 PIC ZZZZ9.99.
           05  FILLER                   PIC X(5)  VALUE ' END '.
           05  CI-ENDDATE               PIC X(10).
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
       01  CHECK-FIELDS.
      *
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                   MOVE CTR-CUSTNO  TO CP-CUSTNO
                   MOVE CTR-PRODNO  TO CP-PRODNO
                   MOVE CTR-EFFDATE TO CP-EFFDATE
                   EVALUATE CTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 115-VALIDATE-TRANSACTION
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-CONTRACT-ROW
                           END-IF
                       WHEN 'R'
                           PERFORM 115-VALIDATE-TRANSACTION
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-CONTRACT-ROW
                           END-IF
                       WHEN 'D'   PERFORM 140-DELETE-CONTRACT-ROW
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
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
           IF CTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TRANSACTION.
      *
               MOVE '9999-12-31' TO CP-ENDDATE
           ELSE
               MOVE CTR-ENDDATE TO CP-ENDDATE.
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.CONTRPRC
                  SET CPPRICE   = :CP-PRICE,
      *
       140-DELETE-CONTRACT-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.CONTRPRC
                   WHERE CPCUSTNO  = :CP-CUSTNO
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT CPPRICE,    CPENDDATE
                   INTO :CB-PRICE, :CB-ENDDATE
                   FROM MM01.CONTRPRC
                       WHERE CPCUSTNO  = :CP-CUSTNO
                         AND CPPRODNO  = :CP-PRODNO
                         AND CPEFFDATE = :CP-EFFDATE
           END-EXEC.
           IF SQLCODE = 0
               MOVE CB-PRICE             TO CI-PRICE
               MOVE CB-ENDDATE           TO CI-ENDDATE
               MOVE CONTRPRC-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF CTR-TRANSACTION-CODE NOT = 'D'
               MOVE CP-PRICE             TO CI-PRICE
               MOVE CP-ENDDATE           TO CI-ENDDATE
               MOVE CONTRPRC-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'CONTRPRC'           TO RFA-TABLE.
           MOVE SPACES               TO RFA-KEY.
           STRING CP-CUSTNO ' ' CP-PRODNO ' ' CP-EFFDATE
                  DELIMITED BY SIZE
               INTO RFA-KEY.
           MOVE CTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE CTR-USER-ID          TO RFA-USER-ID.
           MOVE 'CONTRMNT'           TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
