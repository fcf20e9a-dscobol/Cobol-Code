      *
       FD  TAXTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS.
      *
       01  TAX-TRANSACTION-RECORD.
      *
           05  TTR-STATE                PIC X(2).
           05  TTR-EFFDATE              PIC X(10).
           05  TTR-RATE                 PIC 9V9999.
           05  TTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(26).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-STATE          VALUE 'ST'.
               88  REASON-BAD-DATE           VALUE 'DT'.
               88  REASON-BAD-RATE           VALUE 'RT'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  TR-STATE                 PIC X(2).
           05  TR-EFFDATE               PIC X(10).
           05  TR-RATE                  PIC S9V9999 COMP-3.
      *
       01  TAXRATE-BEFORE-FIELDS.
      *
           05  TB-RATE                  PIC S9V9999 COMP-3.
      *
       01  TAXRATE-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(5)  VALUE 'RATE '.
           05  TI-RATE                  PIC 9.9999.
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
                   PERFORM 115-VALIDATE-TRANSACTION-FIELDS
               END-IF
               IF VALID-TRANSACTION
                   MOVE TTR-STATE   TO TR-STATE
                   MOVE TTR-EFFDATE TO TR-EFFDATE
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
           IF TTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TRANSACTION-FIELDS.
      *
      *
       130-UPDATE-TAXRATE-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.TAXRATE
                  SET TRRATE    = :TR-RATE
      *
       140-DELETE-TAXRATE-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.TAXRATE
                   WHERE TRSTATE   = :TR-STATE
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT TRRATE
                   INTO :TB-RATE
                   FROM MM01.TAXRATE
                       WHERE TRSTATE   = :TR-STATE
                         AND TREFFDATE = :TR-EFFDATE
           END-EXEC.
           IF SQLCODE = 0
               MOVE TB-RATE             TO TI-RATE
               MOVE TAXRATE-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF TTR-TRANSACTION-CODE NOT = 'D'
               MOVE TR-RATE             TO TI-RATE
               MOVE TAXRATE-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'TAXRATE'            TO RFA-TABLE.
           MOVE SPACES               TO RFA-KEY.
           STRING TR-STATE ' ' TR-EFFDATE DELIMITED BY SIZE
               INTO RFA-KEY.
           MOVE TTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE TTR-USER-ID          TO RFA-USER-ID.
           MOVE 'TAXMAINT'           TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
