      *
       FD  TRMTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
      *
       01  TERMS-TRANSACTION-RECORD.
      *
           05  TTR-DISCDAYS             PIC 9(3).
           05  TTR-NETDAYS              PIC 9(3).
           05  FILLER                   PIC X.
           05  TTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(23).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BLANK-CODE         VALUE 'KY'.
               88  REASON-BAD-FIELDS         VALUE 'FL'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  TM-DISCPCT               PIC S9V999   COMP-3.
           05  TM-DISCDAYS              PIC S9(4)    COMP.
           05  TM-NETDAYS               PIC S9(4)    COMP.
      *
       01  TERMS-BEFORE-FIELDS.
      *
           05  TB-DISCPCT               PIC S9V999   COMP-3.
           05  TB-DISCDAYS              PIC S9(4)    COMP.
           05  TB-NETDAYS               PIC S9(4)    COMP.
      *
       01  TERMS-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(9)  VALUE 'DISC PCT '.
           05  TI-DISCPCT               PIC 9.999.
           05  FILLER                   PIC X(11) VALUE ' DISC DAYS '.
           05  TI-DISCDAYS              PIC ZZ9.
           05  FILLER                   PIC X(10) VALUE ' NET DAYS '.
           05  TI-NETDAYS               PIC ZZ9.
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
                  AND TTR-TRMCODE = SPACES
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'KY' TO BTR-REASON-CODE
               END-IF
               IF VALID-TRANSACTION
                   MOVE TTR-TRMCODE TO TM-TRMCODE
                   EVALUATE TTR-TRANSACTION-CODE
                       WHEN 'A'
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
       115-VALIDATE-TERMS-FIELDS.
      *
      *
       130-UPDATE-TERMS-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.TERMS
                  SET TRMDISCPCT  = :TM-DISCPCT,
      *
       140-DELETE-TERMS-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.TERMS
                   WHERE TRMCODE = :TM-TRMCODE
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT TRMDISCPCT,  TRMDISCDAYS,  TRMNETDAYS
                   INTO :TB-DISCPCT, :TB-DISCDAYS, :TB-NETDAYS
                   FROM MM01.TERMS
                       WHERE TRMCODE = :TM-TRMCODE
           END-EXEC.
           IF SQLCODE = 0
               MOVE TB-DISCPCT        TO TI-DISCPCT
               MOVE TB-DISCDAYS       TO TI-DISCDAYS
               MOVE TB-NETDAYS        TO TI-NETDAYS
               MOVE TERMS-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF TTR-TRANSACTION-CODE NOT = 'D'
               MOVE TM-DISCPCT        TO TI-DISCPCT
               MOVE TM-DISCDAYS       TO TI-DISCDAYS
               MOVE TM-NETDAYS        TO TI-NETDAYS
               MOVE TERMS-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'TERMS'              TO RFA-TABLE.
           MOVE TM-TRMCODE           TO RFA-KEY.
           MOVE TTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE TTR-USER-ID          TO RFA-USER-ID.
           MOVE 'TERMMNT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
