       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QTAMAINT.
      *
      *    MAINTAINS MM01.SALESQTA, THE MONTHLY SALES QUOTA TABLE,
      *    FROM THE QTATRAN FILE.  A QUOTA IS SET EITHER FOR A REP
      *    (KIND R, KEYED BY MM01.SALESREP REP NUMBER) OR FOR A
      *    SALES TERRITORY (KIND T, KEYED BY THE TERRITORY CODE ON
      *    MM01.TERRTRY).  ONLY MONTHS ARE STORED; QUOTARPT ADDS
      *    THEM UP FOR THE QUARTER AND THE YEAR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT QTATRAN ASSIGN TO UT-S-QTATRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  QTATRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  QUOTA-TRANSACTION-RECORD.
      *
           05  QTR-TRANSACTION-CODE     PIC X.
           05  QTR-KIND                 PIC X.
               88  QTR-REP-QUOTA             VALUE 'R'.
               88  QTR-TERRITORY-QUOTA       VALUE 'T'.
           05  QTR-CODE                 PIC X(4).
           05  QTR-YEAR                 PIC 9(4).
           05  QTR-MONTH                PIC 9(2).
           05  QTR-AMOUNT               PIC 9(9)V99.
           05  FILLER                   PIC X(7).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(30).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-FIELDS         VALUE 'FL'.
               88  REASON-REP-NOT-FOUND      VALUE 'RP'.
               88  REASON-TERR-NOT-FOUND     VALUE 'TR'.
               88  REASON-ROW-NOT-FOUND      VALUE 'RF'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-TRANSACTIONS-SW   PIC X    VALUE 'N'.
               88  END-OF-TRANSACTIONS           VALUE 'Y'.
           05  VALID-TRANSACTION-SW     PIC X    VALUE 'Y'.
               88  VALID-TRANSACTION             VALUE 'Y'.
      *
       01  TRANSACTION-COUNTERS.
      *
           05  TC-TRANSACTIONS-READ     PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-POSTED   PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-REJECTED PIC S9(9) COMP VALUE ZERO.
      *
           COPY EOJSTAT.
      *
       01  SALESQTA-ROW.
      *
           05  SQ-KIND                  PIC X.
           05  SQ-CODE                  PIC X(4).
           05  SQ-YEAR                  PIC S9(4)    COMP.
           05  SQ-MONTH                 PIC S9(4)    COMP.
           05  SQ-AMOUNT                PIC S9(9)V99 COMP-3.
      *
       01  CHECK-FIELDS.
      *
           05  CK-CHECK-COUNT           PIC S9(9)    COMP.
           05  CK-REPNO                 PIC X(3).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-QUOTA-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'QTAMAINT' TO EOJS-Program-Id.
           OPEN INPUT  QTATRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-ONE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE QTATRAN
                 BADTRAN.
           MOVE TC-TRANSACTIONS-READ     TO EOJS-Records-In.
           MOVE TC-TRANSACTIONS-POSTED   TO EOJS-Records-Out.
           MOVE TC-TRANSACTIONS-REJECTED TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TC-TRANSACTIONS-REJECTED > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-ONE-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 115-VALIDATE-QUOTA-KEY
               IF VALID-TRANSACTION
                   MOVE QTR-KIND   TO SQ-KIND
                   MOVE QTR-CODE   TO SQ-CODE
                   MOVE QTR-YEAR   TO SQ-YEAR
                   MOVE QTR-MONTH  TO SQ-MONTH
                   EVALUATE QTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 117-VALIDATE-QUOTA-AMOUNT
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-QUOTA-ROW
                           END-IF
                       WHEN 'R'
                           PERFORM 117-VALIDATE-QUOTA-AMOUNT
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-QUOTA-ROW
                           END-IF
                       WHEN 'D'   PERFORM 140-DELETE-QUOTA-ROW
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TC' TO BTR-REASON-CODE
                   END-EVALUATE
               END-IF
               IF VALID-TRANSACTION
                   ADD 1 TO TC-TRANSACTIONS-POSTED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   PERFORM 150-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ QTATRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       115-VALIDATE-QUOTA-KEY.
      *
           IF (NOT QTR-REP-QUOTA AND NOT QTR-TERRITORY-QUOTA)
              OR QTR-CODE = SPACES
              OR QTR-YEAR NOT NUMERIC
              OR QTR-YEAR < 1900
              OR QTR-MONTH NOT NUMERIC
              OR QTR-MONTH < 1
              OR QTR-MONTH > 12
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'FL' TO BTR-REASON-CODE
           ELSE
               IF QTR-TRANSACTION-CODE NOT = 'D'
                   IF QTR-REP-QUOTA
                       PERFORM 116-CHECK-REP-EXISTS
                   ELSE
                       PERFORM 118-CHECK-TERRITORY-EXISTS.
      *
       116-CHECK-REP-EXISTS.
      *
           MOVE QTR-CODE TO CK-REPNO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-CHECK-COUNT
                   FROM MM01.SALESREP
                       WHERE REPNO = :CK-REPNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-CHECK-COUNT = 0
                  OR QTR-CODE (4:1) NOT = SPACE
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RP' TO BTR-REASON-CODE.
      *
       117-VALIDATE-QUOTA-AMOUNT.
      *
           IF QTR-AMOUNT NOT NUMERIC
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'FL' TO BTR-REASON-CODE
           ELSE
               MOVE QTR-AMOUNT TO SQ-AMOUNT.
      *
       118-CHECK-TERRITORY-EXISTS.
      *
           MOVE QTR-CODE TO SQ-CODE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-CHECK-COUNT
                   FROM MM01.TERRTRY
                       WHERE TRRTERR = :SQ-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TR' TO BTR-REASON-CODE.
      *
       120-INSERT-QUOTA-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.SALESQTA
                      (SQKIND,    SQCODE,    SQYEAR,
                       SQMONTH,   SQAMOUNT)
               VALUES (:SQ-KIND,  :SQ-CODE,  :SQ-YEAR,
                       :SQ-MONTH, :SQ-AMOUNT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       130-UPDATE-QUOTA-ROW.
      *
           EXEC SQL
               UPDATE MM01.SALESQTA
                  SET SQAMOUNT = :SQ-AMOUNT
               WHERE  SQKIND   = :SQ-KIND
                 AND  SQCODE   = :SQ-CODE
                 AND  SQYEAR   = :SQ-YEAR
                 AND  SQMONTH  = :SQ-MONTH
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RF' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       140-DELETE-QUOTA-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.SALESQTA
                   WHERE SQKIND  = :SQ-KIND
                     AND SQCODE  = :SQ-CODE
                     AND SQYEAR  = :SQ-YEAR
                     AND SQMONTH = :SQ-MONTH
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RF' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE QUOTA-TRANSACTION-RECORD
               TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
