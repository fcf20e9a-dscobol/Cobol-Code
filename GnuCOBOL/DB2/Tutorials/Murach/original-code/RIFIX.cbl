       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RIFIX.
      *
      *    APPLIES THE FIX-UP TRANSACTIONS WRITTEN BY RISWEEP IN
      *    CORRECT MODE.  EACH TRANSACTION DELETES ONE ORPHAN ROW.
      *    THE ORPHAN IS CHECKED AGAIN BEFORE IT IS DELETED, SINCE
      *    THE PARENT MAY HAVE BEEN PUT BACK (HSTREST, A MANUAL
      *    FIX) BETWEEN THE SWEEP AND THIS RUN; A ROW THAT IS NO
      *    LONGER AN ORPHAN IS LEFT ALONE AND WRITTEN TO BADTRAN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FIXTRAN ASSIGN TO UT-S-FIXTRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  FIXTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  FIX-TRANSACTION-RECORD.
      *
           05  FTR-CHECK-ID             PIC X(2).
           05  FTR-ACTION               PIC X.
               88  FTR-DELETE-ROW            VALUE 'D'.
           05  FTR-TABLE                PIC X(8).
           05  FTR-KEY-1                PIC X(10).
           05  FTR-KEY-2                PIC X(10).
           05  FTR-LINE-KEY REDEFINES FTR-KEY-2.
               10  FTR-LINE-NUMBER      PIC 9(5).
               10  FILLER               PIC X(5).
           05  FILLER                   PIC X(9).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(40).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-TABLE          VALUE 'TB'.
               88  REASON-NOT-ORPHAN         VALUE 'NO'.
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
       01  FIX-KEY-FIELDS.
      *
           05  FK-CUSTNO                PIC X(6).
           05  FK-INVNO                 PIC X(6).
           05  FK-LINE                  PIC S9(4)    COMP.
           05  FK-SHIPTO                PIC X(3).
      *
       01  CHECK-FIELDS.
      *
           05  CK-PARENT-COUNT          PIC S9(9)    COMP.
           05  CK-OTHER-COUNT           PIC S9(9)    COMP.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-APPLY-FIX-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'RIFIX   ' TO EOJS-Program-Id.
           OPEN INPUT  FIXTRAN
                OUTPUT BADTRAN.
           PERFORM 100-APPLY-ONE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE FIXTRAN
                 BADTRAN.
           MOVE TC-TRANSACTIONS-READ     TO EOJS-Records-In.
           MOVE TC-TRANSACTIONS-POSTED   TO EOJS-Records-Out.
           MOVE TC-TRANSACTIONS-REJECTED TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TC-TRANSACTIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
      *
       100-APPLY-ONE-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               IF NOT FTR-DELETE-ROW
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TC' TO BTR-REASON-CODE
               ELSE
                   MOVE FTR-KEY-1 TO FK-CUSTNO
                                     FK-INVNO
                   MOVE FTR-KEY-2 TO FK-SHIPTO
                   EVALUATE FTR-TABLE
                       WHEN 'LINEITEM'
                           PERFORM 200-DELETE-LINE-ITEM
                       WHEN 'CUSTSUMM'
                           PERFORM 300-DELETE-CUSTOMER-SUMMARY
                       WHEN 'SHIPTO  '
                           PERFORM 400-DELETE-SHIP-TO
                       WHEN 'ACHMAND '
                           PERFORM 500-DELETE-ACH-MANDATE
                       WHEN 'STMTBAL '
                           PERFORM 600-DELETE-STATEMENT-BALANCE
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TB' TO BTR-REASON-CODE
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
                   PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ FIXTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       120-CHECK-CUSTOMER-GONE.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-PARENT-COUNT
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :FK-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-PARENT-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NO' TO BTR-REASON-CODE.
      *
       130-CHECK-NO-INVOICES-LEFT.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-OTHER-COUNT
                   FROM MM01.INVOICE
                       WHERE INVCUST = :FK-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-OTHER-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NO' TO BTR-REASON-CODE.
      *
       140-CHECK-DELETE-RESULT.
      *
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
       200-DELETE-LINE-ITEM.
      *
           IF FTR-LINE-NUMBER NOT NUMERIC
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'TC' TO BTR-REASON-CODE
           ELSE
               MOVE FTR-LINE-NUMBER TO FK-LINE
               PERFORM 210-CHECK-LINE-ITEM-ORPHAN.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.LINEITEM
                       WHERE LIINVNO = :FK-INVNO
                         AND LILINE  = :FK-LINE
               END-EXEC
               PERFORM 140-CHECK-DELETE-RESULT.
      *
       210-CHECK-LINE-ITEM-ORPHAN.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-PARENT-COUNT
                   FROM MM01.INVOICE
                       WHERE INVNO = :FK-INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :CK-OTHER-COUNT
                       FROM MM01.LIHIST
                           WHERE LIINVNO = :FK-INVNO
                             AND LILINE  = :FK-LINE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF CK-PARENT-COUNT > 0
                      OR CK-OTHER-COUNT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'NO' TO BTR-REASON-CODE.
      *
       300-DELETE-CUSTOMER-SUMMARY.
      *
           PERFORM 120-CHECK-CUSTOMER-GONE.
           IF VALID-TRANSACTION
               PERFORM 130-CHECK-NO-INVOICES-LEFT.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.CUSTSUMM
                       WHERE CSCUSTNO = :FK-CUSTNO
               END-EXEC
               PERFORM 140-CHECK-DELETE-RESULT.
      *
       400-DELETE-SHIP-TO.
      *
           PERFORM 120-CHECK-CUSTOMER-GONE.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.SHIPTO
                       WHERE STCUSTNO = :FK-CUSTNO
                         AND STCODE   = :FK-SHIPTO
               END-EXEC
               PERFORM 140-CHECK-DELETE-RESULT.
      *
       500-DELETE-ACH-MANDATE.
      *
           PERFORM 120-CHECK-CUSTOMER-GONE.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.ACHMAND
                       WHERE AMCUSTNO = :FK-CUSTNO
               END-EXEC
               PERFORM 140-CHECK-DELETE-RESULT.
      *
       600-DELETE-STATEMENT-BALANCE.
      *
           PERFORM 120-CHECK-CUSTOMER-GONE.
           IF VALID-TRANSACTION
               PERFORM 130-CHECK-NO-INVOICES-LEFT.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.STMTBAL
                       WHERE SBCUSTNO = :FK-CUSTNO
               END-EXEC
               PERFORM 140-CHECK-DELETE-RESULT.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE FIX-TRANSACTION-RECORD
               TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
