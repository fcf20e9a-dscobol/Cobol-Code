       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BANKMNT.
      *
      *    MAINTAINS MM01.PAYBANK.  EACH ACCOUNT CARRIES THE
      *    OPERATING COMPANY WHOSE BOOKS IT BELONGS TO; A BLANK
      *    COMPANY IS AN ACCOUNT SHARED BY EVERY COMPANY.
      *
      *    A NEW HIRE IS ADDED TO MM01.PAYROLL PENDING SETUP
      *    (PYRLSTAT 'P').  ADDING THE PAY ACCOUNT COMPLETES THE
      *    SETUP AND MAKES THE EMPLOYEE ACTIVE FOR PAYCALC.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FD  BANKTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  BANK-TRANSACTION-RECORD.
      *
           05  BKT-ROUTING              PIC X(9).
           05  BKT-ACCOUNT              PIC X(17).
           05  BKT-USER-ID              PIC X(8).
           05  BKT-COMPANY              PIC X(2).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(43).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-ROUTING        VALUE 'RT'.
               88  REASON-EMP-NOT-FOUND      VALUE 'NF'.
               88  REASON-NOT-AUTHORIZED     VALUE 'NA'.
               88  REASON-BAD-COMPANY        VALUE 'CO'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  PB-EMPNO                 PIC X(6).
           05  PB-ROUTING               PIC X(9).
           05  PB-ACCOUNT               PIC X(17).
           05  PB-COMPANY               PIC X(2).
      *
       01  BANKAUDIT-FIELDS.
      *
           05  UA-CHECK-COUNT           PIC S9(9) COMP.
      *
       01  EMP-CHECK-COUNT              PIC S9(9) COMP.
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
           EXEC SQL
               INCLUDE SQLCA
                   MOVE BKT-EMPNO   TO PB-EMPNO
                   MOVE BKT-ROUTING TO PB-ROUTING
                   MOVE BKT-ACCOUNT TO PB-ACCOUNT
                   MOVE BKT-COMPANY TO PB-COMPANY
                   EVALUATE BKT-TRANSACTION-CODE
                       WHEN 'A'   PERFORM 120-INSERT-PAYBANK-ROW
                       WHEN 'R'   PERFORM 130-UPDATE-PAYBANK-ROW
                   IF EMP-CHECK-COUNT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'NF' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
              AND BKT-TRANSACTION-CODE NOT = 'D'
              AND BKT-COMPANY NOT = SPACES
               PERFORM 116-CHECK-COMPANY.
      *
       116-CHECK-COMPANY.
      *
           MOVE 'K'         TO CPL-FUNCTION.
           MOVE BKT-COMPANY TO CPL-COMPANY.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           EVALUATE TRUE
               WHEN CPL-OK
                   CONTINUE
               WHEN CPL-NOT-FOUND
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CO' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       120-INSERT-PAYBANK-ROW.
      *
                          BA-BEFORE-ACCOUNT.
           EXEC SQL
               INSERT INTO MM01.PAYBANK
                      (PBEMPNO,    PBROUTING,   PBACCOUNT,
                       PBCOMP)
               VALUES (:PB-EMPNO,  :PB-ROUTING, :PB-ACCOUNT,
                       :PB-COMPANY)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               PERFORM 145-WRITE-BANK-AUDIT-ROW.
           IF VALID-TRANSACTION
               PERFORM 125-ACTIVATE-PENDING-EMPLOYEE.
      *
       125-ACTIVATE-PENDING-EMPLOYEE.
      *
           EXEC SQL
               UPDATE MM01.PAYROLL
                  SET PYRLSTAT = 'A'
               WHERE  EMPNO    = :PB-EMPNO
                 AND  PYRLSTAT = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       130-UPDATE-PAYBANK-ROW.
      *
           EXEC SQL
               UPDATE MM01.PAYBANK
                  SET PBROUTING = :PB-ROUTING,
                      PBACCOUNT = :PB-ACCOUNT,
                      PBCOMP    = :PB-COMPANY
               WHERE  PBEMPNO   = :PB-EMPNO
           END-EXEC.
           IF SQLCODE NOT = 0
