       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REPMNT.
      *
      *    MAINTAINS MM01.SALESREP FROM THE REPTRAN FILE.  A REP WHO
      *    IS ALSO ON THE PAYROLL CARRIES AN EMPLOYEE NUMBER; THAT
      *    LINK IS HOW COMMCALC'S COMMISSION REACHES PAYCALC.  A
      *    BLANK EMPLOYEE NUMBER (AN AGENT PAID OUTSIDE PAYROLL)
      *    IS STORED AS NULL.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FD  REPTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  REP-TRANSACTION-RECORD.
      *
           05  RTR-REPNO                PIC X(3).
           05  RTR-REPNAME              PIC X(30).
           05  RTR-REPRATE              PIC 9V999.
           05  RTR-EMPNO                PIC X(6).
           05  RTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(52).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-RATE           VALUE 'RT'.
               88  REASON-BAD-EMPLOYEE       VALUE 'EM'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  SR-REPNO                 PIC X(3).
           05  SR-REPNAME               PIC X(30).
           05  SR-REPRATE               PIC S9V999 COMP-3.
           05  SR-EMPNO                 PIC X(6).
           05  SR-EMPNO-IND             PIC S9(4)  COMP.
      *
       01  SALESREP-BEFORE-FIELDS.
      *
           05  SB-REPNAME               PIC X(30).
           05  SB-REPRATE               PIC S9V999 COMP-3.
           05  SB-EMPNO                 PIC X(6).
           05  SB-EMPNO-IND             PIC S9(4)  COMP.
      *
       01  SALESREP-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(5)  VALUE 'NAME '.
           05  SI-REPNAME               PIC X(30).
           05  FILLER                   PIC X(6)  VALUE ' RATE '.
           05  SI-REPRATE               PIC 9.999.
           05  FILLER                   PIC X(10) VALUE ' EMPLOYEE '.
           05  SI-EMPNO                 PIC X(6).
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
       01  CHECK-FIELDS.
      *
           05  CK-CHECK-COUNT           PIC S9(9)  COMP.
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
                   MOVE RTR-REPNO   TO SR-REPNO
                   MOVE RTR-REPNAME TO SR-REPNAME
                   EVALUATE RTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 115-VALIDATE-RATE
                           IF VALID-TRANSACTION
                               PERFORM 117-VALIDATE-EMPLOYEE
                           END-IF
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-REP-ROW
                       WHEN 'R'
                           PERFORM 115-VALIDATE-RATE
                           IF VALID-TRANSACTION
                               PERFORM 117-VALIDATE-EMPLOYEE
                           END-IF
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-REP-ROW
                       WHEN 'D'   PERFORM 140-DELETE-REP-ROW
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
           IF RTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-RATE.
      *
               MOVE 'RT' TO BTR-REASON-CODE
           ELSE
               MOVE RTR-REPRATE TO SR-REPRATE.
      *
       117-VALIDATE-EMPLOYEE.
      *
           MOVE RTR-EMPNO TO SR-EMPNO.
           IF RTR-EMPNO = SPACES
               MOVE -1 TO SR-EMPNO-IND
           ELSE
               MOVE ZERO TO SR-EMPNO-IND
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :CK-CHECK-COUNT
                       FROM MM01.PAYROLL
                           WHERE EMPNO    = :SR-EMPNO
                             AND PYRLSTAT = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF CK-CHECK-COUNT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'EM' TO BTR-REASON-CODE.
      *
       120-INSERT-REP-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.SALESREP
                      (REPNO,      REPNAME,     REPRATE,
                       REPEMPNO)
               VALUES (:SR-REPNO,  :SR-REPNAME, :SR-REPRATE,
                       :SR-EMPNO:SR-EMPNO-IND)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
      *
       130-UPDATE-REP-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.SALESREP
                  SET REPNAME  = :SR-REPNAME,
                      REPRATE  = :SR-REPRATE,
                      REPEMPNO = :SR-EMPNO:SR-EMPNO-IND
               WHERE  REPNO    = :SR-REPNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
      *
       140-DELETE-REP-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.SALESREP
                   WHERE REPNO = :SR-REPNO
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT REPNAME,     REPRATE,
                      REPEMPNO
                   INTO :SB-REPNAME, :SB-REPRATE,
                        :SB-EMPNO:SB-EMPNO-IND
                   FROM MM01.SALESREP
                       WHERE REPNO = :SR-REPNO
           END-EXEC.
           IF SQLCODE = 0
               IF SB-EMPNO-IND < 0
                   MOVE SPACES TO SB-EMPNO
               END-IF
               MOVE SB-REPNAME           TO SI-REPNAME
               MOVE SB-REPRATE           TO SI-REPRATE
               MOVE SB-EMPNO             TO SI-EMPNO
               MOVE SALESREP-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF RTR-TRANSACTION-CODE NOT = 'D'
               MOVE SR-REPNAME           TO SI-REPNAME
               MOVE SR-REPRATE           TO SI-REPRATE
               MOVE RTR-EMPNO            TO SI-EMPNO
               MOVE SALESREP-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'SALESREP'           TO RFA-TABLE.
           MOVE SR-REPNO             TO RFA-KEY.
           MOVE RTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE RTR-USER-ID          TO RFA-USER-ID.
           MOVE 'REPMNT'             TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
