       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    EXPPOST.
      *
      *    POSTS EMPLOYEE EXPENSE CLAIMS TO MM01.EXPCLAIM AND
      *    MAINTAINS THE EXPENSE CATEGORIES ON MM01.EXPCAT.  THE
      *    TRANSACTION CODE SETS THE LAYOUT:
      *
      *      E  CLAIM ENTRY  AN EMPLOYEE ON THE PAYROLL, THE DATE
      *                      SPENT (NOT IN THE FUTURE), A CATEGORY,
      *                      THE AMOUNT AND THE RECEIPT REFERENCE.
      *                      THE AMOUNT MAY NOT BE OVER THE
      *                      CATEGORY'S LIMIT PER CLAIM, AND A
      *                      RECEIPT CAN BE CLAIMED ONLY ONCE.  THE
      *                      CLAIM IS KEPT AGAINST THE EMPLOYEE'S
      *                      DEPARTMENT AS SUBMITTED (S).
      *      V  APPROVE      THE APPROVER MUST BE THE MANAGER OF
      *                      THE CLAIMANT'S DEPARTMENT (DEPTMGR) -
      *                      OR, FOR A CLAIM BY THAT MANAGER, THE
      *                      MANAGER OF ANOTHER DEPARTMENT; NOBODY
      *                      APPROVES THEIR OWN CLAIM.  ONLY A
      *                      SUBMITTED CLAIM IS APPROVED (A).
      *      J  REJECT       A CLAIM NOT YET PAID IS REJECTED (J).
      *      A/R/D           ADD, REPLACE OR DELETE A CATEGORY: ITS
      *                      DESCRIPTION, LIMIT PER CLAIM AND THE
      *                      MM01.GLMAP KEY OF ITS EXPENSE ACCOUNT.
      *
      *    APPROVED CLAIMS ARE PAID BY ACHGEN ON THE NEXT DEPOSIT
      *    FILE, APART FROM THE PAY, AND JOURNALED BY EXPJRNL.
      *    POSTING IS KEPT TO USERS AUTHORIZED FOR THE TRANSACTION
      *    CODE IN MM01.USERAUTH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EXPTRAN  ASSIGN TO UT-S-EXPTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXPTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EXPENSE-TRANSACTION-RECORD.
      *
           05  XTR-TRANSACTION-CODE     PIC X.
               88  XTR-CLAIM-ENTRY          VALUE 'E'.
               88  XTR-APPROVE              VALUE 'V'.
               88  XTR-REJECT               VALUE 'J'.
               88  XTR-CATEGORY             VALUE 'A' 'R' 'D'.
           05  XTR-USER-ID              PIC X(8).
           05  XTR-DATA                 PIC X(71).
           05  XTR-CLAIM-DATA REDEFINES XTR-DATA.
               10  XTC-EMPNO            PIC X(6).
               10  XTC-RECEIPT          PIC X(12).
               10  XTC-DATE             PIC X(8).
               10  XTC-CATEGORY         PIC X(4).
               10  XTC-AMOUNT           PIC 9(5)V99.
               10  XTC-APPROVER         PIC X(6).
               10  FILLER               PIC X(28).
           05  XTR-CATEGORY-DATA REDEFINES XTR-DATA.
               10  XTK-CATEGORY         PIC X(4).
               10  XTK-DESC             PIC X(16).
               10  XTK-LIMIT            PIC 9(5)V99.
               10  XTK-GLKEY            PIC X(8).
               10  FILLER               PIC X(36).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(80).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-FIELD          VALUE 'FD'.
               88  REASON-EMP-NOT-FOUND      VALUE 'NF'.
               88  REASON-NO-CATEGORY        VALUE 'NC'.
               88  REASON-OVER-LIMIT         VALUE 'OL'.
               88  REASON-DUPLICATE-RECEIPT  VALUE 'DU'.
               88  REASON-NO-CLAIM           VALUE 'CL'.
               88  REASON-NOT-MANAGER        VALUE 'MG'.
               88  REASON-NOT-AUTHORIZED     VALUE 'NA'.
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
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  TODAY-DATE                   PIC X(10).
      *
       01  EXPCLAIM-ROW.
      *
           05  XC-EMPNO                 PIC X(6).
           05  XC-RECEIPT               PIC X(12).
           05  XC-DATE                  PIC X(10).
           05  XC-CATEGORY              PIC X(4).
           05  XC-AMOUNT                PIC S9(5)V99   COMP-3.
           05  XC-DEPT                  PIC X(3).
           05  XC-DEPT-IND              PIC S9(4)      COMP.
           05  XC-STATUS                PIC X.
           05  XC-APPROVER              PIC X(6).
           05  XC-USER                  PIC X(8).
      *
       01  EXPCAT-ROW.
      *
           05  EC-CATEGORY              PIC X(4).
           05  EC-DESC                  PIC X(16).
           05  EC-LIMIT                 PIC S9(5)V99   COMP-3.
           05  EC-GLKEY                 PIC X(8).
      *
       01  AUTHORIZATION-FIELDS.
      *
           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9) COMP.
      *
       01  EMP-CHECK-COUNT              PIC S9(9) COMP.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-EXPENSE-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'EXPPOST ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO TODAY-DATE.
           OPEN INPUT  EXPTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-EXPENSE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE EXPTRAN
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
       100-POST-EXPENSE-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 112-CHECK-AUTHORIZATION
               IF VALID-TRANSACTION
                   EVALUATE TRUE
                       WHEN XTR-CLAIM-ENTRY
                           PERFORM 200-POST-CLAIM
                       WHEN XTR-APPROVE
                           PERFORM 300-APPROVE-CLAIM
                       WHEN XTR-REJECT
                           PERFORM 350-REJECT-CLAIM
                       WHEN XTR-CATEGORY
                           PERFORM 400-POST-CATEGORY
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
                   PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ EXPTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-AUTHORIZATION.
      *
           MOVE XTR-USER-ID          TO UA-USERID.
           MOVE XTR-TRANSACTION-CODE TO UA-TRANSCODE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :UA-CHECK-COUNT
                   FROM MM01.USERAUTH
                       WHERE UAUSERID    = :UA-USERID
                         AND UATRANSCODE = :UA-TRANSCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF UA-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NA' TO BTR-REASON-CODE.
      *
       190-REJECT-FIELD.
      *
           MOVE 'N'  TO VALID-TRANSACTION-SW.
           MOVE 'FD' TO BTR-REASON-CODE.
      *
       200-POST-CLAIM.
      *
           IF XTC-EMPNO = SPACES
              OR XTC-RECEIPT = SPACES
              OR XTC-DATE NOT NUMERIC
              OR XTC-AMOUNT NOT NUMERIC
               PERFORM 190-REJECT-FIELD
           ELSE
               IF XTC-AMOUNT = ZERO
                   PERFORM 190-REJECT-FIELD
               ELSE
                   MOVE XTC-EMPNO    TO XC-EMPNO
                   MOVE XTC-RECEIPT  TO XC-RECEIPT
                   MOVE XTC-CATEGORY TO XC-CATEGORY
                   MOVE XTC-AMOUNT   TO XC-AMOUNT
                   MOVE XTR-USER-ID  TO XC-USER
                   STRING XTC-DATE(1:4) '-' XTC-DATE(5:2) '-'
                          XTC-DATE(7:2) DELIMITED BY SIZE
                       INTO XC-DATE
                   IF XC-DATE > TODAY-DATE
                       PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               PERFORM 210-CHECK-EMPLOYEE.
           IF VALID-TRANSACTION
               PERFORM 220-CHECK-CATEGORY-LIMIT.
           IF VALID-TRANSACTION
               PERFORM 230-INSERT-CLAIM-ROW.
      *
      *    AN INACTIVE PAYROLL RECORD CANNOT BE PAID.
      *
       210-CHECK-EMPLOYEE.
      *
           EXEC SQL
               SELECT E.WORKDEPT
                   INTO :XC-DEPT :XC-DEPT-IND
                   FROM EMPLOYEE E
                       INNER JOIN MM01.PAYROLL P
                           ON P.EMPNO = E.EMPNO
                   WHERE E.EMPNO     = :XC-EMPNO
                     AND P.PYRLSTAT <> 'I'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'NF' TO BTR-REASON-CODE
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF XC-DEPT-IND < 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'NF' TO BTR-REASON-CODE.
      *
       220-CHECK-CATEGORY-LIMIT.
      *
           EXEC SQL
               SELECT ECLIMIT
                   INTO :EC-LIMIT
                   FROM MM01.EXPCAT
                       WHERE ECCAT = :XC-CATEGORY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'NC' TO BTR-REASON-CODE
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF XC-AMOUNT > EC-LIMIT
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'OL' TO BTR-REASON-CODE.
      *
       230-INSERT-CLAIM-ROW.
      *
           MOVE 'S'    TO XC-STATUS.
           MOVE SPACES TO XC-APPROVER.
           EXEC SQL
               INSERT INTO MM01.EXPCLAIM
                      (XCEMPNO,     XCRECEIPT,   XCDATE,
                       XCCAT,       XCAMOUNT,    XCDEPT,
                       XCSTATUS,    XCAPPROVER,  XCPAYDATE,
                       XCUSER)
               VALUES (:XC-EMPNO,   :XC-RECEIPT, :XC-DATE,
                       :XC-CATEGORY, :XC-AMOUNT, :XC-DEPT,
                       :XC-STATUS,  :XC-APPROVER, NULL,
                       :XC-USER)
           END-EXEC.
           IF SQLCODE = -803
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'DU' TO BTR-REASON-CODE
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       300-APPROVE-CLAIM.
      *
           MOVE XTC-EMPNO    TO XC-EMPNO.
           MOVE XTC-RECEIPT  TO XC-RECEIPT.
           MOVE XTC-APPROVER TO XC-APPROVER.
           IF XC-APPROVER = SPACES
               PERFORM 190-REJECT-FIELD
           ELSE
               PERFORM 310-CHECK-MANAGER.
           IF VALID-TRANSACTION
               EXEC SQL
                   UPDATE MM01.EXPCLAIM
                      SET XCSTATUS   = 'A',
                          XCAPPROVER = :XC-APPROVER
                   WHERE  XCEMPNO    = :XC-EMPNO
                     AND  XCRECEIPT  = :XC-RECEIPT
                     AND  XCSTATUS   = 'S'
               END-EXEC
               IF SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CL' TO BTR-REASON-CODE
               ELSE
                   IF SQLCODE NOT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    THE DEPARTMENT IS THE ONE THE CLAIM WAS ENTERED UNDER.
      *
       310-CHECK-MANAGER.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EMP-CHECK-COUNT
                   FROM MM01.EXPCLAIM C
                       INNER JOIN DEPARTMENT D
                           ON D.DEPTNO = C.XCDEPT
                   WHERE C.XCEMPNO   = :XC-EMPNO
                     AND C.XCRECEIPT = :XC-RECEIPT
                     AND C.XCEMPNO  <> :XC-APPROVER
                     AND (D.DEPTMGR  = :XC-APPROVER
                       OR (D.DEPTMGR = C.XCEMPNO
                           AND EXISTS
                               (SELECT 1 FROM DEPARTMENT O
                                   WHERE O.DEPTMGR = :XC-APPROVER)))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF EMP-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'MG' TO BTR-REASON-CODE.
      *
       350-REJECT-CLAIM.
      *
           MOVE XTC-EMPNO    TO XC-EMPNO.
           MOVE XTC-RECEIPT  TO XC-RECEIPT.
           MOVE XTC-APPROVER TO XC-APPROVER.
           EXEC SQL
               UPDATE MM01.EXPCLAIM
                  SET XCSTATUS   = 'J',
                      XCAPPROVER = :XC-APPROVER
               WHERE  XCEMPNO    = :XC-EMPNO
                 AND  XCRECEIPT  = :XC-RECEIPT
                 AND  XCSTATUS  IN ('S', 'A')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'CL' TO BTR-REASON-CODE
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    A DELETE NEEDS ONLY THE KEY.
      *
       400-POST-CATEGORY.
      *
           IF XTK-CATEGORY = SPACES
               PERFORM 190-REJECT-FIELD
           ELSE
               IF XTR-TRANSACTION-CODE NOT = 'D'
                  AND (XTK-LIMIT NOT NUMERIC
                       OR XTK-GLKEY = SPACES)
                   PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE XTK-CATEGORY TO EC-CATEGORY
               MOVE XTK-DESC     TO EC-DESC
               MOVE XTK-GLKEY    TO EC-GLKEY
               EVALUATE XTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 410-INSERT-EXPCAT-ROW
                   WHEN 'R'   PERFORM 420-UPDATE-EXPCAT-ROW
                   WHEN 'D'   PERFORM 430-DELETE-EXPCAT-ROW
               END-EVALUATE.
      *
       410-INSERT-EXPCAT-ROW.
      *
           MOVE XTK-LIMIT TO EC-LIMIT.
           EXEC SQL
               INSERT INTO MM01.EXPCAT
                      (ECCAT,         ECDESC,
                       ECLIMIT,       ECGLKEY)
               VALUES (:EC-CATEGORY,  :EC-DESC,
                       :EC-LIMIT,     :EC-GLKEY)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       420-UPDATE-EXPCAT-ROW.
      *
           MOVE XTK-LIMIT TO EC-LIMIT.
           EXEC SQL
               UPDATE MM01.EXPCAT
                  SET ECDESC  = :EC-DESC,
                      ECLIMIT = :EC-LIMIT,
                      ECGLKEY = :EC-GLKEY
               WHERE  ECCAT   = :EC-CATEGORY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    A CATEGORY WITH CLAIMS ON FILE IS KEPT FOR THE JOURNAL.
      *
       430-DELETE-EXPCAT-ROW.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EMP-CHECK-COUNT
                   FROM MM01.EXPCLAIM
                       WHERE XCCAT = :EC-CATEGORY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF EMP-CHECK-COUNT > 0
                   PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               EXEC SQL
                   DELETE FROM MM01.EXPCAT
                   WHERE  ECCAT = :EC-CATEGORY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE EXPENSE-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
