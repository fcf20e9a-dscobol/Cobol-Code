       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DEDMAINT.
      *
      *    MAINTAINS THE TABLES PAYCALC TAKES AN EMPLOYEE FROM GROSS
      *    TO NET WITH.  THE TABLE CODE ON EACH TRANSACTION NAMES
      *    THE TABLE:
      *
      *      E  MM01.PAYDED   AN EMPLOYEE'S BENEFIT AND RETIREMENT
      *                       ELECTIONS - A FLAT AMOUNT OR A RATE
      *                       OF GROSS, TAKEN BEFORE OR AFTER TAX,
      *                       UP TO AN OPTIONAL ANNUAL LIMIT.
      *      W  MM01.WHSETUP  AN EMPLOYEE'S WITHHOLDING SETUP FOR
      *                       EACH TAX - FILING STATUS, ALLOWANCES,
      *                       EXTRA AMOUNT PER PERIOD, EXEMPT FLAG.
      *      R  MM01.WHRATE   THE ANNUAL RATE TABLE FOR EACH TAX AND
      *                       FILING STATUS, ONE ROW PER BRACKET.
      *                       THE ZERO-FLOOR ROW ALSO CARRIES THE
      *                       ALLOWANCE VALUE AND ANY WAGE BASE CAP.
      *      G  MM01.GARNISH  GARNISHMENT ORDERS - PRIORITY, AMOUNT
      *                       OR RATE OF DISPOSABLE PAY, THE MOST
      *                       OF DISPOSABLE PAY THE ORDER ALLOWS,
      *                       AND THE TOTAL OWED.
      *
      *    PAY DATA IS KEPT TO USERS AUTHORIZED FOR THE TRANSACTION
      *    CODE IN MM01.USERAUTH, AS FOR THE BANK ACCOUNTS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DEDTRAN  ASSIGN TO UT-S-DEDTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DEDTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  DEDUCTION-TRANSACTION-RECORD.
      *
           05  DTR-TRANSACTION-CODE     PIC X.
           05  DTR-TABLE-CODE           PIC X.
               88  DTR-ELECTION             VALUE 'E'.
               88  DTR-WITHHOLDING          VALUE 'W'.
               88  DTR-RATE                 VALUE 'R'.
               88  DTR-GARNISHMENT          VALUE 'G'.
           05  DTR-USER-ID              PIC X(8).
           05  DTR-TABLE-DATA           PIC X(70).
           05  DTR-ELECTION-DATA REDEFINES DTR-TABLE-DATA.
               10  DTE-EMPNO            PIC X(6).
               10  DTE-CODE             PIC X(8).
               10  DTE-TYPE             PIC X.
               10  DTE-PRETAX           PIC X.
               10  DTE-METHOD           PIC X.
               10  DTE-AMOUNT           PIC 9(5)V99.
               10  DTE-RATE             PIC 9V9999.
               10  DTE-ANNUAL-LIMIT     PIC 9(7)V99.
               10  FILLER               PIC X(32).
           05  DTR-WITHHOLDING-DATA REDEFINES DTR-TABLE-DATA.
               10  DTW-EMPNO            PIC X(6).
               10  DTW-TAX-CODE         PIC X(4).
               10  DTW-FILING           PIC X.
               10  DTW-ALLOWANCES       PIC 99.
               10  DTW-EXTRA            PIC 9(5)V99.
               10  DTW-EXEMPT           PIC X.
               10  FILLER               PIC X(49).
           05  DTR-RATE-DATA REDEFINES DTR-TABLE-DATA.
               10  DTR-TAX-CODE         PIC X(4).
               10  DTR-FILING           PIC X.
               10  DTR-FLOOR            PIC 9(9)V99.
               10  DTR-BASE             PIC 9(7)V99.
               10  DTR-RATE-PCT         PIC 9V9999.
               10  DTR-ALLOW-AMOUNT     PIC 9(5)V99.
               10  DTR-WAGE-CAP         PIC 9(9)V99.
               10  FILLER               PIC X(22).
           05  DTR-GARNISHMENT-DATA REDEFINES DTR-TABLE-DATA.
               10  DTG-EMPNO            PIC X(6).
               10  DTG-CASE             PIC X(12).
               10  DTG-PRIORITY         PIC 99.
               10  DTG-METHOD           PIC X.
               10  DTG-AMOUNT           PIC 9(5)V99.
               10  DTG-RATE             PIC 9V9999.
               10  DTG-MAX-PCT          PIC 9V9999.
               10  DTG-LIMIT            PIC 9(7)V99.
               10  FILLER               PIC X(23).
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
               88  REASON-BAD-TABLE-CODE     VALUE 'TB'.
               88  REASON-BAD-FIELD          VALUE 'FD'.
               88  REASON-EMP-NOT-FOUND      VALUE 'NF'.
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
       01  PAYDED-ROW.
      *
           05  PD-EMPNO                 PIC X(6).
           05  PD-CODE                  PIC X(8).
           05  PD-TYPE                  PIC X.
           05  PD-PRETAX                PIC X.
           05  PD-METHOD                PIC X.
           05  PD-AMOUNT                PIC S9(5)V99   COMP-3.
           05  PD-RATE                  PIC S9V9999    COMP-3.
           05  PD-ANNUAL-LIMIT          PIC S9(7)V99   COMP-3.
      *
       01  WHSETUP-ROW.
      *
           05  WH-EMPNO                 PIC X(6).
           05  WH-TAX-CODE              PIC X(4).
           05  WH-FILING                PIC X.
           05  WH-ALLOWANCES            PIC S9(2)      COMP-3.
           05  WH-EXTRA                 PIC S9(5)V99   COMP-3.
           05  WH-EXEMPT                PIC X.
      *
       01  WHRATE-ROW.
      *
           05  WR-TAX-CODE              PIC X(4).
           05  WR-FILING                PIC X.
           05  WR-FLOOR                 PIC S9(9)V99   COMP-3.
           05  WR-BASE                  PIC S9(7)V99   COMP-3.
           05  WR-RATE                  PIC S9V9999    COMP-3.
           05  WR-ALLOW-AMOUNT          PIC S9(5)V99   COMP-3.
           05  WR-WAGE-CAP              PIC S9(9)V99   COMP-3.
      *
       01  GARNISH-ROW.
      *
           05  GN-EMPNO                 PIC X(6).
           05  GN-CASE                  PIC X(12).
           05  GN-PRIORITY              PIC S9(2)      COMP-3.
           05  GN-METHOD                PIC X.
           05  GN-AMOUNT                PIC S9(5)V99   COMP-3.
           05  GN-RATE                  PIC S9V9999    COMP-3.
           05  GN-MAX-PCT               PIC S9V9999    COMP-3.
           05  GN-LIMIT                 PIC S9(7)V99   COMP-3.
      *
       01  AUTHORIZATION-FIELDS.
      *
           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9) COMP.
      *
       01  EMP-CHECK-COUNT              PIC S9(9) COMP.
       01  CHECK-EMPNO                  PIC X(6).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-DEDUCTION-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'DEDMAINT' TO EOJS-Program-Id.
           OPEN INPUT  DEDTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-DEDUCTION-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE DEDTRAN
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
       100-POST-DEDUCTION-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 112-CHECK-AUTHORIZATION
               IF VALID-TRANSACTION
                  AND DTR-TRANSACTION-CODE NOT = 'A'
                  AND DTR-TRANSACTION-CODE NOT = 'R'
                  AND DTR-TRANSACTION-CODE NOT = 'D'
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TC' TO BTR-REASON-CODE
               END-IF
               IF VALID-TRANSACTION
                   EVALUATE TRUE
                       WHEN DTR-ELECTION
                           PERFORM 200-POST-ELECTION
                       WHEN DTR-WITHHOLDING
                           PERFORM 300-POST-WITHHOLDING-SETUP
                       WHEN DTR-RATE
                           PERFORM 400-POST-RATE-BRACKET
                       WHEN DTR-GARNISHMENT
                           PERFORM 500-POST-GARNISHMENT
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
           READ DEDTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-AUTHORIZATION.
      *
           MOVE DTR-USER-ID          TO UA-USERID.
           MOVE DTR-TRANSACTION-CODE TO UA-TRANSCODE.
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
       115-CHECK-EMPLOYEE.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EMP-CHECK-COUNT
                   FROM MM01.PAYROLL
                       WHERE EMPNO = :CHECK-EMPNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF EMP-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE.
      *
       190-REJECT-FIELD.
      *
           MOVE 'N'  TO VALID-TRANSACTION-SW.
           MOVE 'FD' TO BTR-REASON-CODE.
      *
      *    A DELETE NEEDS ONLY THE KEY.
      *
       200-POST-ELECTION.
      *
           IF DTE-CODE = SPACES
               PERFORM 190-REJECT-FIELD
           ELSE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   IF (DTE-TYPE NOT = 'B' AND NOT = 'R'
                                      AND NOT = 'O')
                      OR (DTE-PRETAX NOT = 'Y' AND NOT = 'N')
                      OR (DTE-METHOD NOT = 'F' AND NOT = 'P')
                      OR DTE-AMOUNT NOT NUMERIC
                      OR DTE-RATE NOT NUMERIC
                      OR DTE-ANNUAL-LIMIT NOT NUMERIC
                       PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE DTE-EMPNO TO CHECK-EMPNO
               PERFORM 115-CHECK-EMPLOYEE.
           IF VALID-TRANSACTION
               MOVE DTE-EMPNO  TO PD-EMPNO
               MOVE DTE-CODE   TO PD-CODE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   MOVE DTE-TYPE         TO PD-TYPE
                   MOVE DTE-PRETAX       TO PD-PRETAX
                   MOVE DTE-METHOD       TO PD-METHOD
                   MOVE DTE-AMOUNT       TO PD-AMOUNT
                   MOVE DTE-RATE         TO PD-RATE
                   MOVE DTE-ANNUAL-LIMIT TO PD-ANNUAL-LIMIT
               END-IF
               EVALUATE DTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 210-INSERT-PAYDED-ROW
                   WHEN 'R'   PERFORM 220-UPDATE-PAYDED-ROW
                   WHEN 'D'   PERFORM 230-DELETE-PAYDED-ROW
               END-EVALUATE.
      *
       210-INSERT-PAYDED-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.PAYDED
                      (PDEMPNO,     PDCODE,      PDTYPE,
                       PDPRETAX,    PDMETHOD,    PDAMOUNT,
                       PDRATE,      PDANNLIMIT,  PDSTATUS)
               VALUES (:PD-EMPNO,   :PD-CODE,    :PD-TYPE,
                       :PD-PRETAX,  :PD-METHOD,  :PD-AMOUNT,
                       :PD-RATE,    :PD-ANNUAL-LIMIT, 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       220-UPDATE-PAYDED-ROW.
      *
           EXEC SQL
               UPDATE MM01.PAYDED
                  SET PDTYPE     = :PD-TYPE,
                      PDPRETAX   = :PD-PRETAX,
                      PDMETHOD   = :PD-METHOD,
                      PDAMOUNT   = :PD-AMOUNT,
                      PDRATE     = :PD-RATE,
                      PDANNLIMIT = :PD-ANNUAL-LIMIT,
                      PDSTATUS   = 'A'
               WHERE  PDEMPNO    = :PD-EMPNO
                 AND  PDCODE     = :PD-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    THE PAY HISTORY KEEPS THE CODE, SO AN ELECTION ENDED
      *    IS MARKED INACTIVE RATHER THAN REMOVED.
      *
       230-DELETE-PAYDED-ROW.
      *
           EXEC SQL
               UPDATE MM01.PAYDED
                  SET PDSTATUS   = 'I'
               WHERE  PDEMPNO    = :PD-EMPNO
                 AND  PDCODE     = :PD-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       300-POST-WITHHOLDING-SETUP.
      *
           IF DTW-TAX-CODE = SPACES
               PERFORM 190-REJECT-FIELD
           ELSE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   IF (DTW-FILING NOT = 'S' AND NOT = 'M')
                      OR DTW-ALLOWANCES NOT NUMERIC
                      OR DTW-EXTRA NOT NUMERIC
                      OR (DTW-EXEMPT NOT = 'Y' AND NOT = 'N')
                       PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE DTW-EMPNO TO CHECK-EMPNO
               PERFORM 115-CHECK-EMPLOYEE.
           IF VALID-TRANSACTION
               MOVE DTW-EMPNO    TO WH-EMPNO
               MOVE DTW-TAX-CODE TO WH-TAX-CODE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   MOVE DTW-FILING     TO WH-FILING
                   MOVE DTW-ALLOWANCES TO WH-ALLOWANCES
                   MOVE DTW-EXTRA      TO WH-EXTRA
                   MOVE DTW-EXEMPT     TO WH-EXEMPT
               END-IF
               EVALUATE DTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 310-INSERT-WHSETUP-ROW
                   WHEN 'R'   PERFORM 320-UPDATE-WHSETUP-ROW
                   WHEN 'D'   PERFORM 330-DELETE-WHSETUP-ROW
               END-EVALUATE.
      *
       310-INSERT-WHSETUP-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.WHSETUP
                      (WHEMPNO,     WHTAXCODE,   WHFILING,
                       WHALLOW,     WHEXTRA,     WHEXEMPT)
               VALUES (:WH-EMPNO,   :WH-TAX-CODE, :WH-FILING,
                       :WH-ALLOWANCES, :WH-EXTRA, :WH-EXEMPT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       320-UPDATE-WHSETUP-ROW.
      *
           EXEC SQL
               UPDATE MM01.WHSETUP
                  SET WHFILING   = :WH-FILING,
                      WHALLOW    = :WH-ALLOWANCES,
                      WHEXTRA    = :WH-EXTRA,
                      WHEXEMPT   = :WH-EXEMPT
               WHERE  WHEMPNO    = :WH-EMPNO
                 AND  WHTAXCODE  = :WH-TAX-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       330-DELETE-WHSETUP-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.WHSETUP
                   WHERE WHEMPNO   = :WH-EMPNO
                     AND WHTAXCODE = :WH-TAX-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    A BLANK FILING STATUS IS A BRACKET THAT APPLIES TO
      *    EVERY FILING STATUS.
      *
       400-POST-RATE-BRACKET.
      *
           IF DTR-TAX-CODE = SPACES
              OR (DTR-FILING NOT = 'S' AND NOT = 'M'
                                   AND NOT = SPACE)
              OR DTR-FLOOR NOT NUMERIC
               PERFORM 190-REJECT-FIELD
           ELSE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   IF DTR-BASE NOT NUMERIC
                      OR DTR-RATE-PCT NOT NUMERIC
                      OR DTR-ALLOW-AMOUNT NOT NUMERIC
                      OR DTR-WAGE-CAP NOT NUMERIC
                       PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE DTR-TAX-CODE TO WR-TAX-CODE
               MOVE DTR-FILING   TO WR-FILING
               MOVE DTR-FLOOR    TO WR-FLOOR
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   MOVE DTR-BASE         TO WR-BASE
                   MOVE DTR-RATE-PCT     TO WR-RATE
                   MOVE DTR-ALLOW-AMOUNT TO WR-ALLOW-AMOUNT
                   MOVE DTR-WAGE-CAP     TO WR-WAGE-CAP
               END-IF
               EVALUATE DTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 410-INSERT-WHRATE-ROW
                   WHEN 'R'   PERFORM 420-UPDATE-WHRATE-ROW
                   WHEN 'D'   PERFORM 430-DELETE-WHRATE-ROW
               END-EVALUATE.
      *
       410-INSERT-WHRATE-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.WHRATE
                      (WRTAXCODE,   WRFILING,    WRFLOOR,
                       WRBASE,      WRRATE,      WRALLOWAMT,
                       WRWAGECAP)
               VALUES (:WR-TAX-CODE, :WR-FILING, :WR-FLOOR,
                       :WR-BASE,    :WR-RATE,    :WR-ALLOW-AMOUNT,
                       :WR-WAGE-CAP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       420-UPDATE-WHRATE-ROW.
      *
           EXEC SQL
               UPDATE MM01.WHRATE
                  SET WRBASE     = :WR-BASE,
                      WRRATE     = :WR-RATE,
                      WRALLOWAMT = :WR-ALLOW-AMOUNT,
                      WRWAGECAP  = :WR-WAGE-CAP
               WHERE  WRTAXCODE  = :WR-TAX-CODE
                 AND  WRFILING   = :WR-FILING
                 AND  WRFLOOR    = :WR-FLOOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       430-DELETE-WHRATE-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.WHRATE
                   WHERE WRTAXCODE = :WR-TAX-CODE
                     AND WRFILING  = :WR-FILING
                     AND WRFLOOR   = :WR-FLOOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    A ZERO LIMIT IS AN ORDER WITH NO TOTAL, AND A ZERO
      *    MAXIMUM SHARE LETS THE ORDER TAKE ALL DISPOSABLE PAY.
      *
       500-POST-GARNISHMENT.
      *
           IF DTG-CASE = SPACES
               PERFORM 190-REJECT-FIELD
           ELSE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   IF DTG-PRIORITY NOT NUMERIC
                      OR (DTG-METHOD NOT = 'F' AND NOT = 'P')
                      OR DTG-AMOUNT NOT NUMERIC
                      OR DTG-RATE NOT NUMERIC
                      OR DTG-MAX-PCT NOT NUMERIC
                      OR DTG-LIMIT NOT NUMERIC
                       PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE DTG-EMPNO TO CHECK-EMPNO
               PERFORM 115-CHECK-EMPLOYEE.
           IF VALID-TRANSACTION
               MOVE DTG-EMPNO TO GN-EMPNO
               MOVE DTG-CASE  TO GN-CASE
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   MOVE DTG-PRIORITY TO GN-PRIORITY
                   MOVE DTG-METHOD   TO GN-METHOD
                   MOVE DTG-AMOUNT   TO GN-AMOUNT
                   MOVE DTG-RATE     TO GN-RATE
                   MOVE DTG-MAX-PCT  TO GN-MAX-PCT
                   MOVE DTG-LIMIT    TO GN-LIMIT
               END-IF
               EVALUATE DTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 510-INSERT-GARNISH-ROW
                   WHEN 'R'   PERFORM 520-UPDATE-GARNISH-ROW
                   WHEN 'D'   PERFORM 530-RELEASE-GARNISH-ROW
               END-EVALUATE.
      *
       510-INSERT-GARNISH-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.GARNISH
                      (GNEMPNO,     GNCASE,      GNPRIORITY,
                       GNMETHOD,    GNAMOUNT,    GNRATE,
                       GNMAXPCT,    GNLIMIT,     GNPAIDTD,
                       GNSTATUS)
               VALUES (:GN-EMPNO,   :GN-CASE,    :GN-PRIORITY,
                       :GN-METHOD,  :GN-AMOUNT,  :GN-RATE,
                       :GN-MAX-PCT, :GN-LIMIT,   0,
                       'A')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    THE AMOUNT PAID TO DATE IS PAYCALC'S; A REVISED ORDER
      *    CHANGES ONLY ITS TERMS.
      *
       520-UPDATE-GARNISH-ROW.
      *
           EXEC SQL
               UPDATE MM01.GARNISH
                  SET GNPRIORITY = :GN-PRIORITY,
                      GNMETHOD   = :GN-METHOD,
                      GNAMOUNT   = :GN-AMOUNT,
                      GNRATE     = :GN-RATE,
                      GNMAXPCT   = :GN-MAX-PCT,
                      GNLIMIT    = :GN-LIMIT
               WHERE  GNEMPNO    = :GN-EMPNO
                 AND  GNCASE     = :GN-CASE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
      *    A RELEASED ORDER STOPS BEING TAKEN BUT KEEPS ITS
      *    PAID-TO-DATE FOR THE RECORD.
      *
       530-RELEASE-GARNISH-ROW.
      *
           EXEC SQL
               UPDATE MM01.GARNISH
                  SET GNSTATUS   = 'R'
               WHERE  GNEMPNO    = :GN-EMPNO
                 AND  GNCASE     = :GN-CASE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE DEDUCTION-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
