       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LEAVPOST.
      *
      *    POSTS VACATION AND SICK TIME AGAINST THE BALANCES ON
      *    MM01.LEAVBAL AND MAINTAINS THE ACCRUAL RULES PAYCALC
      *    ACCRUES BY.  THE TRANSACTION CODE SETS THE LAYOUT:
      *
      *      T  TIME TAKEN   HOURS COME OFF THE BALANCE.  MORE THAN
      *                      THE BALANCE IS REFUSED.
      *      J  ADJUSTMENT   HOURS GO ON (OR, SIGNED '-', COME OFF)
      *                      THE BALANCE - OPENING BALANCES AND
      *                      CORRECTIONS.
      *      A/R/D           ADD, REPLACE OR DELETE A RULE ON
      *                      MM01.ACCRULE: THE ANNUAL HOURS AND THE
      *                      YEAR-END CARRYOVER CAP FOR A LEAVE
      *                      TYPE, A JOB (BLANK FOR EVERY JOB) AND
      *                      THE YEARS OF SERVICE IT STARTS AT.
      *
      *    EVERY HOUR POSTED IS A LINE ON MM01.LEAVHIST.  POSTING
      *    IS KEPT TO USERS AUTHORIZED FOR THE TRANSACTION CODE IN
      *    MM01.USERAUTH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT LEAVTRAN ASSIGN TO UT-S-LEAVTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  LEAVTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  LEAVE-TRANSACTION-RECORD.
      *
           05  LTR-TRANSACTION-CODE     PIC X.
               88  LTR-TIME-TAKEN           VALUE 'T'.
               88  LTR-ADJUSTMENT           VALUE 'J'.
               88  LTR-RULE                 VALUE 'A' 'R' 'D'.
           05  LTR-USER-ID              PIC X(8).
           05  LTR-DATA                 PIC X(71).
           05  LTR-TIME-DATA REDEFINES LTR-DATA.
               10  LTT-EMPNO            PIC X(6).
               10  LTT-TYPE             PIC X.
               10  LTT-DATE             PIC X(8).
               10  LTT-HOURS            PIC 9(3)V99.
               10  LTT-SIGN             PIC X.
               10  FILLER               PIC X(50).
           05  LTR-RULE-DATA REDEFINES LTR-DATA.
               10  LTU-TYPE             PIC X.
               10  LTU-JOB              PIC X(8).
               10  LTU-MIN-YEARS        PIC 99.
               10  LTU-ANNUAL-HOURS     PIC 9(3)V99.
               10  LTU-CARRY-CAP        PIC 9(3)V99.
               10  FILLER               PIC X(50).
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
               88  REASON-NO-BALANCE         VALUE 'NB'.
               88  REASON-INSUFFICIENT       VALUE 'IB'.
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
       01  LEAVBAL-ROW.
      *
           05  LB-EMPNO                 PIC X(6).
           05  LB-TYPE                  PIC X.
           05  LB-BALANCE               PIC S9(5)V99   COMP-3.
           05  LB-HOURS                 PIC S9(5)V99   COMP-3.
      *
       01  LEAVHIST-ROW.
      *
           05  LH-DATE                  PIC X(10).
           05  LH-TRAN                  PIC X.
           05  LH-USER                  PIC X(8).
      *
       01  ACCRULE-ROW.
      *
           05  AR-TYPE                  PIC X.
           05  AR-JOB                   PIC X(8).
           05  AR-MIN-YEARS             PIC S9(2)      COMP-3.
           05  AR-ANNUAL-HOURS          PIC S9(3)V99   COMP-3.
           05  AR-CARRY-CAP             PIC S9(3)V99   COMP-3.
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
       000-POST-LEAVE-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'LEAVPOST' TO EOJS-Program-Id.
           OPEN INPUT  LEAVTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-LEAVE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE LEAVTRAN
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
       100-POST-LEAVE-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 112-CHECK-AUTHORIZATION
               IF VALID-TRANSACTION
                   EVALUATE TRUE
                       WHEN LTR-TIME-TAKEN
                           PERFORM 200-POST-TIME-TAKEN
                       WHEN LTR-ADJUSTMENT
                           PERFORM 300-POST-ADJUSTMENT
                       WHEN LTR-RULE
                           PERFORM 400-POST-ACCRUAL-RULE
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
           READ LEAVTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-AUTHORIZATION.
      *
           MOVE LTR-USER-ID          TO UA-USERID.
           MOVE LTR-TRANSACTION-CODE TO UA-TRANSCODE.
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
      *    TIME TAKEN AND ADJUSTMENTS SHARE ONE LAYOUT.
      *
       115-EDIT-TIME-FIELDS.
      *
           IF (LTT-TYPE NOT = 'V' AND NOT = 'S')
              OR LTT-DATE NOT NUMERIC
              OR LTT-HOURS NOT NUMERIC
              OR (LTT-SIGN NOT = SPACE AND NOT = '-')
               PERFORM 190-REJECT-FIELD
           ELSE
               IF LTT-HOURS = ZERO
                   PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :EMP-CHECK-COUNT
                       FROM MM01.PAYROLL
                           WHERE EMPNO = :LTT-EMPNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF EMP-CHECK-COUNT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'NF' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               MOVE LTT-EMPNO   TO LB-EMPNO
               MOVE LTT-TYPE    TO LB-TYPE
               MOVE LTT-HOURS   TO LB-HOURS
               MOVE LTR-USER-ID TO LH-USER
               STRING LTT-DATE(1:4) '-' LTT-DATE(5:2) '-'
                      LTT-DATE(7:2) DELIMITED BY SIZE INTO LH-DATE.
      *
       190-REJECT-FIELD.
      *
           MOVE 'N'  TO VALID-TRANSACTION-SW.
           MOVE 'FD' TO BTR-REASON-CODE.
      *
       200-POST-TIME-TAKEN.
      *
           PERFORM 115-EDIT-TIME-FIELDS.
           IF VALID-TRANSACTION
               EXEC SQL
                   SELECT LBBALANCE
                       INTO :LB-BALANCE
                       FROM MM01.LEAVBAL
                           WHERE LBEMPNO = :LB-EMPNO
                             AND LBTYPE  = :LB-TYPE
               END-EXEC
               IF SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NB' TO BTR-REASON-CODE
               ELSE
                   IF SQLCODE NOT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
                   ELSE
                       IF LB-HOURS > LB-BALANCE
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'IB' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               EXEC SQL
                   UPDATE MM01.LEAVBAL
                      SET LBBALANCE  = LBBALANCE  - :LB-HOURS,
                          LBYTDTAKEN = LBYTDTAKEN + :LB-HOURS
                   WHERE  LBEMPNO    = :LB-EMPNO
                     AND  LBTYPE     = :LB-TYPE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   MOVE 'T' TO LH-TRAN
                   PERFORM 500-WRITE-HISTORY-ROW.
      *
      *    AN ADJUSTMENT FOR AN EMPLOYEE WITH NO BALANCE ROW YET
      *    OPENS ONE.
      *
       300-POST-ADJUSTMENT.
      *
           PERFORM 115-EDIT-TIME-FIELDS.
           IF VALID-TRANSACTION
               IF LTT-SIGN = '-'
                   COMPUTE LB-HOURS = 0 - LB-HOURS
               END-IF
               EXEC SQL
                   UPDATE MM01.LEAVBAL
                      SET LBBALANCE = LBBALANCE + :LB-HOURS
                   WHERE  LBEMPNO   = :LB-EMPNO
                     AND  LBTYPE    = :LB-TYPE
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO MM01.LEAVBAL
                              (LBEMPNO,    LBTYPE,     LBBALANCE,
                               LBYTDACCR,  LBYTDTAKEN, LBCLOSEYR)
                       VALUES (:LB-EMPNO,  :LB-TYPE,   :LB-HOURS,
                               0,          0,          ' ')
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   MOVE 'J' TO LH-TRAN
                   PERFORM 500-WRITE-HISTORY-ROW.
      *
      *    A DELETE NEEDS ONLY THE KEY.
      *
       400-POST-ACCRUAL-RULE.
      *
           IF (LTU-TYPE NOT = 'V' AND NOT = 'S')
              OR LTU-MIN-YEARS NOT NUMERIC
               PERFORM 190-REJECT-FIELD
           ELSE
               IF LTR-TRANSACTION-CODE NOT = 'D'
                  AND (LTU-ANNUAL-HOURS NOT NUMERIC
                       OR LTU-CARRY-CAP NOT NUMERIC)
                   PERFORM 190-REJECT-FIELD.
           IF VALID-TRANSACTION
               MOVE LTU-TYPE      TO AR-TYPE
               MOVE LTU-JOB       TO AR-JOB
               MOVE LTU-MIN-YEARS TO AR-MIN-YEARS
               EVALUATE LTR-TRANSACTION-CODE
                   WHEN 'A'   PERFORM 410-INSERT-ACCRULE-ROW
                   WHEN 'R'   PERFORM 420-UPDATE-ACCRULE-ROW
                   WHEN 'D'   PERFORM 430-DELETE-ACCRULE-ROW
               END-EVALUATE.
      *
       410-INSERT-ACCRULE-ROW.
      *
           MOVE LTU-ANNUAL-HOURS TO AR-ANNUAL-HOURS.
           MOVE LTU-CARRY-CAP    TO AR-CARRY-CAP.
           EXEC SQL
               INSERT INTO MM01.ACCRULE
                      (ARTYPE,     ARJOB,      ARMINYRS,
                       ARANNHRS,   ARCARRYCAP)
               VALUES (:AR-TYPE,   :AR-JOB,    :AR-MIN-YEARS,
                       :AR-ANNUAL-HOURS,       :AR-CARRY-CAP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       420-UPDATE-ACCRULE-ROW.
      *
           MOVE LTU-ANNUAL-HOURS TO AR-ANNUAL-HOURS.
           MOVE LTU-CARRY-CAP    TO AR-CARRY-CAP.
           EXEC SQL
               UPDATE MM01.ACCRULE
                  SET ARANNHRS   = :AR-ANNUAL-HOURS,
                      ARCARRYCAP = :AR-CARRY-CAP
               WHERE  ARTYPE     = :AR-TYPE
                 AND  ARJOB      = :AR-JOB
                 AND  ARMINYRS   = :AR-MIN-YEARS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       430-DELETE-ACCRULE-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.ACCRULE
               WHERE  ARTYPE     = :AR-TYPE
                 AND  ARJOB      = :AR-JOB
                 AND  ARMINYRS   = :AR-MIN-YEARS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       500-WRITE-HISTORY-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.LEAVHIST
                      (LHEMPNO,    LHTYPE,     LHDATE,
                       LHTRAN,     LHHOURS,    LHUSER)
               VALUES (:LB-EMPNO,  :LB-TYPE,   :LH-DATE,
                       :LH-TRAN,   :LB-HOURS,  :LH-USER)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE LEAVE-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
