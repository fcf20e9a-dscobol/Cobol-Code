       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ESCHMNT.
      *
      *    UNCLAIMED PROPERTY MAINTENANCE, FOR THE ANNUAL ESCHEAT
      *    RUN.  TRANSACTION CODES:
      *        'S'  SET A STATE'S DORMANCY YEARS AND THE DAYS AN
      *             OWNER HAS TO ANSWER A DUE-DILIGENCE LETTER
      *             (STATE '**' IS THE RULE FOR ALL OTHER STATES)
      *        'X'  REMOVE A STATE'S RULE
      *        'R'  THE OWNER ANSWERED A DUE-DILIGENCE LETTER - THE
      *             ITEM IS NOT ESCHEATED AND ITS DORMANCY STARTS
      *             AGAIN FROM THE RESPONSE DATE
      *        'C'  A REFUND CHECK CLEARED THE BANK ON THE DATE
      *             GIVEN, SO IT IS NO LONGER UNCLAIMED PROPERTY
      *             (FOR A CHECK CLEARED OUTSIDE THE BANK'S PAID-
      *             ITEMS FILE; CHKRECON CLEARS THE REST)
      *    'R' AND 'C' NAME THE MM01.ONACCT ROW BY ITS FULL KEY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ESCHTRAN ASSIGN TO UT-S-ESCHTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ESCHTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  ESCHEAT-TRANSACTION-RECORD.
      *
           05  ETR-TRANSACTION-CODE     PIC X.
           05  ETR-ITEM-DATA.
               10  ETR-CUSTNO           PIC X(6).
               10  ETR-TYPE             PIC X.
               10  ETR-DATE             PIC X(10).
               10  ETR-CHECKNO          PIC X(10).
               10  ETR-ACTION-DATE      PIC X(10).
               10  ETR-ACTION-DATE-X REDEFINES ETR-ACTION-DATE.
                   15  ETR-ACTION-YEAR  PIC X(4).
                   15  ETR-ACTION-DASH-1 PIC X.
                   15  ETR-ACTION-MONTH PIC X(2).
                   15  ETR-ACTION-DASH-2 PIC X.
                   15  ETR-ACTION-DAY   PIC X(2).
               10  FILLER               PIC X(2).
           05  ETR-STATE-DATA REDEFINES ETR-ITEM-DATA.
               10  ETR-STATE            PIC X(2).
               10  ETR-DORMANCY-YEARS   PIC 9(2).
               10  ETR-WINDOW-DAYS      PIC 9(3).
               10  FILLER               PIC X(32).
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
               88  REASON-BAD-RULE           VALUE 'RU'.
               88  REASON-BAD-DATE           VALUE 'DT'.
               88  REASON-NOT-FOUND          VALUE 'NF'.
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
       01  STATE-RULE-ROW.
      *
           05  SR-STATE                 PIC X(2).
           05  SR-DORMANCY-YEARS        PIC S9(4) COMP.
           05  SR-WINDOW-DAYS           PIC S9(4) COMP.
      *
       01  ITEM-KEY-FIELDS.
      *
           05  IK-CUSTNO                PIC X(6).
           05  IK-TYPE                  PIC X.
           05  IK-DATE                  PIC X(10).
           05  IK-CHECKNO               PIC X(10).
           05  IK-ACTION-DATE           PIC X(10).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-ESCHEAT-TRANS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'ESCHMNT ' TO EOJS-Program-Id.
           OPEN INPUT  ESCHTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-ESCHEAT-TRAN
               UNTIL END-OF-TRANSACTIONS.
           CLOSE ESCHTRAN
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
       100-POST-ESCHEAT-TRAN.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               EVALUATE ETR-TRANSACTION-CODE
                   WHEN 'S'   PERFORM 120-SET-STATE-RULE
                   WHEN 'X'   PERFORM 130-REMOVE-STATE-RULE
                   WHEN 'R'   PERFORM 140-POST-OWNER-RESPONSE
                   WHEN 'C'   PERFORM 150-POST-CHECK-CLEARED
                   WHEN OTHER
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'TC' TO BTR-REASON-CODE
               END-EVALUATE
               IF VALID-TRANSACTION
                   ADD 1 TO TC-TRANSACTIONS-POSTED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   PERFORM 190-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ ESCHTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       120-SET-STATE-RULE.
      *
           IF ETR-STATE = SPACES
              OR ETR-DORMANCY-YEARS NOT NUMERIC
              OR ETR-WINDOW-DAYS    NOT NUMERIC
              OR ETR-DORMANCY-YEARS = ZERO
              OR ETR-WINDOW-DAYS    = ZERO
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'RU' TO BTR-REASON-CODE
           ELSE
               MOVE ETR-STATE          TO SR-STATE
               MOVE ETR-DORMANCY-YEARS TO SR-DORMANCY-YEARS
               MOVE ETR-WINDOW-DAYS    TO SR-WINDOW-DAYS
               EXEC SQL
                   UPDATE MM01.ESCHSTATE
                      SET ESDORMYRS = :SR-DORMANCY-YEARS,
                          ESWINDAYS = :SR-WINDOW-DAYS
                    WHERE ESSTATE   = :SR-STATE
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO MM01.ESCHSTATE
                              (ESSTATE,    ESDORMYRS,
                               ESWINDAYS)
                       VALUES (:SR-STATE,  :SR-DORMANCY-YEARS,
                               :SR-WINDOW-DAYS)
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       130-REMOVE-STATE-RULE.
      *
           MOVE ETR-STATE TO SR-STATE.
           EXEC SQL
               DELETE FROM MM01.ESCHSTATE
                   WHERE ESSTATE = :SR-STATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       140-POST-OWNER-RESPONSE.
      *
           PERFORM 160-EDIT-ITEM-KEY.
           IF VALID-TRANSACTION
               EXEC SQL
                   UPDATE MM01.ESCHEAT
                      SET ESSTATUS   = 'R',
                          ESRESPDATE = :IK-ACTION-DATE
                    WHERE ESCUSTNO  = :IK-CUSTNO
                      AND ESTYPE    = :IK-TYPE
                      AND ESDATE    = :IK-DATE
                      AND ESCHECKNO = :IK-CHECKNO
                      AND ESSTATUS  = 'L'
               END-EXEC
               PERFORM 170-CHECK-UPDATE-RESULT.
      *
       150-POST-CHECK-CLEARED.
      *
           PERFORM 160-EDIT-ITEM-KEY.
           IF VALID-TRANSACTION
               EXEC SQL
                   UPDATE MM01.ONACCT
                      SET ONCLRDATE = :IK-ACTION-DATE
                    WHERE ONCUSTNO  = :IK-CUSTNO
                      AND ONTYPE    = :IK-TYPE
                      AND ONDATE    = :IK-DATE
                      AND ONCHECKNO = :IK-CHECKNO
                      AND ONREFDATE IS NOT NULL
                      AND ONCLRDATE IS NULL
               END-EXEC
               PERFORM 170-CHECK-UPDATE-RESULT.
      *
       160-EDIT-ITEM-KEY.
      *
           IF ETR-ACTION-YEAR  NOT NUMERIC
              OR ETR-ACTION-MONTH NOT NUMERIC
              OR ETR-ACTION-DAY   NOT NUMERIC
              OR ETR-ACTION-DASH-1 NOT = '-'
              OR ETR-ACTION-DASH-2 NOT = '-'
              OR ETR-ACTION-MONTH < '01' OR ETR-ACTION-MONTH > '12'
              OR ETR-ACTION-DAY   < '01' OR ETR-ACTION-DAY   > '31'
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'DT' TO BTR-REASON-CODE
           ELSE
               MOVE ETR-CUSTNO      TO IK-CUSTNO
               MOVE ETR-TYPE        TO IK-TYPE
               MOVE ETR-DATE        TO IK-DATE
               MOVE ETR-CHECKNO     TO IK-CHECKNO
               MOVE ETR-ACTION-DATE TO IK-ACTION-DATE.
      *
       170-CHECK-UPDATE-RESULT.
      *
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       190-WRITE-BAD-TRANS-RECORD.
      *
           MOVE ESCHEAT-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
