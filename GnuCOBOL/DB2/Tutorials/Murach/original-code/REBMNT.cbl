       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REBMNT.
      *
      *    MAINTAINS THE CUSTOMER VOLUME REBATE AGREEMENTS.  AN
      *    AGREEMENT (MM01.REBAGR) NAMES ONE CUSTOMER AND A SALES
      *    PERIOD; WITH THE HIERARCHY FLAG SET IT ALSO COUNTS THE
      *    SALES OF EVERY CUSTOMER WHOSE PARENT IS THAT CUSTOMER,
      *    SO A NATIONAL ACCOUNT EARNS ON ITS WHOLE FAMILY.  ITS
      *    TIERS (MM01.REBTIER) GIVE THE REBATE PERCENT EARNED
      *    ONCE QUALIFYING SALES REACH EACH THRESHOLD.  REBACCR
      *    ACCRUES AND SETTLES THEM; ONCE AN AGREEMENT HAS
      *    SETTLED IT CAN NO LONGER BE CHANGED HERE.
      *
      *        A  ADD AGREEMENT        T  ADD OR REPLACE A TIER
      *        D  DELETE A TIER        X  CANCEL AGREEMENT
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RBTRAN  ASSIGN TO UT-S-RBTRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RBTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  REBATE-TRANSACTION-RECORD.
      *
           05  RTR-TRANSACTION-CODE     PIC X.
           05  RTR-AGRNO                PIC X(6).
           05  RTR-CUSTNO               PIC X(6).
           05  RTR-HIERARCHY            PIC X.
               88  RTR-VALID-HIERARCHY      VALUE 'Y' 'N'.
           05  RTR-FROMDATE             PIC X(10).
           05  RTR-TODATE               PIC X(10).
           05  RTR-TIER                 PIC 9(2).
           05  RTR-MINSALES             PIC 9(9)V99.
           05  RTR-PCT                  PIC 9(2)V999.
           05  FILLER                   PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 62 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(60).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-CUST-NOT-FOUND     VALUE 'NF'.
               88  REASON-BAD-DATE           VALUE 'DT'.
               88  REASON-BAD-HIERARCHY      VALUE 'HI'.
               88  REASON-DUPLICATE-AGR      VALUE 'DU'.
               88  REASON-BAD-PERCENT        VALUE 'PC'.
               88  REASON-ROW-NOT-FOUND      VALUE 'RF'.
               88  REASON-NOT-ACTIVE         VALUE 'NA'.
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
       01  REBAGR-ROW.
      *
           05  RA-AGRNO                 PIC X(6).
           05  RA-CUSTNO                PIC X(6).
           05  RA-HIERARCHY             PIC X.
           05  RA-FROMDATE              PIC X(10).
           05  RA-TODATE                PIC X(10).
           05  RA-STATUS                PIC X.
      *
       01  REBTIER-ROW.
      *
           05  RT-TIER                  PIC S9(4)     COMP.
           05  RT-MINSALES              PIC S9(9)V99  COMP-3.
           05  RT-PCT                   PIC S9(2)V999 COMP-3.
      *
       01  CHECK-FIELDS.
      *
           05  CK-CHECK-COUNT           PIC S9(9)    COMP.
           05  CK-DATE                  PIC X(10).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-REBATE-AGREEMENTS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'REBMNT  ' TO EOJS-Program-Id.
           OPEN INPUT  RBTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-REBATE-TRANS
               UNTIL END-OF-TRANSACTIONS.
           CLOSE RBTRAN
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
       100-POST-REBATE-TRANS.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE RTR-AGRNO TO RA-AGRNO
               EVALUATE RTR-TRANSACTION-CODE
                   WHEN 'A'
                       PERFORM 115-VALIDATE-AGREEMENT
                       IF VALID-TRANSACTION
                           PERFORM 120-INSERT-AGREEMENT-ROW
                       END-IF
                   WHEN 'T'
                       PERFORM 125-CHECK-AGREEMENT-ACTIVE
                       IF VALID-TRANSACTION
                           PERFORM 130-REPLACE-TIER-ROW
                       END-IF
                   WHEN 'D'
                       PERFORM 125-CHECK-AGREEMENT-ACTIVE
                       IF VALID-TRANSACTION
                           PERFORM 140-DELETE-TIER-ROW
                       END-IF
                   WHEN 'X'
                       PERFORM 125-CHECK-AGREEMENT-ACTIVE
                       IF VALID-TRANSACTION
                           PERFORM 145-CANCEL-AGREEMENT
                       END-IF
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
                   PERFORM 150-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ RBTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       115-VALIDATE-AGREEMENT.
      *
           MOVE RTR-FROMDATE TO CK-DATE.
           PERFORM 118-CHECK-DATE-FORMAT.
           IF VALID-TRANSACTION
               MOVE RTR-TODATE TO CK-DATE
               PERFORM 118-CHECK-DATE-FORMAT.
           IF VALID-TRANSACTION
               IF RTR-TODATE NOT > RTR-FROMDATE
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DT' TO BTR-REASON-CODE
               ELSE
                   IF NOT RTR-VALID-HIERARCHY
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'HI' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 116-CHECK-CUSTOMER-EXISTS.
      *
       116-CHECK-CUSTOMER-EXISTS.
      *
           MOVE RTR-CUSTNO TO RA-CUSTNO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-CHECK-COUNT
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :RA-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE.
      *
       118-CHECK-DATE-FORMAT.
      *
           IF CK-DATE(1:4) NOT NUMERIC
              OR CK-DATE(5:1) NOT = '-'
              OR CK-DATE(6:2) NOT NUMERIC
              OR CK-DATE(8:1) NOT = '-'
              OR CK-DATE(9:2) NOT NUMERIC
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'DT' TO BTR-REASON-CODE.
      *
       120-INSERT-AGREEMENT-ROW.
      *
      *    A NEW AGREEMENT STARTS ACTIVE WITH NOTHING ACCRUED.
      *
           MOVE RTR-HIERARCHY TO RA-HIERARCHY.
           MOVE RTR-FROMDATE  TO RA-FROMDATE.
           MOVE RTR-TODATE    TO RA-TODATE.
           MOVE 'A'           TO RA-STATUS.
           EXEC SQL
               INSERT INTO MM01.REBAGR
                      (RAAGRNO,    RACUSTNO,   RAHIER,
                       RAFROMDATE, RATODATE,   RASTATUS,
                       RASALES,    RAPCT,      RAACCRUED,
                       RASETTLDATE)
               VALUES (:RA-AGRNO,  :RA-CUSTNO, :RA-HIERARCHY,
                       :RA-FROMDATE, :RA-TODATE, :RA-STATUS,
                       0,          0,          0,
                       ' ')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DU' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       125-CHECK-AGREEMENT-ACTIVE.
      *
           EXEC SQL
               SELECT RASTATUS
                   INTO :RA-STATUS
                   FROM MM01.REBAGR
                       WHERE RAAGRNO = :RA-AGRNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN RA-STATUS NOT = 'A'
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NA' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       130-REPLACE-TIER-ROW.
      *
      *    THE TIER PERCENT APPLIES TO ALL QUALIFYING SALES ONCE
      *    THE THRESHOLD IS REACHED, NOT JUST TO THE SALES ABOVE
      *    IT, SO A REPLACE IS ALL THAT IS EVER NEEDED TO CORRECT
      *    ONE.
      *
           IF RTR-PCT NOT NUMERIC OR RTR-PCT = ZERO
              OR RTR-MINSALES NOT NUMERIC
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'PC' TO BTR-REASON-CODE
           ELSE
               MOVE RTR-TIER     TO RT-TIER
               MOVE RTR-MINSALES TO RT-MINSALES
               MOVE RTR-PCT      TO RT-PCT
               EXEC SQL
                   DELETE FROM MM01.REBTIER
                       WHERE RTAGRNO = :RA-AGRNO
                         AND RTTIER  = :RT-TIER
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   EXEC SQL
                       INSERT INTO MM01.REBTIER
                              (RTAGRNO,   RTTIER,
                               RTMINSALES, RTPCT)
                       VALUES (:RA-AGRNO, :RT-TIER,
                               :RT-MINSALES, :RT-PCT)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'SQ' TO BTR-REASON-CODE.
      *
       140-DELETE-TIER-ROW.
      *
           MOVE RTR-TIER TO RT-TIER.
           EXEC SQL
               DELETE FROM MM01.REBTIER
                   WHERE RTAGRNO = :RA-AGRNO
                     AND RTTIER  = :RT-TIER
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
       145-CANCEL-AGREEMENT.
      *
      *    A CANCELLED AGREEMENT EARNS NOTHING MORE.  WHATEVER HAD
      *    BEEN ACCRUED FOR IT IS REVERSED OUT OF THE LIABILITY BY
      *    THE NEXT REBACCR RUN.
      *
           EXEC SQL
               UPDATE MM01.REBAGR
                  SET RASTATUS = 'X'
                WHERE RAAGRNO  = :RA-AGRNO
                  AND RASTATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE REBATE-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
