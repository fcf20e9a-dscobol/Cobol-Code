       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RMAMNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RMATRAN ASSIGN TO UT-S-RMATRAN.
           SELECT PAYTRAN ASSIGN TO UT-S-PAYTRAN.
           SELECT RMARCPT ASSIGN TO UT-S-RMARCPT.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RMATRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RMA-TRANSACTION-RECORD.
      *
           05  RTR-TRANSACTION-CODE     PIC X.
               88  RTR-AUTHORIZE-RETURN     VALUE 'A'.
               88  RTR-RECEIVE-RETURN       VALUE 'R'.
               88  RTR-CANCEL-RETURN        VALUE 'X'.
           05  RTR-RMANO                PIC X(6).
           05  RTR-CUSTNO               PIC X(6).
           05  RTR-INVNO                PIC X(6).
           05  RTR-LINENO               PIC 9(3).
           05  RTR-QTY                  PIC 9(5).
           05  RTR-REASON               PIC XX.
           05  RTR-CONDITION            PIC X.
               88  RTR-VALID-CONDITION      VALUE 'S' 'D'.
           05  RTR-DATE                 PIC X(10).
           05  RTR-USER-ID              PIC X(8).
           05  FILLER                   PIC X(32).
      *
       FD  PAYTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  PAYMENT-TRANSACTION-RECORD.
      *
           05  PYT-TRANS-CODE           PIC X.
           05  PYT-INVNO                PIC X(6).
           05  PYT-CUSTNO               PIC X(6).
           05  PYT-PAYDATE              PIC X(10).
           05  PYT-PAYAMT               PIC 9(7)V99.
           05  PYT-CHECKNO              PIC X(10).
           05  PYT-USER-ID              PIC X(8).
      *
       FD  RMARCPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  RMA-RECEIPT-RECORD.
      *
           05  RRC-RMANO                PIC X(6).
           05  RRC-INVNO                PIC X(6).
           05  RRC-PRODNO               PIC X(6).
           05  RRC-QTY                  PIC 9(5).
           05  RRC-CONDITION            PIC X.
           05  RRC-UNIT-COST            PIC 9(5)V99.
           05  FILLER                   PIC X(9).
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
               88  REASON-BLANK-REASON       VALUE 'RC'.
               88  REASON-BAD-CONDITION      VALUE 'CD'.
               88  REASON-DUPLICATE-RMA      VALUE 'DU'.
               88  REASON-LINE-NOT-BILLED    VALUE 'IV'.
               88  REASON-ZERO-QUANTITY      VALUE 'QZ'.
               88  REASON-QTY-OVER-BILLED    VALUE 'QX'.
               88  REASON-NO-OPEN-RMA        VALUE 'NA'.
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
           05  TC-RETURNS-AUTHORIZED    PIC S9(9) COMP VALUE ZERO.
           05  TC-RETURNS-RECEIVED      PIC S9(9) COMP VALUE ZERO.
           05  TC-RETURNS-CANCELLED     PIC S9(9) COMP VALUE ZERO.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  RMA-ROW.
      *
           05  RM-RMANO                 PIC X(6).
           05  RM-CUSTNO                PIC X(6).
           05  RM-INVNO                 PIC X(6).
           05  RM-LINENO                PIC S9(4)     COMP.
           05  RM-PRODNO                PIC X(6).
           05  RM-QTY                   PIC S9(7)     COMP-3.
           05  RM-REASON                PIC XX.
           05  RM-CONDITION             PIC X.
           05  RM-STATUS                PIC X.
           05  RM-AUTH-DATE             PIC X(10).
           05  RM-RECEIVED-DATE         PIC X(10).
           05  RM-PRICE                 PIC S9(5)V99  COMP-3.
           05  RM-COST                  PIC S9(5)V99  COMP-3.
           05  RM-CREDIT                PIC S9(7)V99  COMP-3.
           05  RM-USER-ID               PIC X(8).
      *
      *    THE BILLED LINE IS LOOKED UP ON THE OPEN TABLES FIRST
      *    AND THEN ON HISTORY, SINCE A CUSTOMER CAN RETURN GOODS
      *    FROM AN INVOICE THAT HAS ALREADY BEEN PAID AND ARCHIVED.
      *
       01  BILLED-LINE-FIELDS.
      *
           05  BL-PRODNO                PIC X(6).
           05  BL-QTY                   PIC S9(7)     COMP-3.
           05  BL-PRICE                 PIC S9(5)V99  COMP-3.
           05  BL-COST                  PIC S9(5)V99  COMP-3.
           05  BL-INV-SUBTOTAL          PIC S9(9)V99  COMP-3.
           05  BL-INV-TAX               PIC S9(7)V99  COMP-3.
           05  BL-ALREADY-RETURNED      PIC S9(7)     COMP-3.
           05  BL-LINE-AMOUNT           PIC S9(9)V99  COMP-3.
      *
       01  CHECK-FIELDS.
      *
           05  CK-CHECK-COUNT           PIC S9(9)    COMP.
      *
      *    THE CREDIT MEMOS GO OUT AS ONE BATCH WITH A HEADER AND
      *    A COUNT-AND-AMOUNT TRAILER SO PAYMENT POSTING PROVES
      *    THEM LIKE ANY OTHER DEPOSIT BATCH.  EACH MEMO CARRIES
      *    RMA AND THE RMA NUMBER IN THE CHECK NUMBER SO THE
      *    ON-ACCOUNT CREDIT TIES BACK TO THE RETURN.
      *
       01  BATCH-CONTROL-FIELDS.
      *
           05  BATCH-ITEM-COUNT         PIC S9(5)    COMP-3
                                                     VALUE ZERO.
           05  BATCH-ITEM-AMOUNT        PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  BATCH-HEADER-RECORD.
           05  FILLER                   PIC X        VALUE 'B'.
           05  BHR-BATCH-ID             PIC X(8).
           05  BHR-DEPOSIT-DATE         PIC X(10).
           05  FILLER                   PIC X(31)    VALUE SPACES.
      *
       01  BATCH-TRAILER-RECORD.
           05  FILLER                   PIC X        VALUE 'T'.
           05  BTR-BATCH-ID             PIC X(8).
           05  BTR-ITEM-COUNT           PIC 9(5).
           05  BTR-ITEM-AMOUNT          PIC 9(9)V99.
           05  FILLER                   PIC X(25)    VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-RMA-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'RMAMNT  ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT  RMATRAN
                OUTPUT PAYTRAN
                       RMARCPT
                       BADTRAN.
           STRING 'RM' CDT-Year(3:2) CDT-Month CDT-Day
               DELIMITED BY SIZE INTO BHR-BATCH-ID.
           MOVE BHR-BATCH-ID TO BTR-BATCH-ID.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO BHR-DEPOSIT-DATE.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-HEADER-RECORD.
           PERFORM 100-POST-ONE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           MOVE BATCH-ITEM-COUNT  TO BTR-ITEM-COUNT.
           MOVE BATCH-ITEM-AMOUNT TO BTR-ITEM-AMOUNT.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-TRAILER-RECORD.
           CLOSE RMATRAN
                 PAYTRAN
                 RMARCPT
                 BADTRAN.
           DISPLAY TC-RETURNS-AUTHORIZED ' RETURN(S) AUTHORIZED.'.
           DISPLAY TC-RETURNS-RECEIVED   ' RETURN(S) RECEIVED.'.
           DISPLAY TC-RETURNS-CANCELLED  ' RETURN(S) CANCELLED.'.
           DISPLAY BATCH-ITEM-COUNT      ' CREDIT MEMO(S) WRITTEN.'.
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
               MOVE RTR-RMANO      TO RM-RMANO
               MOVE RTR-DATE       TO RM-AUTH-DATE
               MOVE RTR-DATE       TO RM-RECEIVED-DATE
               MOVE RTR-USER-ID    TO RM-USER-ID
               EVALUATE TRUE
                   WHEN RTR-AUTHORIZE-RETURN
                       PERFORM 120-AUTHORIZE-RETURN
                   WHEN RTR-RECEIVE-RETURN
                       PERFORM 140-RECEIVE-RETURN
                   WHEN RTR-CANCEL-RETURN
                       PERFORM 160-CANCEL-RETURN
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
                   PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ RMATRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       120-AUTHORIZE-RETURN.
      *
      *    A RETURN IS AUTHORIZED AGAINST ONE BILLED INVOICE LINE
      *    FOR THE CUSTOMER NAMED ON THE TRANSACTION, AND THE
      *    QUANTITY PLUS EVERY QUANTITY ALREADY AUTHORIZED OR
      *    RECEIVED ON THAT LINE CANNOT EXCEED WHAT WAS BILLED.
      *
           MOVE RTR-CUSTNO    TO RM-CUSTNO.
           MOVE RTR-INVNO     TO RM-INVNO.
           MOVE RTR-LINENO    TO RM-LINENO.
           MOVE RTR-QTY       TO RM-QTY.
           MOVE RTR-REASON    TO RM-REASON.
           MOVE RTR-CONDITION TO RM-CONDITION.
           IF RTR-REASON = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'RC' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               IF NOT RTR-VALID-CONDITION
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CD' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               IF RTR-QTY = ZERO
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'QZ' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :CK-CHECK-COUNT
                       FROM MM01.RMA
                           WHERE RMNO = :RM-RMANO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF CK-CHECK-COUNT > 0
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'DU' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 125-GET-BILLED-LINE.
           IF VALID-TRANSACTION
               PERFORM 130-GET-ALREADY-RETURNED.
           IF VALID-TRANSACTION
               IF RM-QTY + BL-ALREADY-RETURNED > BL-QTY
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'QX' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 135-COMPUTE-CREDIT-AMOUNT
               PERFORM 138-INSERT-RMA-ROW.
           IF VALID-TRANSACTION
               ADD 1 TO TC-RETURNS-AUTHORIZED.
      *
       125-GET-BILLED-LINE.
      *
           EXEC SQL
               SELECT L.LIPRODNO, L.LIQTY,    L.LIPRICE,
                      L.LICOST,   I.INVSUBT,  I.INVTAX
                   INTO :BL-PRODNO, :BL-QTY,      :BL-PRICE,
                        :BL-COST,   :BL-INV-SUBTOTAL,
                        :BL-INV-TAX
                   FROM MM01.LINEITEM L, MM01.INVOICE I
                       WHERE L.LIINVNO = :RM-INVNO
                         AND L.LILINE  = :RM-LINENO
                         AND I.INVNO   = L.LIINVNO
                         AND I.INVCUST = :RM-CUSTNO
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   SELECT L.LIPRODNO, L.LIQTY,    L.LIPRICE,
                          L.LICOST,   I.INVSUBT,  I.INVTAX
                       INTO :BL-PRODNO, :BL-QTY,      :BL-PRICE,
                            :BL-COST,   :BL-INV-SUBTOTAL,
                            :BL-INV-TAX
                       FROM MM01.LIHIST L, MM01.INVHIST I
                           WHERE L.LIINVNO = :RM-INVNO
                             AND L.LILINE  = :RM-LINENO
                             AND I.INVNO   = L.LIINVNO
                             AND I.INVCUST = :RM-CUSTNO
               END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE BL-PRODNO TO RM-PRODNO
                   MOVE BL-PRICE  TO RM-PRICE
                   MOVE BL-COST   TO RM-COST
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'IV' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       130-GET-ALREADY-RETURNED.
      *
           EXEC SQL
               SELECT COALESCE(SUM(RMQTY), 0)
                   INTO :BL-ALREADY-RETURNED
                   FROM MM01.RMA
                       WHERE RMINVNO  = :RM-INVNO
                         AND RMLINE   = :RM-LINENO
                         AND RMSTATUS <> 'X'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       135-COMPUTE-CREDIT-AMOUNT.
      *
      *    THE CREDIT IS THE RETURNED QUANTITY AT THE BILLED PRICE
      *    PLUS THAT AMOUNT'S SHARE OF THE TAX ON THE INVOICE.
      *    FREIGHT IS NOT REFUNDED ON A RETURN.
      *
           COMPUTE BL-LINE-AMOUNT = RM-QTY * RM-PRICE.
           IF BL-INV-SUBTOTAL > 0
               COMPUTE RM-CREDIT ROUNDED =
                   BL-LINE-AMOUNT +
                   (BL-INV-TAX * BL-LINE-AMOUNT / BL-INV-SUBTOTAL)
           ELSE
               MOVE BL-LINE-AMOUNT TO RM-CREDIT.
      *
       138-INSERT-RMA-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.RMA
                      (RMNO,       RMCUSTNO,   RMINVNO,
                       RMLINE,     RMPRODNO,   RMQTY,
                       RMREASON,   RMCOND,     RMSTATUS,
                       RMAUTHDATE, RMPRICE,    RMCOST,
                       RMCREDIT,   RMUSERID)
               VALUES (:RM-RMANO,  :RM-CUSTNO, :RM-INVNO,
                       :RM-LINENO, :RM-PRODNO, :RM-QTY,
                       :RM-REASON, :RM-CONDITION, 'A',
                       :RM-AUTH-DATE, :RM-PRICE, :RM-COST,
                       :RM-CREDIT, :RM-USER-ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       140-RECEIVE-RETURN.
      *
      *    WHEN THE GOODS ARRIVE THE DOCK KEYS THE CONDITION THEY
      *    ACTUALLY CAME BACK IN, WHICH OVERRIDES THE CONDITION
      *    GIVEN AT AUTHORIZATION.  THE RECEIPT RAISES THE CREDIT
      *    MEMO AND THE STOCK RETURN TOGETHER.
      *
           EXEC SQL
               SELECT RMCUSTNO,   RMINVNO,    RMLINE,
                      RMPRODNO,   RMQTY,      RMCOND,
                      RMCOST,     RMCREDIT
                   INTO :RM-CUSTNO, :RM-INVNO,   :RM-LINENO,
                        :RM-PRODNO, :RM-QTY,     :RM-CONDITION,
                        :RM-COST,   :RM-CREDIT
                   FROM MM01.RMA
                       WHERE RMNO     = :RM-RMANO
                         AND RMSTATUS = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NA' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
           IF VALID-TRANSACTION
               IF RTR-CONDITION NOT = SPACE
                   IF RTR-VALID-CONDITION
                       MOVE RTR-CONDITION TO RM-CONDITION
                   ELSE
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'CD' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               EXEC SQL
                   UPDATE MM01.RMA
                      SET RMSTATUS  = 'R',
                          RMCOND    = :RM-CONDITION,
                          RMRCVDATE = :RM-RECEIVED-DATE
                    WHERE RMNO      = :RM-RMANO
                      AND RMSTATUS  = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 150-WRITE-CREDIT-MEMO
               PERFORM 155-WRITE-STOCK-RETURN
               ADD 1 TO TC-RETURNS-RECEIVED.
      *
       150-WRITE-CREDIT-MEMO.
      *
           MOVE 'C'              TO PYT-TRANS-CODE.
           MOVE RM-INVNO         TO PYT-INVNO.
           MOVE RM-CUSTNO        TO PYT-CUSTNO.
           MOVE RM-RECEIVED-DATE TO PYT-PAYDATE.
           MOVE RM-CREDIT        TO PYT-PAYAMT.
           MOVE SPACES           TO PYT-CHECKNO.
           STRING 'RMA' RM-RMANO DELIMITED BY SIZE
               INTO PYT-CHECKNO.
           MOVE RM-USER-ID       TO PYT-USER-ID.
           WRITE PAYMENT-TRANSACTION-RECORD.
           ADD 1         TO BATCH-ITEM-COUNT.
           ADD RM-CREDIT TO BATCH-ITEM-AMOUNT.
      *
       155-WRITE-STOCK-RETURN.
      *
      *    THE WAREHOUSE SIDE PUTS THE GOODS BACK AT THE COST THE
      *    ORIGINAL ALLOCATION RELIEVED.  THE LINE COST GOES ALONG
      *    FOR THE CASE WHERE THAT ISSUE CAN NO LONGER BE FOUND.
      *
           MOVE SPACES        TO RMA-RECEIPT-RECORD.
           MOVE RM-RMANO      TO RRC-RMANO.
           MOVE RM-INVNO      TO RRC-INVNO.
           MOVE RM-PRODNO     TO RRC-PRODNO.
           MOVE RM-QTY        TO RRC-QTY.
           MOVE RM-CONDITION  TO RRC-CONDITION.
           MOVE RM-COST       TO RRC-UNIT-COST.
           WRITE RMA-RECEIPT-RECORD.
      *
       160-CANCEL-RETURN.
      *
           EXEC SQL
               UPDATE MM01.RMA
                  SET RMSTATUS  = 'X'
                WHERE RMNO      = :RM-RMANO
                  AND RMSTATUS  = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO TC-RETURNS-CANCELLED
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NA' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE RMA-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
