               88  PYT-ON-ACCOUNT-CASH           VALUE 'O'.
               88  PYT-CREDIT-MEMO               VALUE 'C'.
               88  PYT-PAYMENT-REVERSAL          VALUE 'V'.
               88  PYT-FOREIGN-PAYMENT           VALUE 'F'.
               88  PYT-BATCH-HEADER              VALUE 'B'.
               88  PYT-BATCH-TRAILER             VALUE 'T'.
           05  PYT-TRANS-DATA.
               10  PYT-INVNO            PIC X(6).
               10  PYT-CUSTNO           PIC X(6).
      *
      *        A FOREIGN-CURRENCY PAYMENT CARRIES THE CURRENCY IT
      *        WAS PAID IN WHERE THE CUSTOMER NUMBER GOES, AND ITS
      *        PYT-PAYAMT IS THE FOREIGN AMOUNT THE CUSTOMER SENT.
      *
               10  PYT-FX-CUST-AREA REDEFINES PYT-CUSTNO.
                   15  PYT-FX-CURR      PIC X(3).
                   15  FILLER           PIC X(3).
               10  PYT-PAYDATE          PIC X(10).
               10  PYT-PAYAMT           PIC 9(7)V99.
               10  PYT-CHECKNO          PIC X(10).
               88  REASON-SQL-ERROR          VALUE 'SQ'.
               88  REASON-CUST-NOT-FOUND     VALUE 'NF'.
               88  REASON-DUPLICATE          VALUE 'DP'.
               88  REASON-PERIOD-CLOSED      VALUE 'PC'.
               88  REASON-CURRENCY-MISMATCH  VALUE 'CU'.
               88  REASON-NO-EXCHANGE-RATE   VALUE 'XR'.
               88  REASON-FOREIGN-OVERPAID   VALUE 'OF'.
      *
       FD  HELDTRAN
           LABEL RECORDS ARE STANDARD
           05  PAYMENTS-REVERSED-COUNT  PIC S9(7) COMP VALUE 0.
           05  INVOICES-RESTORED-COUNT  PIC S9(7) COMP VALUE 0.
           05  SUSPECT-DUP-COUNT        PIC S9(7) COMP VALUE 0.
           05  FOREIGN-PAYMENT-COUNT    PIC S9(7) COMP VALUE 0.
      *
       01  PAID-TOTAL                   PIC 9(9)V99.
      *
      *
           05  DISCOUNTS-TAKEN-COUNT    PIC S9(7)      VALUE ZERO.
           05  UNEARNED-DISC-COUNT      PIC S9(7)      VALUE ZERO.
      *
       01  FOREIGN-PAYMENT-FIELDS.
      *
      *    A FOREIGN-CURRENCY PAYMENT RELIEVES ITS INVOICE AT THE
      *    RATE THE INVOICE WAS BILLED AT AND BRINGS IN CASH AT THE
      *    RATE OF THE DAY IT WAS RECEIVED.  THE DIFFERENCE IS THE
      *    REALIZED GAIN (POSITIVE) OR LOSS (NEGATIVE).
      *
           05  FX-HOME-CURRENCY         PIC X(3)       VALUE 'USD'.
           05  FX-INVCURR               PIC X(3).
           05  FX-INVCURAMT             PIC S9(9)V99   COMP-3.
           05  FX-INVTOTAL              PIC S9(9)V99   COMP-3.
           05  FX-BALANCE               PIC S9(9)V99   COMP-3.
           05  FX-INVCOMP               PIC X(2).
           05  FX-OPEN-FOREIGN          PIC S9(9)V99   COMP-3.
           05  FX-PAY-AMT               PIC S9(7)V99   COMP-3.
           05  FX-PAY-RATE              PIC S9(3)V9(6) COMP-3.
           05  FX-CASH-AMT              PIC S9(9)V99   COMP-3.
           05  FX-BOOK-AMT              PIC S9(9)V99   COMP-3.
           05  FX-GAIN-LOSS             PIC S9(9)V99   COMP-3.
           05  FX-CHECK-COUNT           PIC S9(9)      COMP.
      *
       01  CUSTOMER-CHECK-COUNT         PIC S9(9)      COMP.
      *
      *    ON-ACCOUNT CASH MAY NAME THE INVOICE THE PAYER SCANNED -
      *    A PARENT PAYING FOR ITS CHILD LOCATIONS - SO CASH
      *    APPLICATION CAN SETTLE THAT INVOICE BEFORE THE OLDEST.
      *
       01  ON-REF-INVNO                 PIC X(6).
      *
       01  REVERSAL-CHECK-COUNT         PIC S9(9)      COMP.
      *
       01  DUP-CHECK-COUNT              PIC S9(9)      COMP.
      *
       01  CHECKPOINT-CHECK-COUNT       PIC S9(9)      COMP.
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    A TRANSACTION DATED IN A CLOSED ACCOUNTING PERIOD IS
      *    REFUSED OR ROLLED FORWARD TO THE FIRST OPEN PERIOD,
      *    AS THE PERIOD'S CLOSE SAYS.  PERLOCK-TRANS-DATE KEEPS
      *    THE DATE AS KEYED: A DEADLOCK RETRY STARTS OVER FROM
      *    IT, THE EARLY-PAY DISCOUNT WINDOW IS MEASURED TO IT,
      *    AND A REJECT GOES BACK TO BADTRAN WITH IT.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'PAYPOST '.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
           05  ROLLED-FORWARD-COUNT     PIC S9(7) COMP VALUE 0.
      *
       01  BUSINESS-DATE-FIELDS.
      *
      *    A FINISHED RUN IS MARKED COMPLETE FOR THE BUSINESS
      *    DATE SO THE PROGRAMS THAT MUST FOLLOW IT MAY START.
      *
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'PAYPOST '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
           COPY EOJSTAT.
      *
           DISPLAY VALID-PAYMENT-COUNT     ' PAYMENT(S) POSTED.'.
           DISPLAY ON-ACCOUNT-COUNT        ' ON-ACCOUNT ITEM(S) POSTED.'.
           DISPLAY CREDIT-MEMO-COUNT       ' CREDIT MEMO(S) POSTED.'.
           DISPLAY FOREIGN-PAYMENT-COUNT
                   ' FOREIGN-CURRENCY PAYMENT(S) POSTED.'.
           DISPLAY PAYMENTS-REVERSED-COUNT ' PAYMENT(S) REVERSED.'.
           DISPLAY INVOICES-RESTORED-COUNT ' INVOICE(S) RESTORED.'.
           DISPLAY INVALID-PAYMENT-COUNT   ' PAYMENT(S) REJECTED.'.
           IF QUEUED-FOR-APPROVAL > 0
               DISPLAY QUEUED-FOR-APPROVAL
                       ' TRANSACTION(S) QUEUED FOR APPROVAL.'.
           IF ROLLED-FORWARD-COUNT > 0
               DISPLAY ROLLED-FORWARD-COUNT
                       ' ITEM(S) ROLLED FORWARD FROM CLOSED PERIOD.'.
           IF DISCOUNTS-TAKEN-COUNT > 0
               DISPLAY DISCOUNTS-TAKEN-COUNT
                       ' EARNED DISCOUNT(S) TAKEN.'.
               DISPLAY 'INVOICE, AMOUNT, CHECK NUMBER, AND DATE.'
               DISPLAY 'SEE BADTRAN REASON CODE DP.'.
           COMPUTE EOJS-Records-In = VALID-PAYMENT-COUNT
                                   + FOREIGN-PAYMENT-COUNT
                                   + ON-ACCOUNT-COUNT
                                   + CREDIT-MEMO-COUNT
                                   + PAYMENTS-REVERSED-COUNT
           MOVE INVALID-PAYMENT-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT PROVE-REFUSED AND WORK-CYCLE-OK
               PERFORM 950-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       010-PROVE-PAYMENT-BATCHES.
      *
       103-POST-TRANSACTION-BODY.
      *
           MOVE PYT-PAYDATE TO PERLOCK-TRANS-DATE.
           MOVE 0 TO RETRY-COUNT.
           PERFORM 105-APPLY-PAYMENT-ONCE.
           PERFORM 108-RETRY-AFTER-DEADLOCK
               EXEC SQL
                   COMMIT
               END-EXEC
               IF PERLOCK-ROLLED-FORWARD
                   ADD 1 TO ROLLED-FORWARD-COUNT
               END-IF
               PERFORM 840-RESOLVE-SUMMARY-CUSTOMER
               PERFORM 850-UPDATE-CUSTOMER-SUMMARY
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE PERLOCK-TRANS-DATE TO PYT-PAYDATE
               PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       840-RESOLVE-SUMMARY-CUSTOMER.
               END-IF
               IF SQLCODE NOT = 0
                   MOVE SPACES TO CS-CUSTNO.
      *
       104-CHECK-POSTING-PERIOD.
      *
           MOVE 'C' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           EVALUATE TRUE
               WHEN PERLOCK-ROLLED-FORWARD
                   MOVE PERLOCK-POST-DATE TO PYT-PAYDATE
                   PERFORM 109-LOG-ROLLED-FORWARD
               WHEN PERLOCK-CLOSED
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'PC' TO BTR-REASON-CODE
               WHEN PERLOCK-FAILED
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       105-APPLY-PAYMENT-ONCE.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE 'N'    TO DEADLOCK-HIT-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           MOVE PERLOCK-TRANS-DATE TO PYT-PAYDATE.
           PERFORM 104-CHECK-POSTING-PERIOD.
           IF VALID-TRANSACTION
               EVALUATE TRUE
                   WHEN PYT-INVOICE-PAYMENT
                       PERFORM 125-CHECK-DUPLICATE-PAYMENT
                       IF VALID-TRANSACTION
                           ADD 1 TO VALID-PAYMENT-COUNT
                       END-IF
                   WHEN PYT-FOREIGN-PAYMENT
                       PERFORM 170-PRICE-FOREIGN-PAYMENT
                       IF VALID-TRANSACTION
                           PERFORM 175-CHECK-DUPLICATE-FX
                       END-IF
                       IF VALID-TRANSACTION
                           PERFORM 180-INSERT-FX-PAYMENT-ROWS
                       END-IF
                       IF VALID-TRANSACTION
                           PERFORM 190-REVERSE-UNREALIZED-FX
                       END-IF
                       IF VALID-TRANSACTION
                           PERFORM 200-CHECK-INVOICE-PAID-OFF
                       END-IF
                       IF VALID-TRANSACTION
                           ADD 1 TO FOREIGN-PAYMENT-COUNT
                       END-IF
                   WHEN PYT-ON-ACCOUNT-CASH
                       PERFORM 130-INSERT-ON-ACCOUNT-ROW
                       IF VALID-TRANSACTION
           CALL 'CEE3DLY' USING RETRY-DELAY-SECONDS
                                CEE-FEEDBACK-CODE.
           PERFORM 105-APPLY-PAYMENT-ONCE.
      *
       109-LOG-ROLLED-FORWARD.
      *
      *    THE LOG ROW GOES IN THE TRANSACTION'S OWN UNIT OF
      *    WORK, SO IT COMMITS OR ROLLS BACK WITH THE POSTING.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING PYT-TRANS-CODE ' INV ' PYT-INVNO ' CUST ' PYT-CUSTNO
                  ' CHK ' PYT-CHECKNO DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       110-READ-TRANSACTION-RECORD.
      *
           MOVE PYT-PAYDATE TO PAYDATE.
           MOVE PYT-PAYAMT  TO PAYAMT.
           MOVE PYT-CHECKNO TO PAYCHECKNO.
      *
      *    A PAYMENT IS BOOKED TO THE OPERATING COMPANY OF THE
      *    INVOICE IT PAYS.
      *
           EXEC SQL
               INSERT INTO MM01.PAYMENT
                      (PAYINVNO,  PAYDATE,  PAYAMT,  PAYCHECKNO,
                       PAYCOMP)
                   SELECT :PAYINVNO, :PAYDATE, :PAYAMT, :PAYCHECKNO,
                          INVCOMP
                       FROM MM01.INVOICE
                           WHERE INVNO = :PAYINVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE PYT-CHECKNO    TO ONCHECKNO
               MOVE PYT-PAYAMT     TO ONAMT
               MOVE ZERO           TO ONAPPLIED
               MOVE SPACES         TO ON-REF-INVNO
               IF PYT-ON-ACCOUNT-CASH
                   MOVE PYT-INVNO  TO ON-REF-INVNO
               END-IF
               EXEC SQL
                   INSERT INTO MM01.ONACCT
                          (ONCUSTNO,   ONTYPE,    ONDATE,
                           ONCHECKNO,  ONAMT,     ONAPPLIED,
                           ONREFINV)
                   VALUES (:ONCUSTNO,  :ONTYPE,   :ONDATE,
                           :ONCHECKNO, :ONAMT,    :ONAPPLIED,
                           NULLIF(:ON-REF-INVNO, ' '))
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   PERFORM 160-REVERSE-ARCHIVED-PAYMENT.
      *
       150-DELETE-REVERSED-PAYMENT.
      *
      *    A FOREIGN-CURRENCY PAYMENT IS REVERSED BY THE HOME
      *    AMOUNT IT APPLIED TO THE INVOICE, AND ITS REALIZED GAIN
      *    OR LOSS GOES WITH IT.  THE INVOICE'S UNREALIZED MOVEMENT
      *    IS PUT BACK BY THE NEXT REVALUATION.
      *
           EXEC SQL
               DELETE FROM MM01.PAYMENT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   DELETE FROM MM01.FXREAL
                       WHERE FRINVNO   = :INVNO
                         AND FRBOOKAMT = :PAYAMT
                         AND FRCHECKNO = :PAYCHECKNO
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       160-REVERSE-ARCHIVED-PAYMENT.
      *
                   PERFORM 400-RESTORE-ARCHIVED-INVOICE
                   IF VALID-TRANSACTION
                       PERFORM 150-DELETE-REVERSED-PAYMENT.
      *
       170-PRICE-FOREIGN-PAYMENT.
      *
      *    A FOREIGN-CURRENCY PAYMENT MUST BE IN THE CURRENCY OF
      *    THE OPEN INVOICE IT PAYS.  IT RELIEVES THE INVOICE BY
      *    THE SAME SHARE OF THE HOME TOTAL AS THE FOREIGN AMOUNT
      *    IS OF THE FOREIGN TOTAL, AND A PAYMENT OF THE WHOLE OPEN
      *    FOREIGN BALANCE RELIEVES THE WHOLE HOME BALANCE - SO
      *    THE INVOICE CLOSES IN ITS OWN CURRENCY WITH NO STUB
      *    LEFT FOR WRITEOFF.  THE CASH IS THE FOREIGN AMOUNT AT
      *    THE MM01.EXCHRATE RATE FOR THE DAY IT WAS RECEIVED.
      *
           MOVE PYT-PAYAMT TO FX-PAY-AMT.
           EXEC SQL
               SELECT A.INVCURR,  A.INVCURAMT,  A.INVTOTAL,
                      A.INVTOTAL -
                          COALESCE((SELECT SUM(PAYAMT)
                              FROM MM01.PAYMENT
                              WHERE PAYINVNO = A.INVNO), 0),
                      A.INVCOMP
                   INTO :FX-INVCURR, :FX-INVCURAMT, :FX-INVTOTAL,
                        :FX-BALANCE, :FX-INVCOMP
                   FROM MM01.INVOICE A
                       WHERE A.INVNO = :PYT-INVNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN FX-INVCURR NOT = PYT-FX-CURR
                 OR FX-INVCURR = FX-HOME-CURRENCY
                 OR FX-INVCURAMT NOT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CU' TO BTR-REASON-CODE
           END-EVALUATE.
           IF VALID-TRANSACTION
               PERFORM 172-GET-PAYMENT-DAY-RATE.
           IF VALID-TRANSACTION
               COMPUTE FX-OPEN-FOREIGN ROUNDED =
                   FX-INVCURAMT * FX-BALANCE / FX-INVTOTAL
               IF FX-PAY-AMT > FX-OPEN-FOREIGN
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'OF' TO BTR-REASON-CODE
               ELSE
                   IF FX-PAY-AMT = FX-OPEN-FOREIGN
                       MOVE FX-BALANCE TO FX-BOOK-AMT
                   ELSE
                       COMPUTE FX-BOOK-AMT ROUNDED =
                           FX-PAY-AMT * FX-INVTOTAL / FX-INVCURAMT
                   END-IF
                   COMPUTE FX-CASH-AMT ROUNDED =
                       FX-PAY-AMT * FX-PAY-RATE
                   COMPUTE FX-GAIN-LOSS =
                       FX-CASH-AMT - FX-BOOK-AMT.
      *
       172-GET-PAYMENT-DAY-RATE.
      *
           EXEC SQL
               SELECT EXRATE
                   INTO :FX-PAY-RATE
                   FROM MM01.EXCHRATE
                       WHERE EXCURR    = :FX-INVCURR
                         AND EXEFFDATE =
                             (SELECT MAX(EXEFFDATE)
                                  FROM MM01.EXCHRATE
                                  WHERE EXCURR    = :FX-INVCURR
                                    AND EXEFFDATE <=
                                            :PERLOCK-TRANS-DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'XR' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       175-CHECK-DUPLICATE-FX.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :FX-CHECK-COUNT
                   FROM MM01.FXREAL
                       WHERE FRINVNO   = :PYT-INVNO
                         AND FRDATE    = :PYT-PAYDATE
                         AND FRCURAMT  = :FX-PAY-AMT
                         AND FRCHECKNO = :PYT-CHECKNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF FX-CHECK-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DP' TO BTR-REASON-CODE
                   ADD 1 TO SUSPECT-DUP-COUNT.
      *
       180-INSERT-FX-PAYMENT-ROWS.
      *
      *    THE PAYMENT ROW CARRIES THE HOME AMOUNT APPLIED TO THE
      *    INVOICE; MM01.FXREAL KEEPS THE FOREIGN AMOUNT, THE
      *    DAY'S RATE, THE CASH IT BROUGHT IN, AND THE REALIZED
      *    DIFFERENCE FOR THE GL EXTRACT.
      *
           MOVE PYT-INVNO   TO PAYINVNO.
           MOVE PYT-PAYDATE TO PAYDATE.
           MOVE FX-BOOK-AMT TO PAYAMT.
           MOVE PYT-CHECKNO TO PAYCHECKNO.
           EXEC SQL
               INSERT INTO MM01.PAYMENT
                      (PAYINVNO,  PAYDATE,  PAYAMT,  PAYCHECKNO,
                       PAYCOMP)
               VALUES (:PAYINVNO, :PAYDATE, :PAYAMT, :PAYCHECKNO,
                       :FX-INVCOMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   INSERT INTO MM01.FXREAL
                          (FRINVNO,     FRDATE,      FRCHECKNO,
                           FRCURR,      FRCURAMT,    FRRATE,
                           FRCASHAMT,   FRBOOKAMT,   FRGAINLOSS,
                           FRCOMP)
                   VALUES (:PAYINVNO,   :PAYDATE,    :PAYCHECKNO,
                           :FX-INVCURR, :FX-PAY-AMT, :FX-PAY-RATE,
                           :FX-CASH-AMT, :FX-BOOK-AMT,
                           :FX-GAIN-LOSS,
                           :FX-INVCOMP)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       190-REVERSE-UNREALIZED-FX.
      *
      *    ONCE THE PAYMENT REALIZES THE DIFFERENCE, THE UNREALIZED
      *    MOVEMENT THE LAST REVALUATION LEFT STANDING FOR THE
      *    INVOICE IS REVERSED AS OF THE PAYMENT DATE, AND THE GL
      *    EXTRACT JOURNALS THE REVERSAL.  A PARTLY-PAID INVOICE IS
      *    REVALUED AFRESH ON WHAT IS STILL OPEN AT MONTH-END.
      *
           EXEC SQL
               UPDATE MM01.FXUNREAL
                  SET FURVDATE   = :PYT-PAYDATE,
                      FURVREASON = 'P'
                WHERE FUINVNO    = :PYT-INVNO
                  AND FURVDATE IS NULL
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       400-RESTORE-ARCHIVED-INVOICE.
      *
      *
           EXEC SQL
               SELECT INVDATE,  INVCUST,  INVTERMS,
                      DAYS(:PERLOCK-TRANS-DATE) - DAYS(INVDATE)
                   INTO :DSC-INVDATE, :DSC-INVCUST,
                        :DSC-TERMS:DSC-TERMS-IND,
                        :DSC-PAY-AGE
      *
           MOVE PAYMENT-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
      *
       950-MARK-RUN-COMPLETE.
      *
           MOVE SPACES TO BZD-DATE.
           MOVE 'E' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           IF BZD-STATUS NOT = '0'
               DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       ' - RUN NOT MARKED COMPLETE.'
               MOVE 8 TO RETURN-CODE.
      *
           COPY EOJPARA.
      *
