               88  END-OF-INVOICES               VALUE 'Y'.
           05  ITEM-VALID-SW            PIC X    VALUE 'Y'.
               88  ITEM-VALID                    VALUE 'Y'.
           05  PERIOD-REFUSED-SW        PIC X    VALUE 'N'.
               88  PERIOD-REFUSED                VALUE 'Y'.
      *
       01  APPLICATION-COUNTERS.
      *
           05  ITEMS-APPLIED-COUNT      PIC S9(7) COMP VALUE 0.
           05  PAYMENTS-CREATED-COUNT   PIC S9(7) COMP VALUE 0.
           05  ITEMS-FAILED-COUNT       PIC S9(7) COMP VALUE 0.
           05  CHILD-PAYMENTS-COUNT     PIC S9(7) COMP VALUE 0.
      *
       01  APPLICATION-FIELDS          COMP-3.
      *
      *
           05  APPLY-DATE               PIC X(10).
           05  WS-DATE-CARD             PIC X(08).
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    AN APPLICATION DATE IN A CLOSED ACCOUNTING PERIOD IS
      *    REFUSED OR ROLLED FORWARD TO THE FIRST OPEN PERIOD, AS
      *    THE PERIOD'S CLOSE SAYS.  EACH PAYMENT CREATED ON A
      *    ROLLED DATE IS LOGGED FOR THE ROLL-FORWARD REPORT.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'CASHAPP '.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
      *
       01  CUSTOMER-SUMMARY-FIELDS.
      *
           05  CS-YTD-SALES             PIC S9(11)V99 COMP-3.
           05  CS-YTD-HIST              PIC S9(11)V99 COMP-3.
           05  CS-YEAR-START            PIC X(10).
      *
      *
      *    A NATIONAL-ACCOUNT PARENT'S CASH IS APPLIED ACROSS EVERY
      *    CUSTOMER BELOW IT IN THE HIERARCHY.  EACH PAYMENT ROW
      *    RECORDS THE PAYER (THE ON-ACCOUNT CUSTOMER) AND THE
      *    BENEFICIARY (THE INVOICE'S CUSTOMER), AND EVERY
      *    BENEFICIARY TOUCHED HAS ITS SUMMARY ROW RECOMPUTED.
      *
       01  HIERARCHY-APPLICATION-FIELDS.
      *
           05  ON-REF-INVNO             PIC X(6).
           05  PAY-PAYER-CUSTNO         PIC X(6).
           05  PAY-BENEF-CUSTNO         PIC X(6).
           05  TOUCHED-COUNT            PIC S9(4) COMP VALUE 0.
           05  TOUCHED-MAX              PIC S9(4) COMP VALUE 200.
           05  TOUCHED-SUB              PIC S9(4) COMP.
           05  TOUCHED-FOUND-SW         PIC X.
               88  TOUCHED-FOUND                 VALUE 'Y'.
           05  TOUCHED-CUSTNO           PIC X(6)
                                        OCCURS 200 TIMES.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           EXEC SQL
               DECLARE ONCURS CURSOR WITH HOLD FOR
                   SELECT ONCUSTNO,  ONTYPE,   ONDATE,
                          ONCHECKNO, ONAMT,    ONAPPLIED,
                          COALESCE(ONREFINV, ' ')
                       FROM MM01.ONACCT
                       WHERE ONAMT > ONAPPLIED
                         AND (ONCUSTNO > :RS-CUSTNO
                               AND ONTYPE > :RS-TYPE))
                       ORDER BY ONCUSTNO, ONDATE, ONCHECKNO, ONTYPE
           END-EXEC.
      *
      *    THE TREE IS THE ON-ACCOUNT CUSTOMER PLUS EVERY CUSTOMER
      *    BELOW IT, SO AN ORDINARY CUSTOMER SEES ONLY ITS OWN
      *    INVOICES AS BEFORE.  THE REFERENCED INVOICE, IF ANY,
      *    COMES FIRST; THE REST ARE OLDEST FIRST ACROSS THE TREE.
      *
           EXEC SQL
               DECLARE OPENCURS CURSOR FOR
                   WITH TREE (TRCUSTNO) AS
                       (SELECT CUSTNO
                            FROM MM01.CUSTOMER
                            WHERE CUSTNO = :ONCUSTNO
                        UNION ALL
                        SELECT C.CUSTNO
                            FROM TREE T, MM01.CUSTOMER C
                            WHERE C.PARENT = T.TRCUSTNO)
                   SELECT A.INVNO,     A.INVCUST,
                          A.INVTOTAL -
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                       FROM MM01.INVOICE A
                       WHERE A.INVCUST IN
                             (SELECT TRCUSTNO FROM TREE)
                         AND A.INVTOTAL >
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                       ORDER BY CASE WHEN A.INVNO = :ON-REF-INVNO
                                     THEN 0 ELSE 1 END,
                                A.INVDATE, A.INVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
       000-APPLY-ON-ACCOUNT-ITEMS.
      *
           PERFORM 050-ACCEPT-APPLY-DATE.
           IF VALID-CURSOR
               PERFORM 060-CHECK-POSTING-PERIOD.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ON-ACCOUNT CASH APPLICATION REGISTER'.
           DISPLAY 'APPLICATION DATE: ' APPLY-DATE.
           IF PERLOCK-ROLLED-FORWARD
               DISPLAY 'ROLLED FORWARD FROM CLOSED-PERIOD DATE '
                       PERLOCK-TRANS-DATE.
           DISPLAY '---------------------------------------------'.
           IF PERIOD-REFUSED
               DISPLAY '**** APPLICATION DATE IS IN A CLOSED PERIOD'
                       ' -- NOTHING APPLIED ****'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-OPEN-ON-ACCOUNT-CURSOR
               IF VALID-CURSOR
                   PERFORM 200-APPLY-ON-ACCOUNT-ITEM
                       UNTIL END-OF-ON-ACCOUNT
                          OR NOT-VALID-CURSOR
                   PERFORM 300-CLOSE-ON-ACCOUNT-CURSOR
               END-IF
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY ITEMS-APPLIED-COUNT    ' ITEM(S) APPLIED.'.
           DISPLAY PAYMENTS-CREATED-COUNT ' PAYMENT(S) CREATED.'.
           DISPLAY ITEMS-FAILED-COUNT     ' ITEM(S) FAILED.'.
           DISPLAY CHILD-PAYMENTS-COUNT
                   ' PAYMENT(S) APPLIED FOR A CHILD ACCOUNT.'.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- APPLICATION INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE.
           IF VALID-CURSOR AND NOT PERIOD-REFUSED
               PERFORM 400-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       050-ACCEPT-APPLY-DATE.
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO VALID-CURSOR-SW
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS.
      *
       060-CHECK-POSTING-PERIOD.
      *
           MOVE APPLY-DATE TO PERLOCK-TRANS-DATE.
           MOVE 'C' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           EVALUATE TRUE
               WHEN PERLOCK-ROLLED-FORWARD
                   MOVE PERLOCK-POST-DATE TO APPLY-DATE
               WHEN PERLOCK-CLOSED
                   MOVE 'Y' TO PERIOD-REFUSED-SW
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       100-OPEN-ON-ACCOUNT-CURSOR.
      *
       200-APPLY-ON-ACCOUNT-ITEM.
      *
           MOVE 'Y' TO ITEM-VALID-SW.
           MOVE 0   TO TOUCHED-COUNT.
           PERFORM 210-FETCH-ON-ACCOUNT-ROW.
           IF NOT END-OF-ON-ACCOUNT
               IF VALID-CURSOR
                       END-IF
                       MOVE ONCUSTNO TO CS-CUSTNO
                       PERFORM 850-UPDATE-CUSTOMER-SUMMARY
                       PERFORM 280-UPDATE-TOUCHED-SUMMARY
                           VARYING TOUCHED-SUB FROM 1 BY 1
                           UNTIL TOUCHED-SUB > TOUCHED-COUNT
                   ELSE
                       EXEC SQL
                           ROLLBACK
           EXEC SQL
               FETCH ONCURS
                   INTO :ONCUSTNO,  :ONTYPE,   :ONDATE,
                        :ONCHECKNO, :ONAMT,    :ONAPPLIED,
                        :ON-REF-INVNO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-ON-ACCOUNT-SW
               PERFORM 250-INSERT-APPLIED-PAYMENT
               IF ITEM-VALID
                   SUBTRACT APPLIED-AMOUNT FROM REMAINING-AMOUNT
                   PERFORM 275-NOTE-TOUCHED-CUSTOMER
                   PERFORM 270-PRINT-REGISTER-LINE.
      *
       240-FETCH-OPEN-INVOICE.
      *
           EXEC SQL
               FETCH OPENCURS
                   INTO :INVNO, :PAY-BENEF-CUSTNO, :INV-BALANCE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
           MOVE APPLY-DATE     TO PAYDATE.
           MOVE APPLIED-AMOUNT TO PAYAMT.
           MOVE ONCHECKNO      TO PAYCHECKNO.
           MOVE ONCUSTNO       TO PAY-PAYER-CUSTNO.
           EXEC SQL
               INSERT INTO MM01.PAYMENT
                      (PAYINVNO,  PAYDATE,  PAYAMT,  PAYCHECKNO,
                       PAYCOMP,   PAYPAYER, PAYBENEF)
                   SELECT :PAYINVNO, :PAYDATE, :PAYAMT, :PAYCHECKNO,
                          INVCOMP,   :PAY-PAYER-CUSTNO, INVCUST
                       FROM MM01.INVOICE
                           WHERE INVNO = :PAYINVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ITEM-VALID-SW
           ELSE
               ADD 1 TO PAYMENTS-CREATED-COUNT
               IF PAY-BENEF-CUSTNO NOT = ONCUSTNO
                   ADD 1 TO CHILD-PAYMENTS-COUNT
               END-IF
               ADD APPLIED-AMOUNT TO TOTAL-APPLIED
               IF PERLOCK-ROLLED-FORWARD
                   PERFORM 255-LOG-ROLLED-FORWARD.
      *
       255-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'INV ' INVNO ' CUST ' ONCUSTNO ' CHK ' ONCHECKNO
               DELIMITED BY SIZE INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N' TO ITEM-VALID-SW
               MOVE 'F' TO PERLOCK-STATUS.
      *
       260-UPDATE-ON-ACCOUNT-ROW.
      *
       270-PRINT-REGISTER-LINE.
      *
           MOVE APPLIED-AMOUNT TO EDITED-AMOUNT.
           IF PAY-BENEF-CUSTNO = ONCUSTNO
               DISPLAY 'CUST ' ONCUSTNO ' ' ONTYPE ' CHECK ' ONCHECKNO
                       ' APPLIED ' EDITED-AMOUNT ' TO INVOICE ' INVNO
           ELSE
               DISPLAY 'CUST ' ONCUSTNO ' ' ONTYPE ' CHECK ' ONCHECKNO
                       ' APPLIED ' EDITED-AMOUNT ' TO INVOICE ' INVNO
                       ' FOR CHILD ' PAY-BENEF-CUSTNO.
      *
       275-NOTE-TOUCHED-CUSTOMER.
      *
      *    THE ON-ACCOUNT CUSTOMER'S OWN SUMMARY IS ALWAYS REDONE,
      *    SO ONLY THE OTHER CUSTOMERS IN THE TREE ARE LISTED.
      *
           IF PAY-BENEF-CUSTNO NOT = ONCUSTNO
               MOVE 'N' TO TOUCHED-FOUND-SW
               PERFORM 276-FIND-TOUCHED-CUSTOMER
                   VARYING TOUCHED-SUB FROM 1 BY 1
                   UNTIL TOUCHED-SUB > TOUCHED-COUNT
                      OR TOUCHED-FOUND
               IF NOT TOUCHED-FOUND
                   IF TOUCHED-COUNT < TOUCHED-MAX
                       ADD 1 TO TOUCHED-COUNT
                       MOVE PAY-BENEF-CUSTNO
                           TO TOUCHED-CUSTNO (TOUCHED-COUNT)
                   ELSE
                       DISPLAY '**** SUMMARY NOT REFRESHED FOR CUST '
                               PAY-BENEF-CUSTNO ' ****'.
      *
       276-FIND-TOUCHED-CUSTOMER.
      *
           IF TOUCHED-CUSTNO (TOUCHED-SUB) = PAY-BENEF-CUSTNO
               MOVE 'Y' TO TOUCHED-FOUND-SW.
      *
       280-UPDATE-TOUCHED-SUMMARY.
      *
           MOVE TOUCHED-CUSTNO (TOUCHED-SUB) TO CS-CUSTNO.
           PERFORM 850-UPDATE-CUSTOMER-SUMMARY.
      *
       300-CLOSE-ON-ACCOUNT-CURSOR.
      *
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-MARK-RUN-COMPLETE.
      *
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
       850-UPDATE-CUSTOMER-SUMMARY.
      *
