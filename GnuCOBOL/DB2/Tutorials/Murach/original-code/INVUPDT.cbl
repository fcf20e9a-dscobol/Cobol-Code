           05  ITR-RECORD-TYPE          PIC X.
               88  ITR-HEADER-RECORD        VALUE 'H'.
               88  ITR-DETAIL-RECORD        VALUE 'D'.
               88  ITR-CORRECTION-RECORD    VALUE 'C'.
           05  ITR-TRANSACTION-CODE     PIC X.
           05  ITR-TRANSACTION-DATA     PIC X(57).
           05  ITR-HEADER-DATA REDEFINES ITR-TRANSACTION-DATA.
               10  ITR-LI-QTY           PIC 9(5).
               10  ITR-LI-PRICE         PIC 9(5)V99.
               10  FILLER               PIC X(10).
      *
      *    A CREDIT-AND-REBILL GROUP IS A 'C' HEADER FOR THE
      *    REPLACEMENT INVOICE, ONE CORRECTION RECORD NAMING THE
      *    ORIGINAL AND WHY IT IS BEING CORRECTED, AND THE
      *    REPLACEMENT'S DETAIL LINES.
      *
           05  ITR-CORRECTION-DATA REDEFINES ITR-TRANSACTION-DATA.
               10  ITR-CR-INVNO         PIC X(6).
               10  ITR-CR-ORIGINV       PIC X(6).
               10  ITR-CR-REASON        PIC XX.
               10  ITR-CR-REASON-TEXT   PIC X(30).
               10  FILLER               PIC X(13).
           05  ITR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
               88  REASON-NO-EXCH-RATE       VALUE 'CU'.
               88  REASON-CREDIT-HOLD        VALUE 'CH'.
               88  REASON-SHIPTO-NOT-FOUND   VALUE 'SH'.
               88  REASON-PERIOD-CLOSED      VALUE 'PC'.
               88  REASON-NO-CORRECTION      VALUE 'NR'.
               88  REASON-ORIG-NOT-OPEN      VALUE 'OI'.
               88  REASON-ORIG-OTHER-CUST    VALUE 'OC'.
               88  REASON-OVERPAID           VALUE 'OP'.
      *
       FD  ALLOCOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS.
      *
      *    EVERY POSTED INVOICE LINE GOES OUT AS A STOCK
      *    ALLOCATION REQUEST FOR THE WAREHOUSE SIDE, WHICH
      *    ALLOCATES AND DECREMENTS THE GADGET STOCK FILE AND
      *    BACKORDERS WHATEVER IT CANNOT FILL.  THE CUSTOMER AND
      *    REP RIDE ALONG SO A BACKORDER CAN BE TRACED BACK TO
      *    WHO IS WAITING FOR IT.
      *
       01  ALLOCATION-REQUEST-RECORD.
      *
           05  ALR-INVNO                PIC X(6).
           05  ALR-PRODNO               PIC X(6).
           05  ALR-QTY                  PIC 9(5).
           05  ALR-CUSTNO               PIC X(6).
           05  ALR-REP                  PIC X(3).
           05  FILLER                   PIC X(3).
      *
       WORKING-STORAGE SECTION.
      *
           05  VALID-INVOICE-COUNT      PIC S9(7) COMP VALUE 0.
           05  INVALID-INVOICE-COUNT    PIC S9(7) COMP VALUE 0.
           05  CORRECTION-COUNT         PIC S9(7) COMP VALUE 0.
      *
       01  PENDING-HEADER.
      *
           05  PH-INVTERMS-IND          PIC S9(4) COMP.
           05  PH-INVTAXEX              PIC X.
           05  PH-SHIPTO                PIC X(3).
           05  PH-CUSTPO                PIC X(15).
           05  PH-USER-ID               PIC X(8).
           05  PH-ORIGINV               PIC X(6).
           05  PH-ORIGINV-IND           PIC S9(4) COMP.
           05  PH-TERMDATE              PIC X(10).
           05  PH-TERMDATE-IND          PIC S9(4) COMP.
           05  PH-CR-REASON             PIC XX.
           05  PH-CR-REASON-TEXT        PIC X(30).
      *
       01  CORRECTION-FIELDS.
      *
      *    THE ORIGINAL INVOICE AS IT STOOD BEFORE THE CORRECTION.
      *    ITS FULL AMOUNTS ARE THE CREDIT; CR-MOVED-PAYMENTS IS
      *    WHAT HAD BEEN APPLIED TO IT AND IS MOVED ACROSS.
      *
           05  CR-ORIG-CUST             PIC X(6).
           05  CR-ORIG-SUBT             PIC S9(9)V99 COMP-3.
           05  CR-ORIG-TAX              PIC S9(7)V99 COMP-3.
           05  CR-ORIG-SHIP             PIC S9(7)V99 COMP-3.
           05  CR-ORIG-TOTAL            PIC S9(9)V99 COMP-3.
           05  CR-MOVED-PAYMENTS        PIC S9(9)V99 COMP-3.
      *
       01  TAX-PRICING-FIELDS.
      *
           05  CN-OLD-EXTENSION         PIC S9(9)V99 COMP-3.
           05  CN-NEW-EXTENSION         PIC S9(9)V99 COMP-3.
           05  CN-APPLIED-LINE-COUNT    PIC S9(7)    COMP VALUE 0.
      *
       01  QUANTITY-BREAK-FIELDS.
      *
           05  QB-QTY                   PIC S9(9)    COMP.
           05  QB-PRICE                 PIC S9(5)V99 COMP-3.
           05  QB-PRICE-SOURCE          PIC X.
           05  QB-APPLIED-LINE-COUNT    PIC S9(7)    COMP VALUE 0.
      *
       01  DEFERRAL-SCHEDULE-FIELDS.
      *
      *    A RECURRING INVOICE BILLED IN ADVANCE ARRIVES WITH A
      *    PENDING PLAN IN MM01.DEFPLAN.  POSTING IT SPREADS THE
      *    SUBTOTAL EVENLY OVER THE SERVICE MONTHS IN
      *    MM01.DEFSCHED - THE LAST MONTH TAKES THE ROUNDING - SO
      *    THE MONTH-END RELEASE CAN EARN IT A MONTH AT A TIME.
      *
           05  DF-MONTHS                PIC S9(4)    COMP.
           05  DF-START                 PIC X(10).
           05  DF-YEAR                  PIC 9(4).
           05  DF-MONTH                 PIC 9(2).
           05  DF-SEQ                   PIC S9(4)    COMP.
           05  DF-PERIOD                PIC X(7).
           05  DF-INVSUBT               PIC S9(9)V99 COMP-3.
           05  DF-MONTH-AMOUNT          PIC S9(9)V99 COMP-3.
           05  DF-AMOUNT                PIC S9(9)V99 COMP-3.
           05  DF-SCHEDULED             PIC S9(9)V99 COMP-3.
           05  DF-SCHEDULE-COUNT        PIC S9(7)    COMP VALUE 0.
      *
       01  REP-CHECK-FIELDS.
      *
           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    AN INVOICE DATED IN A CLOSED ACCOUNTING PERIOD IS
      *    REFUSED OR ROLLED FORWARD TO THE FIRST OPEN PERIOD,
      *    AS THE PERIOD'S CLOSE SAYS.  PERLOCK-TRANS-DATE KEEPS
      *    THE DATE AS ENTERED FOR THE BADTRAN FILE.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'INVUPDT '.
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
           05  BZD-PROGRAM              PIC X(8) VALUE 'INVUPDT '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  CREDIT-CHECK-FIELDS.
      *
               10  PD-QTY               PIC 9(5).
               10  PD-PRICE             PIC 9(5)V99.
               10  PD-COST              PIC S9(5)V99 COMP-3.
               10  PD-LIST-PRICE        PIC S9(5)V99 COMP-3.
               10  PD-PRICE-SOURCE      PIC X.
                   88  PD-KEYED-PRICE       VALUE 'K'.
                   88  PD-BREAK-PRICE       VALUE 'Q'.
                   88  PD-CONTRACT-PRICE    VALUE 'C'.
      *
           COPY EOJSTAT.
      *
           IF CN-APPLIED-LINE-COUNT > 0
               DISPLAY CN-APPLIED-LINE-COUNT
                   ' LINE(S) PRICED FROM CONTRACT.'.
           IF QB-APPLIED-LINE-COUNT > 0
               DISPLAY QB-APPLIED-LINE-COUNT
                   ' LINE(S) PRICED FROM QUANTITY BREAK.'.
           IF DF-SCHEDULE-COUNT > 0
               DISPLAY DF-SCHEDULE-COUNT
                   ' INVOICE(S) SCHEDULED TO DEFERRED REVENUE.'.
           IF CORRECTION-COUNT > 0
               DISPLAY CORRECTION-COUNT
                   ' INVOICE(S) CREDITED AND REBILLED.'.
           IF ROLLED-FORWARD-COUNT > 0
               DISPLAY ROLLED-FORWARD-COUNT
                   ' INVOICE(S) ROLLED FORWARD OUT OF A CLOSED PERIOD.'.
           IF TOTAL-RETRY-COUNT > 0
               DISPLAY TOTAL-RETRY-COUNT
                   ' DEADLOCK RETRY(S) PERFORMED.'.
           MOVE INVALID-INVOICE-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           PERFORM 950-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       100-POST-INVOICE-TRANSACTION.
                   PERFORM 210-START-PENDING-GROUP
               WHEN ITR-DETAIL-RECORD
                   PERFORM 220-ADD-PENDING-DETAIL
               WHEN ITR-CORRECTION-RECORD
                   PERFORM 230-ADD-CORRECTION-REFERENCE
               WHEN OTHER
                   MOVE SPACES TO BTR-REASON-CODE
                   PERFORM 900-WRITE-BAD-TRANS-RECORD
           MOVE SPACES               TO PH-INVCURR.
           MOVE ZERO                 TO PH-INVCURAMT.
           MOVE 'N'                  TO PH-INVTAXEX.
           MOVE SPACES               TO PH-ORIGINV
                                        PH-TERMDATE
                                        PH-CR-REASON
                                        PH-CR-REASON-TEXT.
           MOVE -1                   TO PH-ORIGINV-IND
                                        PH-TERMDATE-IND.
           COMPUTE PH-INVTOTAL = PH-INVSUBT + PH-INVTAX + PH-INVSHIP.
           MOVE ITR-INVDATE          TO PERLOCK-TRANS-DATE.
           MOVE '0'                  TO PERLOCK-STATUS.
           IF PH-TRANSACTION-CODE NOT = 'D'
               PERFORM 215-CHECK-POSTING-PERIOD.
      *
       215-CHECK-POSTING-PERIOD.
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
                   MOVE PERLOCK-POST-DATE TO PH-INVDATE
               WHEN PERLOCK-CLOSED
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'PC' TO BTR-REASON-CODE
               WHEN PERLOCK-FAILED
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       220-ADD-PENDING-DETAIL.
      *
                   MOVE ITR-LI-QTY    TO PD-QTY(PD-INDEX)
                   MOVE ITR-LI-PRICE  TO PD-PRICE(PD-INDEX)
                   MOVE ZERO          TO PD-COST(PD-INDEX)
                   MOVE ZERO          TO PD-LIST-PRICE(PD-INDEX)
                   MOVE 'K'           TO PD-PRICE-SOURCE(PD-INDEX)
                   PERFORM 225-VALIDATE-DETAIL-PRODUCT
                   IF GROUP-VALID
      *
      *    THE COST IN FORCE AT BILLING TIME IS FROZEN ONTO THE
      *    LINE, SO A LATER COST CHANGE NEVER REWRITES MARGIN
      *    HISTORY.  SO IS THE LIST PRICE, SO THE MARGIN REPORT
      *    CAN SHOW WHAT A QUANTITY BREAK GAVE AWAY.
      *
                       MOVE PC-COST  TO PD-COST(PD-INDEX)
                       MOVE PC-PRICE TO PD-LIST-PRICE(PD-INDEX)
                   END-IF
                   IF GROUP-VALID
                       PERFORM 227-APPLY-QUANTITY-BREAK
                   END-IF
                   IF GROUP-VALID
                       PERFORM 228-APPLY-CONTRACT-PRICE
                   END-IF
               END-IF
           END-IF.
      *
       230-ADD-CORRECTION-REFERENCE.
      *
           IF NOT PENDING-GROUP
              OR PH-TRANSACTION-CODE NOT = 'C'
              OR ITR-CR-INVNO NOT = PH-INVNO
               PERFORM 900-WRITE-BAD-TRANS-RECORD
           ELSE
               MOVE ITR-CR-ORIGINV     TO PH-ORIGINV
               MOVE ITR-CR-REASON      TO PH-CR-REASON
               MOVE ITR-CR-REASON-TEXT TO PH-CR-REASON-TEXT
               MOVE 0                  TO PH-ORIGINV-IND.
      *
       225-VALIDATE-DETAIL-PRODUCT.
      *
                       DISPLAY '   MASTER PRICE = ' PC-PRICE
                   END-IF
           END-EVALUATE.
      *
       227-APPLY-QUANTITY-BREAK.
      *
      *    THE PRODUCT'S PRICE-BREAK SCHEDULE IN EFFECT ON THE
      *    INVOICE DATE IS READ FOR THE HIGHEST TIER THE LINE
      *    QUANTITY REACHES.  THE BREAK ONLY EVER LOWERS THE KEYED
      *    PRICE - A LINE CONVERTED FROM AN ORDER WAS PRICED ON
      *    THE FULL ORDERED QUANTITY, AND A PARTIAL SHIPMENT OF IT
      *    MUST NOT FALL BACK TO A SMALLER-QUANTITY TIER.  THE
      *    INVOICE SUBTOTAL IS ADJUSTED AS FOR A CONTRACT PRICE.
      *
           MOVE PD-QTY(PD-INDEX) TO QB-QTY.
           EXEC SQL
               SELECT T.PTPRICE
                   INTO :QB-PRICE
                   FROM MM01.PRODTIER T
                       WHERE T.PTPRODNO  = :ITR-LI-PRODNO
                         AND T.PTENDDATE >= :PH-INVDATE
                         AND T.PTEFFDATE =
                             (SELECT MAX(PTEFFDATE)
                                  FROM MM01.PRODTIER
                                  WHERE PTPRODNO  = :ITR-LI-PRODNO
                                    AND PTEFFDATE <= :PH-INVDATE)
                         AND T.PTMINQTY  =
                             (SELECT MAX(PTMINQTY)
                                  FROM MM01.PRODTIER
                                  WHERE PTPRODNO  = :ITR-LI-PRODNO
                                    AND PTEFFDATE = T.PTEFFDATE
                                    AND PTMINQTY <= :QB-QTY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN QB-PRICE < PD-PRICE(PD-INDEX)
                   COMPUTE CN-OLD-EXTENSION =
                       PD-PRICE(PD-INDEX) * PD-QTY(PD-INDEX)
                   COMPUTE CN-NEW-EXTENSION =
                       QB-PRICE * PD-QTY(PD-INDEX)
                   COMPUTE PH-INVSUBT = PH-INVSUBT
                       - CN-OLD-EXTENSION + CN-NEW-EXTENSION
                   COMPUTE PH-INVTOTAL =
                       PH-INVSUBT + PH-INVTAX + PH-INVSHIP
                   MOVE QB-PRICE TO PD-PRICE(PD-INDEX)
                   MOVE 'Q'      TO PD-PRICE-SOURCE(PD-INDEX)
                   ADD 1 TO QB-APPLIED-LINE-COUNT
               WHEN QB-PRICE = PD-PRICE(PD-INDEX)
                   MOVE 'Q'      TO PD-PRICE-SOURCE(PD-INDEX)
                   ADD 1 TO QB-APPLIED-LINE-COUNT
           END-EVALUATE.
      *
       228-APPLY-CONTRACT-PRICE.
      *
      *    DATE OVERRIDES THE KEYED LINE PRICE, AND THE KEYED
      *    INVOICE SUBTOTAL IS ADJUSTED BY THE SAME DIFFERENCE SO
      *    THE HEADER STILL AGREES WITH ITS LINES.  THE PRODUCT
      *    MASTER PRICE IS ONLY THE FALLBACK.  WHEN A QUANTITY
      *    BREAK HAS ALREADY PRICED THE LINE LOWER THAN THE
      *    CONTRACT, THE CUSTOMER KEEPS THE BREAK.
      *
           EXEC SQL
               SELECT CPPRICE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN PD-BREAK-PRICE(PD-INDEX)
                AND CN-PRICE NOT < PD-PRICE(PD-INDEX)
                   CONTINUE
               WHEN CN-PRICE NOT = PD-PRICE(PD-INDEX)
                   COMPUTE CN-OLD-EXTENSION =
                       PD-PRICE(PD-INDEX) * PD-QTY(PD-INDEX)
                   COMPUTE PH-INVTOTAL =
                       PH-INVSUBT + PH-INVTAX + PH-INVSHIP
                   MOVE CN-PRICE TO PD-PRICE(PD-INDEX)
                   MOVE 'C'      TO PD-PRICE-SOURCE(PD-INDEX)
                   ADD 1 TO CN-APPLIED-LINE-COUNT
               WHEN OTHER
                   MOVE 'C'      TO PD-PRICE-SOURCE(PD-INDEX)
                   ADD 1 TO CN-APPLIED-LINE-COUNT
           END-EVALUATE.
      *
           IF GROUP-VALID
               PERFORM 260-COMMIT-PENDING-GROUP
               ADD 1 TO VALID-INVOICE-COUNT
               IF PH-TRANSACTION-CODE = 'C'
                   ADD 1 TO CORRECTION-COUNT
               END-IF
               IF PERLOCK-ROLLED-FORWARD
                   ADD 1 TO ROLLED-FORWARD-COUNT
               END-IF
               IF PH-TRANSACTION-CODE = 'A'
                   PERFORM 290-WRITE-ALLOCATION-REQUESTS
               END-IF
           PERFORM 206-CHECK-AUTHORIZATION.
           IF GROUP-VALID
               PERFORM 207-POST-GROUP-BY-CODE.
           IF GROUP-VALID AND PERLOCK-ROLLED-FORWARD
               PERFORM 209-LOG-ROLLED-FORWARD.
           IF NOT GROUP-VALID
              AND (SQLCODE = -911 OR SQLCODE = -913)
               MOVE 'Y' TO DEADLOCK-HIT-SW.
                   IF GROUP-VALID
                       PERFORM 320-REPLACE-INVOICE-HEADER
                   END-IF
      *
      *    A CORRECTION IS NOT HELD TO THE DELINQUENCY HOLD OR THE
      *    CREDIT LIMIT - IT REPLACES EXPOSURE ALREADY BOOKED RATHER
      *    THAN ADDING TO IT.
      *
               WHEN 'C'
                   PERFORM 245-VALIDATE-SALES-REP
                   IF GROUP-VALID
                       PERFORM 250-PRICE-INVOICE-TAX
                   END-IF
                   IF GROUP-VALID
                       PERFORM 252-PRICE-INVOICE-CURRENCY
                   END-IF
                   IF GROUP-VALID
                       PERFORM 500-VALIDATE-CORRECTION
                   END-IF
                   IF GROUP-VALID
                       PERFORM 300-INSERT-INVOICE-HEADER
                   END-IF
                   IF GROUP-VALID
                       PERFORM 510-MOVE-APPLIED-PAYMENTS
                   END-IF
                   IF GROUP-VALID
                       PERFORM 520-ARCHIVE-ORIGINAL-INVOICE
                   END-IF
                   IF GROUP-VALID
                       PERFORM 525-MOVE-DEFERRAL-PLAN
                   END-IF
                   IF GROUP-VALID
                       PERFORM 530-INSERT-CORRECTION-ROW
                   END-IF
               WHEN 'D'   PERFORM 340-DELETE-INVOICE-HEADER
               WHEN OTHER MOVE 'N' TO GROUP-VALID-SW
           END-EVALUATE.
           MOVE 'Y' TO GROUP-VALID-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 205-POST-PENDING-GROUP-ONCE.
      *
       209-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'INVOICE ' PH-INVNO ' CUST ' PH-INVCUST
               DELIMITED BY SIZE INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
               MOVE 'F'  TO PERLOCK-STATUS.
      *
       245-VALIDATE-SALES-REP.
      *
           MOVE PH-TRANSACTION-CODE  TO ITR-TRANSACTION-CODE.
           MOVE PH-INVNO             TO ITR-INVNO.
           MOVE PH-INVCUST           TO ITR-INVCUST.
           MOVE PERLOCK-TRANS-DATE   TO ITR-INVDATE.
           MOVE PH-INVSUBT           TO ITR-INVSUBT.
           MOVE PH-INVTAX            TO ITR-INVTAX.
           MOVE PH-INVSHIP           TO ITR-INVSHIP.
           MOVE PH-SHIPTO            TO ITR-SHIPTO.
           MOVE PH-USER-ID           TO ITR-USER-ID.
           PERFORM 900-WRITE-BAD-TRANS-RECORD.
           IF PH-TRANSACTION-CODE = 'C'
               PERFORM 283-WRITE-BAD-CORRECTION.
           PERFORM 282-WRITE-BAD-DETAILS.
      *
       282-WRITE-BAD-DETAILS.
           SET PD-INDEX TO 1.
           PERFORM 284-WRITE-ONE-BAD-DETAIL
               UNTIL PD-INDEX > PENDING-DETAIL-COUNT.
      *
       283-WRITE-BAD-CORRECTION.
      *
           MOVE SPACES               TO ITR-TRANSACTION-DATA.
           MOVE 'C'                  TO ITR-RECORD-TYPE.
           MOVE PH-TRANSACTION-CODE  TO ITR-TRANSACTION-CODE.
           MOVE PH-INVNO             TO ITR-CR-INVNO.
           MOVE PH-ORIGINV           TO ITR-CR-ORIGINV.
           MOVE PH-CR-REASON         TO ITR-CR-REASON.
           MOVE PH-CR-REASON-TEXT    TO ITR-CR-REASON-TEXT.
           PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       284-WRITE-ONE-BAD-DETAIL.
      *
           MOVE PH-INVTAX   TO INVTAX.
           MOVE PH-INVSHIP  TO INVSHIP.
           MOVE PH-INVTOTAL TO INVTOTAL.
           IF PH-TRANSACTION-CODE NOT = 'C'
               PERFORM 305-GET-ORDER-CUSTOMER-PO.
      *
      *    INVORIGINV AND INVTERMDT ARE SET ONLY ON A CORRECTION'S
      *    REPLACEMENT - THE LINK BACK TO THE ORIGINAL INVOICE AND
      *    THE TERMS DATE CARRIED OVER FROM IT.  MM01.INVHIST
      *    CARRIES THE SAME COLUMNS.
      *
           IF GROUP-VALID
               EXEC SQL
                   INSERT INTO MM01.INVOICE
                          (INVNO,    INVCUST,   INVDATE,
                           INVSUBT,  INVTAX,    INVSHIP,   INVTOTAL,
                           INVREP,   INVCURR,   INVCURAMT, INVTERMS,
                           INVTAXEX, INVSHIPTO, INVCUSTPO, INVCOMP,
                           INVORIGINV, INVTERMDT)
                       SELECT :INVNO,   :INVCUST,  :INVDATE,
                              :INVSUBT, :INVTAX,   :INVSHIP,
                              :INVTOTAL,
                              :PH-INVREP, :PH-INVCURR, :PH-INVCURAMT,
                              :PH-INVTERMS, :PH-INVTAXEX, :PH-SHIPTO,
                              :PH-CUSTPO, CUSTCOMP,
                              :PH-ORIGINV:PH-ORIGINV-IND,
                              :PH-TERMDATE:PH-TERMDATE-IND
                           FROM MM01.CUSTOMER
                               WHERE CUSTNO = :INVCUST
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO GROUP-VALID-SW
               ELSE
                   PERFORM 350-UPDATE-CUSTOMER-LAST-ORDER
                   PERFORM 400-INSERT-PENDING-DETAILS
                   IF GROUP-VALID
                       PERFORM 360-WRITE-DEFERRAL-SCHEDULE.
      *
       305-GET-ORDER-CUSTOMER-PO.
      *
      *    AN INVOICE CONVERTED FROM AN ORDER CARRIES THE
      *    CUSTOMER'S PURCHASE ORDER NUMBER FROM THE ORDER HEADER.
      *    THE CONVERSION HAS ALREADY STAMPED THE SHIPMENT
      *    CONFIRMATIONS WITH THIS INVOICE NUMBER, WHICH IS THE
      *    LINK BACK TO THE ORDER.  A KEYED INVOICE HAS NONE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(B.OHCUSTPO), ' ')
                   INTO :PH-CUSTPO
                   FROM MM01.SHIPCONF A
                       INNER JOIN MM01.ORDHDR B
                   ON A.SCORDNO = B.OHORDNO
                   WHERE A.SCINVNO = :PH-INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO GROUP-VALID-SW.
      *
       320-REPLACE-INVOICE-HEADER.
      *
                      INVCURAMT = :PH-INVCURAMT,
                      INVTERMS = :PH-INVTERMS,
                      INVTAXEX = :PH-INVTAXEX,
                      INVSHIPTO = :PH-SHIPTO,
                      INVCOMP  = (SELECT CUSTCOMP
                                      FROM MM01.CUSTOMER
                                      WHERE CUSTNO = :INVCUST)
               WHERE  INVNO    = :INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO GROUP-VALID-SW.
      *
       360-WRITE-DEFERRAL-SCHEDULE.
      *
           EXEC SQL
               SELECT DPMONTHS, DPSTART
                   INTO :DF-MONTHS, :DF-START
                   FROM MM01.DEFPLAN
                       WHERE DPINVNO  = :PH-INVNO
                         AND DPSTATUS = 'P'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO GROUP-VALID-SW
               WHEN DF-MONTHS < 1
                   MOVE 'N' TO GROUP-VALID-SW
               WHEN OTHER
                   MOVE PH-INVSUBT    TO DF-INVSUBT
                   COMPUTE DF-MONTH-AMOUNT = DF-INVSUBT / DF-MONTHS
                   MOVE ZERO          TO DF-SCHEDULED
                   MOVE DF-START(1:4) TO DF-YEAR
                   MOVE DF-START(6:2) TO DF-MONTH
                   MOVE 1             TO DF-SEQ
                   PERFORM 365-INSERT-ONE-SCHEDULE-MONTH
                       UNTIL DF-SEQ > DF-MONTHS
                          OR NOT GROUP-VALID
                   IF GROUP-VALID
                       PERFORM 368-MARK-PLAN-SCHEDULED
                   END-IF
           END-EVALUATE.
      *
       365-INSERT-ONE-SCHEDULE-MONTH.
      *
           IF DF-SEQ = DF-MONTHS
               COMPUTE DF-AMOUNT = DF-INVSUBT - DF-SCHEDULED
           ELSE
               MOVE DF-MONTH-AMOUNT TO DF-AMOUNT.
           MOVE SPACES TO DF-PERIOD.
           STRING DF-YEAR '-' DF-MONTH DELIMITED BY SIZE
               INTO DF-PERIOD.
           EXEC SQL
               INSERT INTO MM01.DEFSCHED
                      (DSINVNO,    DSSEQ,      DSPERIOD,
                       DSAMOUNT,   DSRELEASED, DSRELDATE)
               VALUES (:PH-INVNO,  :DF-SEQ,    :DF-PERIOD,
                       :DF-AMOUNT, 'N',        NULL)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO GROUP-VALID-SW
           ELSE
               ADD DF-AMOUNT TO DF-SCHEDULED
               ADD 1 TO DF-SEQ
               ADD 1 TO DF-MONTH
               IF DF-MONTH > 12
                   MOVE 1 TO DF-MONTH
                   ADD 1 TO DF-YEAR.
      *
       368-MARK-PLAN-SCHEDULED.
      *
           EXEC SQL
               UPDATE MM01.DEFPLAN
                  SET DPSTATUS  = 'S',
                      DPAMOUNT  = :DF-INVSUBT,
                      DPINVDATE = :PH-INVDATE
                WHERE DPINVNO   = :PH-INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO GROUP-VALID-SW
           ELSE
               ADD 1 TO DF-SCHEDULE-COUNT.
      *
       400-INSERT-PENDING-DETAILS.
      *
           MOVE PD-QTY(PD-INDEX)    TO LIQTY.
           MOVE PD-PRICE(PD-INDEX)  TO LIPRICE.
           MOVE PD-COST(PD-INDEX)   TO PC-COST.
           MOVE PD-LIST-PRICE(PD-INDEX) TO PC-PRICE.
           MOVE PD-PRICE-SOURCE(PD-INDEX) TO QB-PRICE-SOURCE.
           EXEC SQL
               INSERT INTO MM01.LINEITEM
                      (LIINVNO,   LILINE,    LIPRODNO,
                       LIDESC,    LIQTY,     LIPRICE,
                       LICOST,    LILISTPR,  LIPRSRC)
               VALUES (:LIINVNO,  :LILINE,   :LIPRODNO,
                       :LIDESC,   :LIQTY,    :LIPRICE,
                       :PC-COST,  :PC-PRICE,  :QB-PRICE-SOURCE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO GROUP-VALID-SW.
      *    POSTED, SO SENDING ITS QUANTITIES AGAIN WOULD DECREMENT
      *    THE STOCK FILE TWICE; QUANTITY CORRECTIONS ON A REPLACE
      *    ARE HANDLED BY THE WAREHOUSE AS PHYSICAL ADJUSTMENTS.
      *    A CREDIT-AND-REBILL CORRECTION IS TREATED THE SAME WAY.
      *
           SET PD-INDEX TO 1.
           PERFORM 295-WRITE-ONE-ALLOCATION
           MOVE PH-INVNO            TO ALR-INVNO.
           MOVE PD-PRODNO(PD-INDEX) TO ALR-PRODNO.
           MOVE PD-QTY(PD-INDEX)    TO ALR-QTY.
           MOVE PH-INVCUST          TO ALR-CUSTNO.
           MOVE PH-INVREP           TO ALR-REP.
           WRITE ALLOCATION-REQUEST-RECORD.
           SET PD-INDEX UP BY 1.
      *
       500-VALIDATE-CORRECTION.
      *
      *    THE ORIGINAL NAMED ON THE CORRECTION RECORD MUST STILL
      *    BE OPEN AND BILLED TO THE SAME CUSTOMER.  THE
      *    REPLACEMENT TAKES OVER ITS TERMS, ITS PURCHASE ORDER
      *    NUMBER, AND ITS TERMS DATE - AGING, DUNNING, FINANCE
      *    CHARGES, AND CREDIT HOLDS COUNT FROM THE TERMS DATE, SO
      *    THE CUSTOMER IS NOT PENALIZED FOR THE REBILL.  AN
      *    ORIGINAL THAT WAS ITSELF A REPLACEMENT PASSES ITS OWN
      *    CARRIED-OVER TERMS DATE ON.
      *
           IF PH-ORIGINV-IND < 0
              OR PH-CR-REASON = SPACES
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'NR' TO BTR-REASON-CODE
           ELSE
               IF PH-ORIGINV = PH-INVNO
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'OI' TO BTR-REASON-CODE.
           IF GROUP-VALID
               EXEC SQL
                   SELECT INVCUST,  INVSUBT,  INVTAX,
                          INVSHIP,  INVTOTAL,
                          COALESCE(INVTERMS, ' '),
                          COALESCE(INVTERMDT, INVDATE),
                          COALESCE(INVCUSTPO, ' ')
                       INTO :CR-ORIG-CUST,  :CR-ORIG-SUBT,
                            :CR-ORIG-TAX,   :CR-ORIG-SHIP,
                            :CR-ORIG-TOTAL, :PH-INVTERMS,
                            :PH-TERMDATE,   :PH-CUSTPO
                       FROM MM01.INVOICE
                           WHERE INVNO = :PH-ORIGINV
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'OI' TO BTR-REASON-CODE
                   WHEN SQLCODE NOT = 0
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
                   WHEN CR-ORIG-CUST NOT = PH-INVCUST
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'OC' TO BTR-REASON-CODE
                   WHEN OTHER
                       MOVE 0 TO PH-TERMDATE-IND
               END-EVALUATE.
      *
       510-MOVE-APPLIED-PAYMENTS.
      *
      *    PAYMENTS ALREADY APPLIED TO THE ORIGINAL ARE MOVED TO
      *    THE REPLACEMENT AS THEY STAND, SO THE CUSTOMER'S CASH
      *    IS NOT RE-ASKED FOR.  A REVERSAL OF ONE OF THEM IS
      *    THEREAFTER KEYED AGAINST THE REPLACEMENT.  WHEN MORE
      *    HAS BEEN PAID THAN THE CORRECTED TOTAL, THE EXCESS MUST
      *    BE REVERSED FIRST, SO THE GROUP IS REFUSED.
      *
           EXEC SQL
               SELECT COALESCE(SUM(PAYAMT), 0)
                   INTO :CR-MOVED-PAYMENTS
                   FROM MM01.PAYMENT
                       WHERE PAYINVNO = :PH-ORIGINV
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CR-MOVED-PAYMENTS > PH-INVTOTAL
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'OP' TO BTR-REASON-CODE
               ELSE
                   IF CR-MOVED-PAYMENTS > 0
                       EXEC SQL
                           UPDATE MM01.PAYMENT
                              SET PAYINVNO = :PH-INVNO,
                                  PAYCOMP  =
                                      (SELECT INVCOMP
                                           FROM MM01.INVOICE
                                           WHERE INVNO = :PH-INVNO)
                            WHERE PAYINVNO = :PH-ORIGINV
                       END-EXEC
                       IF SQLCODE NOT = 0
                           MOVE 'N'  TO GROUP-VALID-SW
                           MOVE 'SQ' TO BTR-REASON-CODE.
      *
       520-ARCHIVE-ORIGINAL-INVOICE.
      *
      *    CREDITED IN FULL, THE ORIGINAL IS CLOSED: IT AND ITS
      *    LINES MOVE TO HISTORY THE WAY A WRITE-OFF DOES.  THE
      *    MM01.INVCORR ROW IS THE CREDIT THAT CLOSES IT.
      *
           MOVE PH-ORIGINV TO INVNO.
           EXEC SQL
               INSERT INTO MM01.INVHIST
                   SELECT *
                       FROM  MM01.INVOICE
                       WHERE INVNO = :INVNO
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   DELETE FROM MM01.INVOICE
                       WHERE INVNO = :INVNO
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
           IF GROUP-VALID
               EXEC SQL
                   INSERT INTO MM01.LIHIST
                       SELECT *
                           FROM  MM01.LINEITEM
                           WHERE LIINVNO = :INVNO
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   EXEC SQL
                       DELETE FROM MM01.LINEITEM
                           WHERE LIINVNO = :INVNO
                   END-EXEC
                   IF SQLCODE < 0
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'SQ' TO BTR-REASON-CODE.
      *
       525-MOVE-DEFERRAL-PLAN.
      *
      *    AN ORIGINAL BILLED IN ADVANCE STILL HAS REVENUE WAITING
      *    IN ITS DEFERRAL PLAN.  THE PLAN AND ITS UNRELEASED MONTHS
      *    MOVE TO THE REPLACEMENT, SO THE MONTH-END RELEASE GOES ON
      *    EARNING THEM ONCE AND THE DEFERRED BALANCE STAYS AS
      *    BOOKED.  MONTHS ALREADY RELEASED STAY WITH THE ORIGINAL
      *    AS THE RECORD OF WHAT WAS EARNED.  THE PLAN KEEPS ITS
      *    ORIGINAL AMOUNT AND DATE, SO ANY CHANGE IN SUBTOTAL
      *    MADE BY THE CORRECTION IS EARNED WHEN IT POSTS.
      *
           EXEC SQL
               UPDATE MM01.DEFPLAN
                  SET DPINVNO = :PH-INVNO
                WHERE DPINVNO = :PH-ORIGINV
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OTHER
                   EXEC SQL
                       UPDATE MM01.DEFSCHED
                          SET DSINVNO    = :PH-INVNO
                        WHERE DSINVNO    = :PH-ORIGINV
                          AND DSRELEASED = 'N'
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
                   END-IF
           END-EVALUATE.
      *
       530-INSERT-CORRECTION-ROW.
      *
      *    ONE ROW PER CORRECTION: THE FULL CREDIT OF THE ORIGINAL
      *    DATED THE DAY THE REPLACEMENT POSTS, THE REPLACEMENT IT
      *    WAS REBILLED AS, THE PAYMENTS MOVED ACROSS, AND THE
      *    REASON.  THE REGISTERS NET THE PAIR FROM THIS ROW AND
      *    CORRREG LISTS IT.
      *
           EXEC SQL
               INSERT INTO MM01.INVCORR
                      (CRORIGINV,   CRNEWINV,    CRCUST,
                       CRDATE,      CRREASON,    CRTEXT,
                       CRSUBT,      CRTAX,       CRSHIP,
                       CRTOTAL,     CRNEWTOTAL,  CRPAYMOVED,
                       CRUSER)
               VALUES (:PH-ORIGINV, :PH-INVNO,   :PH-INVCUST,
                       :PH-INVDATE, :PH-CR-REASON,
                       :PH-CR-REASON-TEXT,
                       :CR-ORIG-SUBT, :CR-ORIG-TAX, :CR-ORIG-SHIP,
                       :CR-ORIG-TOTAL, :PH-INVTOTAL,
                       :CR-MOVED-PAYMENTS,
                       :PH-USER-ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       850-UPDATE-CUSTOMER-SUMMARY.
      *
      *
           MOVE INVOICE-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
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
