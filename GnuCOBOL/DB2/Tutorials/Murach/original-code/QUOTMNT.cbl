       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QUOTMNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT QTRANS  ASSIGN TO UT-S-QTRANS.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  QTRANS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
      *
      *    A QUOTE IS KEYED AS A HEADER AND ITS LINES THE WAY AN
      *    ORDER IS.  THE LINES CARRY NO PRICE - THE QUOTE IS
      *    PRICED HERE EXACTLY THE WAY THE INVOICE UPDATE PRICES
      *    A LINE, SO THE CUSTOMER IS QUOTED WHAT WILL BE BILLED.
      *    A 'W' (WON) OR 'L' (LOST) IS A HEADER ALONE; ON A 'W'
      *    THE QUOTE DATE IS THE DATE ACCEPTED AND THE ORDER
      *    NUMBER AND SHIP DATE ARE THOSE OF THE ORDER TO CREATE.
      *
       01  QUOTE-TRANSACTION-RECORD.
      *
           05  QTR-RECORD-TYPE          PIC X.
               88  QTR-HEADER-RECORD        VALUE 'H'.
               88  QTR-DETAIL-RECORD        VALUE 'D'.
           05  QTR-TRANSACTION-CODE     PIC X.
           05  QTR-TRANSACTION-DATA     PIC X(54).
           05  QTR-HEADER-DATA REDEFINES QTR-TRANSACTION-DATA.
               10  QTR-QUOTNO           PIC X(6).
               10  QTR-CUSTNO           PIC X(6).
               10  QTR-QUOTDATE         PIC X(10).
               10  QTR-EXPDATE          PIC X(10).
               10  QTR-REP              PIC X(3).
               10  QTR-SHIPTO           PIC X(3).
               10  QTR-ORDNO            PIC X(6).
               10  QTR-SHIPDATE         PIC X(10).
           05  QTR-DETAIL-DATA REDEFINES QTR-TRANSACTION-DATA.
               10  QTR-LI-QUOTNO        PIC X(6).
               10  QTR-LI-LINENO        PIC 9(3).
               10  QTR-LI-PRODNO        PIC X(6).
               10  QTR-LI-DESC          PIC X(20).
               10  QTR-LI-QTY           PIC 9(5).
               10  FILLER               PIC X(14).
           05  QTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(64).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-CUST-NOT-FOUND     VALUE 'NF'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
               88  REASON-PROD-NOT-FOUND     VALUE 'PN'.
               88  REASON-PROD-INACTIVE      VALUE 'PI'.
               88  REASON-REP-NOT-FOUND      VALUE 'RP'.
               88  REASON-NOT-AUTHORIZED     VALUE 'NA'.
               88  REASON-SHIPTO-NOT-FOUND   VALUE 'SH'.
               88  REASON-BAD-EXPIRY-DATE    VALUE 'DT'.
               88  REASON-QUOTE-NOT-OPEN     VALUE 'QF'.
               88  REASON-QUOTE-EXPIRED      VALUE 'QE'.
               88  REASON-NO-ORDER-NUMBER    VALUE 'ON'.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-TRANSACTIONS-SW   PIC X    VALUE 'N'.
               88  END-OF-TRANSACTIONS           VALUE 'Y'.
           05  PENDING-GROUP-SW         PIC X    VALUE 'N'.
               88  PENDING-GROUP                 VALUE 'Y'.
           05  GROUP-VALID-SW           PIC X    VALUE 'Y'.
               88  GROUP-VALID                   VALUE 'Y'.
      *
       01  QUOTE-COUNTERS.
      *
           05  VALID-QUOTE-COUNT        PIC S9(7) COMP VALUE 0.
           05  INVALID-QUOTE-COUNT      PIC S9(7) COMP VALUE 0.
           05  CONVERTED-QUOTE-COUNT    PIC S9(7) COMP VALUE 0.
      *
       01  PENDING-HEADER.
      *
           05  PH-TRANSACTION-CODE      PIC X.
           05  PH-QUOTNO                PIC X(6).
           05  PH-CUSTNO                PIC X(6).
           05  PH-QUOTDATE              PIC X(10).
           05  PH-EXPDATE               PIC X(10).
           05  PH-REP                   PIC X(3).
           05  PH-SHIPTO                PIC X(3).
           05  PH-ORDNO                 PIC X(6).
           05  PH-SHIPDATE              PIC X(10).
           05  PH-SUBT                  PIC S9(9)V99 COMP-3.
           05  PH-TAX                   PIC S9(7)V99 COMP-3.
           05  PH-TOTAL                 PIC S9(9)V99 COMP-3.
           05  PH-TAXEX                 PIC X.
           05  PH-USER-ID               PIC X(8).
      *
      *    A QUOTE KEYED WITHOUT AN EXPIRY DATE IS GOOD FOR THE
      *    STANDARD NUMBER OF CALENDAR DAYS FROM THE QUOTE DATE.
      *
       01  EXPIRY-DATE-FIELDS.
      *
           05  ED-VALID-DAYS            PIC S9(3)    COMP VALUE 30.
           05  ED-DATE-NUM              PIC 9(8).
           05  ED-DATE-PARTS REDEFINES ED-DATE-NUM.
               10  ED-YYYY              PIC 9(4).
               10  ED-MM                PIC 9(2).
               10  ED-DD                PIC 9(2).
           05  ED-INTEGER-DATE          PIC S9(9)    COMP.
      *
       01  TAX-PRICING-FIELDS.
      *
           05  TP-CUST-STATE            PIC X(2).
           05  TP-RATE                  PIC S9V9999 COMP-3.
           05  TP-EXEMPT-COUNT          PIC S9(9)   COMP.
      *
       01  PRODUCT-CHECK-FIELDS.
      *
           05  PC-PRICE                 PIC S9(5)V99 COMP-3.
           05  PC-STATUS                PIC X.
      *
       01  CONTRACT-PRICE-FIELDS.
      *
           05  CN-PRICE                 PIC S9(5)V99 COMP-3.
      *
       01  REP-CHECK-FIELDS.
      *
           05  RC-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  AUTHORIZATION-FIELDS.
      *
           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  CUSTOMER-CHECK-FIELDS.
      *
           05  CU-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  QUOTE-STATUS-FIELDS.
      *
           05  QS-STATUS                PIC X.
           05  QS-CUSTNO                PIC X(6).
           05  QS-EXPDATE               PIC X(10).
           05  QS-REP                   PIC X(3).
      *
       01  PENDING-DETAIL-TABLE.
      *
           05  PENDING-DETAIL-COUNT     PIC S9(4) COMP VALUE 0.
           05  PENDING-DETAIL OCCURS 50 TIMES
                   INDEXED BY PD-INDEX.
               10  PD-LINENO            PIC 9(3).
               10  PD-PRODNO            PIC X(6).
               10  PD-DESC              PIC X(20).
               10  PD-QTY               PIC 9(5).
               10  PD-PRICE             PIC 9(5)V99.
      *
       01  QUOTELIN-ROW.
      *
           05  QL-QUOTNO                PIC X(6).
           05  QL-LINE                  PIC S9(4)    COMP.
           05  QL-PRODNO                PIC X(6).
           05  QL-DESC                  PIC X(20).
           05  QL-QTY                   PIC S9(9)    COMP.
           05  QL-PRICE                 PIC S9(5)V99 COMP-3.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-QUOTE-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'QUOTMNT ' TO EOJS-Program-Id.
           OPEN INPUT  QTRANS
                OUTPUT BADTRAN.
           PERFORM 110-READ-TRANSACTION-RECORD.
           PERFORM 100-POST-QUOTE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           IF PENDING-GROUP
               PERFORM 200-POST-PENDING-GROUP.
           CLOSE QTRANS
                 BADTRAN.
           DISPLAY VALID-QUOTE-COUNT     ' VALID QUOTE(S) POSTED.'.
           DISPLAY CONVERTED-QUOTE-COUNT
                   ' QUOTE(S) CONVERTED TO ORDERS.'.
           DISPLAY INVALID-QUOTE-COUNT   ' INVALID QUOTE(S) REJECTED.'.
           COMPUTE EOJS-Records-In = VALID-QUOTE-COUNT
                                   + INVALID-QUOTE-COUNT.
           MOVE VALID-QUOTE-COUNT   TO EOJS-Records-Out.
           MOVE INVALID-QUOTE-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF INVALID-QUOTE-COUNT > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-QUOTE-TRANSACTION.
      *
           EVALUATE TRUE
               WHEN QTR-HEADER-RECORD
                   IF PENDING-GROUP
                       PERFORM 200-POST-PENDING-GROUP
                   END-IF
                   PERFORM 210-START-PENDING-GROUP
               WHEN QTR-DETAIL-RECORD
                   PERFORM 220-ADD-PENDING-DETAIL
               WHEN OTHER
                   MOVE SPACES TO BTR-REASON-CODE
                   PERFORM 900-WRITE-BAD-TRANS-RECORD
           END-EVALUATE.
           PERFORM 110-READ-TRANSACTION-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ QTRANS
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW.
      *
       210-START-PENDING-GROUP.
      *
           MOVE 'Y'    TO PENDING-GROUP-SW.
           MOVE 'Y'    TO GROUP-VALID-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           MOVE 0      TO PENDING-DETAIL-COUNT.
           MOVE ZERO   TO PH-SUBT
                          PH-TAX
                          PH-TOTAL.
           MOVE 'N'    TO PH-TAXEX.
           MOVE QTR-TRANSACTION-CODE TO PH-TRANSACTION-CODE.
           MOVE QTR-QUOTNO           TO PH-QUOTNO.
           MOVE QTR-CUSTNO           TO PH-CUSTNO.
           MOVE QTR-QUOTDATE         TO PH-QUOTDATE.
           MOVE QTR-EXPDATE          TO PH-EXPDATE.
           MOVE QTR-REP              TO PH-REP.
           MOVE QTR-SHIPTO           TO PH-SHIPTO.
           MOVE QTR-ORDNO            TO PH-ORDNO.
           MOVE QTR-SHIPDATE         TO PH-SHIPDATE.
           MOVE QTR-USER-ID          TO PH-USER-ID.
      *
       220-ADD-PENDING-DETAIL.
      *
           IF NOT PENDING-GROUP OR QTR-LI-QUOTNO NOT = PH-QUOTNO
                                OR PH-TRANSACTION-CODE NOT = 'A'
               PERFORM 900-WRITE-BAD-TRANS-RECORD
           ELSE
               IF PENDING-DETAIL-COUNT >= 50
                   PERFORM 900-WRITE-BAD-TRANS-RECORD
               ELSE
                   ADD 1 TO PENDING-DETAIL-COUNT
                   SET PD-INDEX TO PENDING-DETAIL-COUNT
                   MOVE QTR-LI-LINENO TO PD-LINENO(PD-INDEX)
                   MOVE QTR-LI-PRODNO TO PD-PRODNO(PD-INDEX)
                   MOVE QTR-LI-DESC   TO PD-DESC(PD-INDEX)
                   MOVE QTR-LI-QTY    TO PD-QTY(PD-INDEX)
                   MOVE ZERO          TO PD-PRICE(PD-INDEX)
                   PERFORM 225-PRICE-DETAIL-PRODUCT
               END-IF
           END-IF.
      *
       225-PRICE-DETAIL-PRODUCT.
      *
      *    THE LINE IS PRICED THE WAY THE INVOICE UPDATE PRICES
      *    IT: THE PRODUCT MASTER PRICE FIRST, THEN ANY CONTRACT
      *    PRICE IN FORCE FOR THE CUSTOMER ON THE QUOTE DATE.
      *
           EXEC SQL
               SELECT PRODPRICE, PRODSTAT
                   INTO :PC-PRICE, :PC-STATUS
                   FROM MM01.PRODUCT
                       WHERE PRODNO = :QTR-LI-PRODNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'PN' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN PC-STATUS NOT = 'A'
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'PI' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE PC-PRICE TO PD-PRICE(PD-INDEX)
                   PERFORM 228-APPLY-CONTRACT-PRICE
                   COMPUTE PH-SUBT = PH-SUBT
                       + PD-PRICE(PD-INDEX) * PD-QTY(PD-INDEX)
           END-EVALUATE.
      *
       228-APPLY-CONTRACT-PRICE.
      *
           EXEC SQL
               SELECT CPPRICE
                   INTO :CN-PRICE
                   FROM MM01.CONTRPRC
                       WHERE CPCUSTNO  = :PH-CUSTNO
                         AND CPPRODNO  = :QTR-LI-PRODNO
                         AND CPENDDATE >= :PH-QUOTDATE
                         AND CPEFFDATE =
                             (SELECT MAX(CPEFFDATE)
                                  FROM MM01.CONTRPRC
                                  WHERE CPCUSTNO  = :PH-CUSTNO
                                    AND CPPRODNO  = :QTR-LI-PRODNO
                                    AND CPEFFDATE <= :PH-QUOTDATE)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE CN-PRICE TO PD-PRICE(PD-INDEX)
           END-EVALUATE.
      *
       200-POST-PENDING-GROUP.
      *
           IF GROUP-VALID
               PERFORM 206-CHECK-AUTHORIZATION.
           IF GROUP-VALID
               PERFORM 207-POST-GROUP-BY-CODE.
           IF GROUP-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO VALID-QUOTE-COUNT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO INVALID-QUOTE-COUNT
               PERFORM 280-WRITE-BAD-GROUP.
           MOVE 'N' TO PENDING-GROUP-SW.
      *
       206-CHECK-AUTHORIZATION.
      *
           MOVE PH-USER-ID          TO UA-USERID.
           MOVE PH-TRANSACTION-CODE TO UA-TRANSCODE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :UA-CHECK-COUNT
                   FROM MM01.USERAUTH
                       WHERE UAUSERID    = :UA-USERID
                         AND UATRANSCODE = :UA-TRANSCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF UA-CHECK-COUNT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'NA' TO BTR-REASON-CODE.
      *
       207-POST-GROUP-BY-CODE.
      *
           EVALUATE PH-TRANSACTION-CODE
               WHEN 'A'
                   PERFORM 240-CHECK-CUSTOMER-EXISTS
                   IF GROUP-VALID
                       PERFORM 245-VALIDATE-SALES-REP
                   END-IF
                   IF GROUP-VALID
                       PERFORM 247-SET-EXPIRY-DATE
                   END-IF
                   IF GROUP-VALID
                       PERFORM 250-PRICE-QUOTE-TAX
                   END-IF
                   IF GROUP-VALID
                       PERFORM 300-INSERT-QUOTE-HEADER
                   END-IF
               WHEN 'W'
                   PERFORM 260-GET-OPEN-QUOTE
                   IF GROUP-VALID
                       PERFORM 350-CONVERT-QUOTE-TO-ORDER
                   END-IF
               WHEN 'L'
                   PERFORM 260-GET-OPEN-QUOTE
                   IF GROUP-VALID
                       PERFORM 360-MARK-QUOTE-LOST
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO GROUP-VALID-SW
           END-EVALUATE.
      *
       240-CHECK-CUSTOMER-EXISTS.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CU-CHECK-COUNT
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :PH-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CU-CHECK-COUNT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'NF' TO BTR-REASON-CODE.
      *
       245-VALIDATE-SALES-REP.
      *
           IF PH-REP = SPACES
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :RC-CHECK-COUNT
                       FROM MM01.SALESREP
                           WHERE REPNO = :PH-REP
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF RC-CHECK-COUNT = 0
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'RP' TO BTR-REASON-CODE.
      *
       247-SET-EXPIRY-DATE.
      *
           IF PH-EXPDATE = SPACES
               MOVE PH-QUOTDATE(1:4) TO ED-YYYY
               MOVE PH-QUOTDATE(6:2) TO ED-MM
               MOVE PH-QUOTDATE(9:2) TO ED-DD
               COMPUTE ED-INTEGER-DATE =
                   FUNCTION INTEGER-OF-DATE(ED-DATE-NUM)
                       + ED-VALID-DAYS
               COMPUTE ED-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(ED-INTEGER-DATE)
               STRING ED-YYYY '-' ED-MM '-' ED-DD
                   DELIMITED BY SIZE INTO PH-EXPDATE
           ELSE
               IF PH-EXPDATE < PH-QUOTDATE
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'DT' TO BTR-REASON-CODE.
      *
       250-PRICE-QUOTE-TAX.
      *
      *    TAX FOLLOWS THE GOODS THE SAME WAY IT DOES ON THE
      *    INVOICE: THE SHIP-TO SITE'S STATE WHEN ONE IS GIVEN,
      *    OTHERWISE THE CUSTOMER'S OWN STATE, AND NONE AT ALL
      *    FOR A CUSTOMER HOLDING A CURRENT EXEMPTION.
      *
           IF PH-SHIPTO NOT = SPACES
               PERFORM 249-GET-SHIPTO-STATE
           ELSE
               EXEC SQL
                   SELECT STATE
                       INTO :TP-CUST-STATE
                       FROM MM01.CUSTOMER
                           WHERE CUSTNO = :PH-CUSTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
           IF GROUP-VALID
               PERFORM 251-CHECK-TAX-EXEMPTION.
           IF GROUP-VALID AND PH-TAXEX NOT = 'Y'
               EXEC SQL
                   SELECT TRRATE
                       INTO :TP-RATE
                       FROM MM01.TAXRATE
                           WHERE TRSTATE   = :TP-CUST-STATE
                             AND TREFFDATE =
                                 (SELECT MAX(TREFFDATE)
                                      FROM MM01.TAXRATE
                                      WHERE TRSTATE   = :TP-CUST-STATE
                                        AND TREFFDATE <= :PH-QUOTDATE)
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       COMPUTE PH-TAX ROUNDED =
                           PH-SUBT * TP-RATE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N'  TO GROUP-VALID-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
               END-EVALUATE.
           COMPUTE PH-TOTAL = PH-SUBT + PH-TAX.
      *
       249-GET-SHIPTO-STATE.
      *
           EXEC SQL
               SELECT STSTATE
                   INTO :TP-CUST-STATE
                   FROM MM01.SHIPTO
                       WHERE STCUSTNO = :PH-CUSTNO
                         AND STCODE   = :PH-SHIPTO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SH' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       251-CHECK-TAX-EXEMPTION.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :TP-EXEMPT-COUNT
                   FROM MM01.TAXEXMPT
                       WHERE TECUSTNO  = :PH-CUSTNO
                         AND TESTATE   = :TP-CUST-STATE
                         AND TEEXPDATE >= :PH-QUOTDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF TP-EXEMPT-COUNT > 0
                   MOVE 'Y' TO PH-TAXEX.
      *
       260-GET-OPEN-QUOTE.
      *
      *    ONLY AN OPEN QUOTE CAN BE WON OR LOST.  A QUOTE PAST ITS
      *    EXPIRY DATE CAN STILL BE MARKED LOST, BUT IT CANNOT BE
      *    TURNED INTO AN ORDER AT PRICES THAT HAVE LAPSED.
      *
           EXEC SQL
               SELECT QHSTATUS,   QHCUSTNO,   QHEXPDATE,  QHREP
                   INTO :QS-STATUS, :QS-CUSTNO, :QS-EXPDATE,
                        :QS-REP
                   FROM MM01.QUOTEHDR
                       WHERE QHQUOTNO = :PH-QUOTNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'QF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN QS-STATUS NOT = 'O'
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'QF' TO BTR-REASON-CODE
               WHEN PH-TRANSACTION-CODE = 'W'
                AND QS-EXPDATE < PH-QUOTDATE
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'QE' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       280-WRITE-BAD-GROUP.
      *
           MOVE 'H'                  TO QTR-RECORD-TYPE.
           MOVE PH-TRANSACTION-CODE  TO QTR-TRANSACTION-CODE.
           MOVE PH-QUOTNO            TO QTR-QUOTNO.
           MOVE PH-CUSTNO            TO QTR-CUSTNO.
           MOVE PH-QUOTDATE          TO QTR-QUOTDATE.
           MOVE PH-EXPDATE           TO QTR-EXPDATE.
           MOVE PH-REP               TO QTR-REP.
           MOVE PH-SHIPTO            TO QTR-SHIPTO.
           MOVE PH-ORDNO             TO QTR-ORDNO.
           MOVE PH-SHIPDATE          TO QTR-SHIPDATE.
           MOVE PH-USER-ID           TO QTR-USER-ID.
           PERFORM 900-WRITE-BAD-TRANS-RECORD.
           SET PD-INDEX TO 1.
           PERFORM 284-WRITE-ONE-BAD-DETAIL
               UNTIL PD-INDEX > PENDING-DETAIL-COUNT.
      *
       284-WRITE-ONE-BAD-DETAIL.
      *
           MOVE SPACES               TO QTR-TRANSACTION-DATA.
           MOVE 'D'                  TO QTR-RECORD-TYPE.
           MOVE PH-TRANSACTION-CODE  TO QTR-TRANSACTION-CODE.
           MOVE PH-QUOTNO            TO QTR-LI-QUOTNO.
           MOVE PD-LINENO(PD-INDEX)  TO QTR-LI-LINENO.
           MOVE PD-PRODNO(PD-INDEX)  TO QTR-LI-PRODNO.
           MOVE PD-DESC(PD-INDEX)    TO QTR-LI-DESC.
           MOVE PD-QTY(PD-INDEX)     TO QTR-LI-QTY.
           PERFORM 900-WRITE-BAD-TRANS-RECORD.
           SET PD-INDEX UP BY 1.
      *
       300-INSERT-QUOTE-HEADER.
      *
           EXEC SQL
               INSERT INTO MM01.QUOTEHDR
                      (QHQUOTNO,   QHCUSTNO,   QHQUOTDATE,
                       QHEXPDATE,  QHREP,      QHSHIPTO,
                       QHSUBT,     QHTAX,      QHTOTAL,
                       QHTAXEX,    QHSTATUS,   QHORDNO,
                       QHCLOSEDATE, QHUSERID)
               VALUES (:PH-QUOTNO, :PH-CUSTNO, :PH-QUOTDATE,
                       :PH-EXPDATE, :PH-REP,   :PH-SHIPTO,
                       :PH-SUBT,   :PH-TAX,    :PH-TOTAL,
                       :PH-TAXEX,  'O',        ' ',
                       NULL,       :PH-USER-ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               PERFORM 400-INSERT-PENDING-DETAILS.
      *
       350-CONVERT-QUOTE-TO-ORDER.
      *
      *    THE WON QUOTE BECOMES AN OPEN ORDER FOR THE QUOTED
      *    CUSTOMER AND REP, AND ITS LINES ARE COPIED ACROSS AT
      *    THE QUOTED PRICES, SO NOTHING IS REKEYED AND NOTHING
      *    IS REPRICED BETWEEN THE QUOTE AND THE ORDER.
      *
           IF PH-ORDNO = SPACES
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'ON' TO BTR-REASON-CODE
           ELSE
               IF PH-SHIPDATE = SPACES
                   MOVE PH-QUOTDATE TO PH-SHIPDATE.
           IF GROUP-VALID
               EXEC SQL
                   INSERT INTO MM01.ORDHDR
                          (OHORDNO,    OHCUSTNO,    OHORDDATE,
                           OHSHIPDATE, OHREP,       OHSTATUS,
                           OHCUSTPO)
                   VALUES (:PH-ORDNO,  :QS-CUSTNO,  :PH-QUOTDATE,
                           :PH-SHIPDATE, :QS-REP,   'O',
                           ' ')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
           IF GROUP-VALID
               EXEC SQL
                   INSERT INTO MM01.ORDLINE
                          (OLORDNO,   OLLINE,    OLPRODNO,
                           OLDESC,    OLQTY,     OLPRICE)
                   SELECT :PH-ORDNO,  QLLINE,    QLPRODNO,
                          QLDESC,     QLQTY,     QLPRICE
                       FROM MM01.QUOTELIN
                           WHERE QLQUOTNO = :PH-QUOTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
           IF GROUP-VALID
               EXEC SQL
                   UPDATE MM01.QUOTEHDR
                      SET QHSTATUS    = 'W',
                          QHORDNO     = :PH-ORDNO,
                          QHCLOSEDATE = :PH-QUOTDATE
                    WHERE QHQUOTNO    = :PH-QUOTNO
                      AND QHSTATUS    = 'O'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   ADD 1 TO CONVERTED-QUOTE-COUNT.
      *
       360-MARK-QUOTE-LOST.
      *
           EXEC SQL
               UPDATE MM01.QUOTEHDR
                  SET QHSTATUS    = 'L',
                      QHCLOSEDATE = :PH-QUOTDATE
                WHERE QHQUOTNO    = :PH-QUOTNO
                  AND QHSTATUS    = 'O'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'QF' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       400-INSERT-PENDING-DETAILS.
      *
           SET PD-INDEX TO 1.
           PERFORM 410-INSERT-ONE-DETAIL
               UNTIL PD-INDEX > PENDING-DETAIL-COUNT
                  OR NOT GROUP-VALID.
      *
       410-INSERT-ONE-DETAIL.
      *
           MOVE PH-QUOTNO           TO QL-QUOTNO.
           MOVE PD-LINENO(PD-INDEX) TO QL-LINE.
           MOVE PD-PRODNO(PD-INDEX) TO QL-PRODNO.
           MOVE PD-DESC(PD-INDEX)   TO QL-DESC.
           MOVE PD-QTY(PD-INDEX)    TO QL-QTY.
           MOVE PD-PRICE(PD-INDEX)  TO QL-PRICE.
           EXEC SQL
               INSERT INTO MM01.QUOTELIN
                      (QLQUOTNO,   QLLINE,    QLPRODNO,
                       QLDESC,     QLQTY,     QLPRICE)
               VALUES (:QL-QUOTNO, :QL-LINE,  :QL-PRODNO,
                       :QL-DESC,   :QL-QTY,   :QL-PRICE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
           SET PD-INDEX UP BY 1.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE QUOTE-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
