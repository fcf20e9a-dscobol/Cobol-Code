       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRODINQ.
      *
      *    PRODUCT AVAILABILITY FOR THE COUNTER.  FOR ONE PRODUCT
      *    IT SHOWS THE PRODUCT ROW, THE QUANTITY-BREAK PRICES IN
      *    EFFECT TODAY AND ANY CONTRACT PRICE FOR THE CURRENT
      *    CUSTOMER, THE ON-HAND QUANTITY AT EACH LOCATION ON THE
      *    GADGET STOCK FILE, WHAT IS ALREADY PROMISED (OPEN ORDER
      *    LINES NOT YET SHIPPED, AND OPEN BACKORDERS), WHAT IS
      *    COMING IN ON OPEN PURCHASE ORDERS AND WHEN, AND THE
      *    AVAILABLE-TO-PROMISE FIGURE THAT LEAVES:
      *
      *        ON HAND - ON ORDER - BACKORDERED + INCOMING
      *
      *    THE PRODUCT NUMBER IS THE GADGET ID ON THE WAREHOUSE
      *    FILES.  THE CURRENT CUSTOMER COMES FROM THE MENU'S
      *    SHARED CARRY FIELD AND GOES BACK OUT THE SAME WAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT GDGSTOCK ASSIGN TO GDGSTOCK
               ORGANIZATION IS INDEXED
               RECORD KEY IS GS-STOCK-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-GDGSTOCK-STATUS.
      *
           SELECT BACKORD  ASSIGN TO UT-S-BACKORD
               FILE STATUS IS WS-BACKORD-STATUS.
      *
           SELECT POFILE   ASSIGN TO UT-S-POFILE
               FILE STATUS IS WS-POFILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  GDGSTOCK.
      *
       01  GADGET-STOCK-RECORD.
           05  GS-STOCK-KEY.
               10  GS-GADGET-ID         PIC 9(6).
               10  GS-LOCATION          PIC X(3).
           05  GS-GADGET-NAME           PIC X(30).
           05  GS-QTY-IN-STOCK          PIC 9(4).
           05  GS-PRICE                 PIC 9(4)V99.
           05  GS-REORDER-POINT         PIC 9(4).
           05  GS-ORDER-UP-TO-QTY       PIC 9(4).
      *
       FD  BACKORD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  BACKORDER-RECORD.
           05  BO-GADGET-ID             PIC 9(6).
           05  BO-INVNO                 PIC X(6).
           05  BO-QTY                   PIC 9(5).
           05  BO-DATE                  PIC 9(8).
           05  BO-CUSTNO                PIC X(6).
           05  BO-REP                   PIC X(3).
      *
       FD  POFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER                PIC 9(6).
           05  PO-VENDOR-ID             PIC 9(4).
           05  PO-GADGET-ID             PIC 9(6).
           05  PO-ORDER-QTY             PIC 9(4).
           05  PO-ORDER-DATE            PIC 9(8).
           05  PO-DUE-DATE              PIC 9(8).
           05  PO-RECEIVED-QTY          PIC 9(4).
           05  PO-STATUS                PIC X.
               88  PO-CLOSED                    VALUE 'C'.
           05  PO-UNIT-PRICE            PIC 9(4)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-INQUIRIES-SW     PIC X   VALUE 'N'.
               88  END-OF-INQUIRIES            VALUE 'Y'.
           05  PRODUCT-FOUND-SW        PIC X.
               88  PRODUCT-FOUND               VALUE 'Y'.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
           05  END-OF-SECTION-SW       PIC X   VALUE 'N'.
               88  END-OF-SECTION              VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GDGSTOCK==.
           COPY WSFST REPLACING ==:tag:== BY ==BACKORD==.
           COPY WSFST REPLACING ==:tag:== BY ==POFILE==.
      *
      *    THE INQUIRY MENU DRIVER LEAVES A CUSTOMER NUMBER HERE
      *    SO THE CONTRACT PRICE SHOWN IS THE ONE FOR THE CUSTOMER
      *    ON THE PHONE.  STANDALONE RUNS SEE SPACES AND PROMPT.
      *
       01  INQ-CARRY-CUSTNO            PIC X(6)  EXTERNAL.
      *
       01  INQUIRY-FIELDS.
      *
           05  PI-ENTRY                PIC X(6).
           05  PI-CUSTNO               PIC X(6)    VALUE SPACES.
           05  PI-CUST-LNAME           PIC X(30)   VALUE SPACES.
           05  PI-GADGET-ID            PIC 9(6).
           05  PI-GADGET-ID-X REDEFINES PI-GADGET-ID
                                       PIC X(6).
      *
       01  PRODUCT-FIELDS.
      *
           05  PR-DESC                 PIC X(30).
           05  PR-PRICE                PIC S9(7)V99    COMP-3.
           05  PR-STATUS               PIC X.
           05  PR-COST                 PIC S9(7)V99    COMP-3.
           05  PR-COST-IND             PIC S9(4)       COMP.
      *
       01  PRICE-FIELDS.
      *
           05  QB-MINQTY               PIC S9(7)       COMP-3.
           05  QB-PRICE                PIC S9(7)V99    COMP-3.
           05  QB-ENDDATE              PIC X(10).
           05  CP-PRICE                PIC S9(7)V99    COMP-3.
           05  CP-ENDDATE              PIC X(10).
           05  TIER-COUNT              PIC S9(4)       COMP.
      *
       01  AVAILABILITY-FIELDS         COMP-3.
      *
           05  AV-ON-HAND              PIC S9(7)       VALUE ZERO.
           05  AV-ON-ORDER             PIC S9(7)       VALUE ZERO.
           05  AV-BACKORDERED          PIC S9(7)       VALUE ZERO.
           05  AV-INCOMING             PIC S9(7)       VALUE ZERO.
           05  AV-TO-PROMISE           PIC S9(7)       VALUE ZERO.
           05  AV-PO-OPEN-QTY          PIC S9(7)       VALUE ZERO.
           05  AV-LOCATION-COUNT       PIC S9(5)       VALUE ZERO.
           05  AV-BACKORDER-COUNT      PIC S9(5)       VALUE ZERO.
      *
       01  NEXT-RECEIPT-DATE           PIC 9(8)        VALUE ZERO.
      *
       01  EDITED-FIELDS.
      *
           05  ED-PRICE                PIC Z(6)9.99.
           05  ED-COST                 PIC Z(6)9.99.
           05  ED-QTY                  PIC Z(6)9-.
           05  ED-MINQTY               PIC Z(6)9.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE TIERCURS CURSOR FOR
                   SELECT T.PTMINQTY,  T.PTPRICE,  CHAR(T.PTENDDATE)
                       FROM MM01.PRODTIER T
                           WHERE T.PTPRODNO  = :PI-GADGET-ID-X
                             AND T.PTENDDATE >= CURRENT DATE
                             AND T.PTEFFDATE =
                                 (SELECT MAX(PTEFFDATE)
                                      FROM MM01.PRODTIER
                                      WHERE PTPRODNO  = :PI-GADGET-ID-X
                                        AND PTEFFDATE <= CURRENT DATE)
                           ORDER BY T.PTMINQTY
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-PRODUCT-INQUIRIES.
      *
      *    THE INQUIRY MENU CALLS THIS PROGRAM REPEATEDLY, AND A
      *    CALLED PROGRAM KEEPS ITS LAST-USED STATE, SO THE LOOP
      *    SWITCHES ARE RESET HERE RATHER THAN TRUSTING THEIR
      *    VALUE CLAUSES.
      *
           MOVE 'N' TO END-OF-INQUIRIES-SW.
           MOVE 'Y' TO VALID-CURSOR-SW.
           MOVE SPACES TO PI-CUSTNO
                          PI-CUST-LNAME.
           IF INQ-CARRY-CUSTNO NOT = SPACES
              AND INQ-CARRY-CUSTNO NOT = LOW-VALUES
               MOVE INQ-CARRY-CUSTNO TO PI-CUSTNO
               MOVE SPACES TO INQ-CARRY-CUSTNO
               PERFORM 115-GET-CUSTOMER-NAME.
           PERFORM 100-PROCESS-PRODUCT-INQUIRY
               UNTIL END-OF-INQUIRIES.
           IF PI-CUSTNO NOT = SPACES
               MOVE PI-CUSTNO TO INQ-CARRY-CUSTNO.
           GOBACK.
      *
       100-PROCESS-PRODUCT-INQUIRY.
      *
           PERFORM 110-ACCEPT-PRODUCT-NUMBER.
           IF NOT END-OF-INQUIRIES
              AND PI-ENTRY NOT = 'CUST'
               MOVE 'Y' TO PRODUCT-FOUND-SW
               MOVE 'Y' TO VALID-CURSOR-SW
               PERFORM 120-GET-PRODUCT-ROW
               IF PRODUCT-FOUND
                   PERFORM 130-DISPLAY-PRODUCT-LINES
                   PERFORM 200-DISPLAY-PRICES
                   PERFORM 300-DISPLAY-STOCK-BY-LOCATION
                   PERFORM 400-DISPLAY-COMMITTED
                   PERFORM 500-DISPLAY-INCOMING
                   PERFORM 600-DISPLAY-AVAILABLE
               ELSE
                   PERFORM 140-DISPLAY-ERROR-LINES.
      *
       110-ACCEPT-PRODUCT-NUMBER.
      *
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CURRENT CUSTOMER: ' PI-CUSTNO ' ' PI-CUST-LNAME.
           DISPLAY 'KEY IN THE NEXT PRODUCT NUMBER AND PRESS ENTER,'.
           DISPLAY 'OR KEY IN CUST TO CHANGE THE CURRENT CUSTOMER,'.
           DISPLAY 'OR KEY IN 999999 AND PRESS ENTER TO QUIT.'.
           MOVE SPACES TO PI-ENTRY.
           ACCEPT PI-ENTRY.
           IF PI-ENTRY = '999999'
               MOVE 'Y' TO END-OF-INQUIRIES-SW
           ELSE
               IF PI-ENTRY = 'CUST'
                   DISPLAY 'KEY IN THE CUSTOMER NUMBER, '
                           'OR SPACES FOR NONE:'
                   MOVE SPACES TO PI-CUSTNO
                                  PI-CUST-LNAME
                   ACCEPT PI-CUSTNO
                   IF PI-CUSTNO NOT = SPACES
                       PERFORM 115-GET-CUSTOMER-NAME.
      *
       115-GET-CUSTOMER-NAME.
      *
           EXEC SQL
               SELECT LNAME
                   INTO :PI-CUST-LNAME
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :PI-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY '   CUSTOMER NUMBER ' PI-CUSTNO ' NOT FOUND.'
               MOVE SPACES TO PI-CUSTNO
                              PI-CUST-LNAME.
      *
       120-GET-PRODUCT-ROW.
      *
           MOVE PI-ENTRY TO PI-GADGET-ID-X.
           EXEC SQL
               SELECT PRODDESC,  PRODPRICE,  PRODSTAT,  PRODCOST
                   INTO :PR-DESC,   :PR-PRICE,  :PR-STATUS,
                        :PR-COST:PR-COST-IND
                   FROM MM01.PRODUCT
                       WHERE PRODNO = :PI-GADGET-ID-X
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO PRODUCT-FOUND-SW
           ELSE
               IF PR-COST-IND < 0
                   MOVE ZERO TO PR-COST.
      *
       130-DISPLAY-PRODUCT-LINES.
      *
           MOVE ZERO TO AV-ON-HAND
                        AV-ON-ORDER
                        AV-BACKORDERED
                        AV-INCOMING
                        AV-LOCATION-COUNT
                        AV-BACKORDER-COUNT
                        NEXT-RECEIPT-DATE.
           MOVE PR-PRICE TO ED-PRICE.
           MOVE PR-COST  TO ED-COST.
           DISPLAY '------------------------------------------------'.
           DISPLAY '   PRODUCT  ' PI-GADGET-ID-X '  ' PR-DESC.
           DISPLAY '   PRICE    ' ED-PRICE '   COST ' ED-COST.
           EVALUATE PR-STATUS
               WHEN 'A'
                   DISPLAY '   STATUS   A  ACTIVE'
               WHEN OTHER
                   DISPLAY '   STATUS   ' PR-STATUS
                           '  NOT ACTIVE - CANNOT BE INVOICED'
           END-EVALUATE.
      *
       140-DISPLAY-ERROR-LINES.
      *
           DISPLAY '------------------------------------------------'.
           DISPLAY '   PRODUCT NUMBER ' PI-ENTRY ' NOT FOUND.'.
      *
       200-DISPLAY-PRICES.
      *
           DISPLAY '-- PRICES IN EFFECT TODAY ----------------------'.
           MOVE ZERO TO TIER-COUNT.
           MOVE 'N'  TO END-OF-SECTION-SW.
           EXEC SQL
               OPEN TIERCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-SECTION-SW.
           PERFORM 210-DISPLAY-PRICE-TIER
               UNTIL END-OF-SECTION.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE TIERCURS
               END-EXEC.
           IF TIER-COUNT = 0
               DISPLAY '   NO QUANTITY BREAKS - LIST PRICE AT ANY '
                       'QUANTITY'.
           IF PI-CUSTNO NOT = SPACES
               PERFORM 220-DISPLAY-CONTRACT-PRICE.
      *
       210-DISPLAY-PRICE-TIER.
      *
           EXEC SQL
               FETCH TIERCURS
                   INTO :QB-MINQTY, :QB-PRICE, :QB-ENDDATE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SECTION-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-SECTION-SW
               ELSE
                   ADD 1 TO TIER-COUNT
                   MOVE QB-MINQTY TO ED-MINQTY
                   MOVE QB-PRICE  TO ED-PRICE
                   DISPLAY '   QTY ' ED-MINQTY ' AND UP  '
                           ED-PRICE '   THRU ' QB-ENDDATE.
      *
       220-DISPLAY-CONTRACT-PRICE.
      *
           EXEC SQL
               SELECT CPPRICE,  CHAR(CPENDDATE)
                   INTO :CP-PRICE, :CP-ENDDATE
                   FROM MM01.CONTRPRC
                       WHERE CPCUSTNO  = :PI-CUSTNO
                         AND CPPRODNO  = :PI-GADGET-ID-X
                         AND CPENDDATE >= CURRENT DATE
                         AND CPEFFDATE =
                             (SELECT MAX(CPEFFDATE)
                                  FROM MM01.CONTRPRC
                                  WHERE CPCUSTNO  = :PI-CUSTNO
                                    AND CPPRODNO  = :PI-GADGET-ID-X
                                    AND CPEFFDATE <= CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE CP-PRICE TO ED-PRICE
                   DISPLAY '   CONTRACT ' PI-CUSTNO '  '
                           ED-PRICE '   THRU ' CP-ENDDATE
                   DISPLAY '   (A LOWER QUANTITY BREAK STILL APPLIES)'
               WHEN 100
                   DISPLAY '   NO CONTRACT PRICE FOR ' PI-CUSTNO
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       300-DISPLAY-STOCK-BY-LOCATION.
      *
      *    THE STOCK FILE IS KEYED ON GADGET THEN LOCATION, SO ONE
      *    START AND A RUN OF READ NEXTS PICKS UP EVERY LOCATION.
      *
           DISPLAY '-- ON HAND BY LOCATION -------------------------'.
           IF PI-GADGET-ID-X NOT NUMERIC
               DISPLAY '   NOT A STOCKED GADGET NUMBER.'
           ELSE
               OPEN INPUT GDGSTOCK
               IF NOT WS-GDGSTOCK-GOOD
                   DISPLAY '   STOCK FILE NOT AVAILABLE, STATUS '
                           WS-GDGSTOCK-STATUS
               ELSE
                   MOVE PI-GADGET-ID TO GS-GADGET-ID
                   MOVE LOW-VALUES   TO GS-LOCATION
                   MOVE 'N' TO END-OF-SECTION-SW
                   START GDGSTOCK KEY IS NOT LESS THAN GS-STOCK-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SECTION-SW
                   END-START
                   PERFORM 310-DISPLAY-ONE-LOCATION
                       UNTIL END-OF-SECTION
                   CLOSE GDGSTOCK
               END-IF
               IF AV-LOCATION-COUNT = 0
                   DISPLAY '   NO STOCK RECORD FOR THIS GADGET.'
               END-IF.
           MOVE AV-ON-HAND TO ED-QTY.
           DISPLAY '   TOTAL ON HAND          ' ED-QTY.
      *
       310-DISPLAY-ONE-LOCATION.
      *
           READ GDGSTOCK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SECTION-SW.
           IF NOT END-OF-SECTION
               IF NOT WS-GDGSTOCK-SUCCESS
                  OR GS-GADGET-ID NOT = PI-GADGET-ID
                   MOVE 'Y' TO END-OF-SECTION-SW
               ELSE
                   ADD 1 TO AV-LOCATION-COUNT
                   ADD GS-QTY-IN-STOCK TO AV-ON-HAND
                   MOVE GS-QTY-IN-STOCK TO ED-QTY
                   DISPLAY '   LOCATION ' GS-LOCATION
                           '            ' ED-QTY.
      *
       400-DISPLAY-COMMITTED.
      *
      *    AN OPEN OR PARTLY SHIPPED ORDER STILL HOLDS WHATEVER
      *    HAS NOT BEEN CONFIRMED AS SHIPPED.  A BACKORDER IS AN
      *    INVOICED QUANTITY THE WAREHOUSE COULD NOT FILL AND OWES.
      *
           DISPLAY '-- COMMITTED -----------------------------------'.
           EXEC SQL
               SELECT COALESCE(SUM(C.OLQTY -
                          COALESCE((SELECT SUM(D.SCQTY)
                              FROM MM01.SHIPCONF D
                              WHERE D.SCORDNO = C.OLORDNO
                                AND D.SCLINE  = C.OLLINE), 0)), 0)
                   INTO :AV-ON-ORDER
                   FROM MM01.ORDLINE C
                       INNER JOIN MM01.ORDHDR A
                   ON A.OHORDNO = C.OLORDNO
                       WHERE C.OLPRODNO = :PI-GADGET-ID-X
                         AND A.OHSTATUS IN ('O', 'P')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-CURSOR-SW
               MOVE ZERO TO AV-ON-ORDER.
           MOVE AV-ON-ORDER TO ED-QTY.
           DISPLAY '   ON OPEN ORDERS         ' ED-QTY.
           IF PI-GADGET-ID-X NUMERIC
               OPEN INPUT BACKORD
               IF WS-BACKORD-GOOD
                   MOVE 'N' TO END-OF-SECTION-SW
                   PERFORM 410-ADD-ONE-BACKORDER
                       UNTIL END-OF-SECTION
                   CLOSE BACKORD.
           MOVE AV-BACKORDERED TO ED-QTY.
           DISPLAY '   ON OPEN BACKORDERS     ' ED-QTY
                   '  (' AV-BACKORDER-COUNT ' BACKORDER(S))'.
      *
       410-ADD-ONE-BACKORDER.
      *
           READ BACKORD
               AT END
                   MOVE 'Y' TO END-OF-SECTION-SW.
           IF NOT END-OF-SECTION
               IF BO-GADGET-ID = PI-GADGET-ID
                   ADD 1      TO AV-BACKORDER-COUNT
                   ADD BO-QTY TO AV-BACKORDERED.
      *
       500-DISPLAY-INCOMING.
      *
      *    AN OPEN OR PARTLY RECEIVED PURCHASE ORDER BRINGS IN
      *    WHAT HAS NOT BEEN RECEIVED YET.  THE EARLIEST DUE DATE
      *    IS WHEN THE NEXT OF IT SHOULD ARRIVE.
      *
           DISPLAY '-- INCOMING ------------------------------------'.
           IF PI-GADGET-ID-X NUMERIC
               OPEN INPUT POFILE
               IF WS-POFILE-GOOD
                   MOVE 'N' TO END-OF-SECTION-SW
                   PERFORM 510-DISPLAY-ONE-PO
                       UNTIL END-OF-SECTION
                   CLOSE POFILE.
           MOVE AV-INCOMING TO ED-QTY.
           IF NEXT-RECEIPT-DATE = ZERO
               DISPLAY '   ON OPEN PURCHASE ORDERS' ED-QTY
           ELSE
               DISPLAY '   ON OPEN PURCHASE ORDERS' ED-QTY
                       '  NEXT DUE ' NEXT-RECEIPT-DATE.
      *
       510-DISPLAY-ONE-PO.
      *
           READ POFILE
               AT END
                   MOVE 'Y' TO END-OF-SECTION-SW.
           IF NOT END-OF-SECTION
               IF PO-GADGET-ID = PI-GADGET-ID
                  AND NOT PO-CLOSED
                  AND PO-ORDER-QTY > PO-RECEIVED-QTY
                   COMPUTE AV-PO-OPEN-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
                   ADD AV-PO-OPEN-QTY TO AV-INCOMING
                   MOVE AV-PO-OPEN-QTY TO ED-QTY
                   DISPLAY '   PO ' PO-NUMBER '  DUE ' PO-DUE-DATE
                           '   ' ED-QTY
                   IF NEXT-RECEIPT-DATE = ZERO
                      OR PO-DUE-DATE < NEXT-RECEIPT-DATE
                       MOVE PO-DUE-DATE TO NEXT-RECEIPT-DATE.
      *
       600-DISPLAY-AVAILABLE.
      *
           COMPUTE AV-TO-PROMISE = AV-ON-HAND
                                 - AV-ON-ORDER
                                 - AV-BACKORDERED.
           DISPLAY '-- AVAILABLE TO PROMISE ------------------------'.
           MOVE AV-TO-PROMISE TO ED-QTY.
           DISPLAY '   FROM STOCK NOW         ' ED-QTY.
           ADD AV-INCOMING TO AV-TO-PROMISE.
           MOVE AV-TO-PROMISE TO ED-QTY.
           IF NEXT-RECEIPT-DATE = ZERO
               DISPLAY '   INCLUDING INCOMING     ' ED-QTY
           ELSE
               DISPLAY '   INCLUDING INCOMING     ' ED-QTY
                       '  BY ' NEXT-RECEIPT-DATE.
           IF NOT VALID-CURSOR
               DISPLAY '   **** DB2 ERROR - FIGURES MAY BE INCOMPLETE'.
      *
