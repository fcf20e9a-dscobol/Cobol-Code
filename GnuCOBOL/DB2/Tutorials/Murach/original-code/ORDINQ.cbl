       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ORDINQ.
      *
      *    ORDER STATUS FOR THE COUNTER.  AN ORDER IS FOUND BY ITS
      *    NUMBER, OR PICKED FROM THE ORDERS FOR A CUSTOMER OR FOR
      *    A CUSTOMER PO, AND FOLLOWED ALL THE WAY THROUGH:
      *
      *      - THE ORDHDR STATUS, AND FOR A CANCELLED ORDER WHO
      *        CANCELLED IT AND WHEN;
      *      - EACH ORDLINE WITH WHAT HAS BEEN CONFIRMED SHIPPED
      *        AND, FOR EACH CONFIRMATION, THE INVOICE ORDCONV
      *        BILLED IT ON (OR THAT IT IS NOT BILLED YET);
      *      - FOR EACH OF THOSE INVOICES, WHAT THE WAREHOUSE
      *        ALLOCATED FROM WHICH LOCATION UNDER WHICH LOT AND
      *        SERIAL NUMBER (THE ISSUE-COST FILE) AND WHAT IS
      *        STILL ON BACKORDER (THE BACKORDER FILE), AND
      *        WHETHER THE INVOICE IS OPEN, PAID, OR ALREADY MOVED
      *        TO HISTORY.
      *
      *    THE CUSTOMER OF THE LAST ORDER SHOWN GOES BACK TO THE
      *    MENU THROUGH THE SHARED CARRY FIELD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ISSUECST ASSIGN TO UT-S-ISSUECST
               FILE STATUS IS WS-ISSUECST-STATUS.
      *
           SELECT BACKORD  ASSIGN TO UT-S-BACKORD
               FILE STATUS IS WS-BACKORD-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ISSUECST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
      *
       01  ISSUE-COST-RECORD.
           05  IC-INVNO                 PIC X(6).
           05  IC-GADGET-ID             PIC 9(6).
           05  IC-LOCATION              PIC X(3).
           05  IC-DATE                  PIC 9(8).
           05  IC-QTY                   PIC 9(5).
           05  IC-UNIT-COST             PIC 9(4)V99.
           05  IC-LOT                   PIC X(10).
           05  IC-SERIAL                PIC X(12).
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-INQUIRIES-SW     PIC X   VALUE 'N'.
               88  END-OF-INQUIRIES            VALUE 'Y'.
           05  ORDER-FOUND-SW          PIC X.
               88  ORDER-FOUND                 VALUE 'Y'.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
           05  END-OF-SECTION-SW       PIC X   VALUE 'N'.
               88  END-OF-SECTION              VALUE 'Y'.
           05  END-OF-SHIPMENTS-SW     PIC X   VALUE 'N'.
               88  END-OF-SHIPMENTS            VALUE 'Y'.
           05  END-OF-FILE-SW          PIC X   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ISSUECST==.
           COPY WSFST REPLACING ==:tag:== BY ==BACKORD==.
      *
       01  PAGINATION-FIELDS.
           05  PAGE-ROW-COUNT          PIC 9(2)   VALUE ZERO.
           05  PAGE-ROW-MAX            PIC 9(2)   VALUE 15.
           05  MORE-RESPONSE           PIC X      VALUE 'Y'.
      *
      *    THE INQUIRY MENU DRIVER LEAVES A CUSTOMER NUMBER HERE
      *    SO THE CUSTOMER'S ORDERS CAN BE LISTED WITHOUT RETYPING
      *    IT.  STANDALONE RUNS SEE SPACES AND PROMPT.
      *
       01  INQ-CARRY-CUSTNO            PIC X(6)  EXTERNAL.
      *
       01  INQUIRY-FIELDS.
      *
           05  OI-SEARCH-TYPE          PIC X.
               88  OI-BY-ORDER                 VALUE 'O' 'o'.
               88  OI-BY-CUSTOMER              VALUE 'C' 'c'.
               88  OI-BY-CUSTOMER-PO           VALUE 'P' 'p'.
               88  OI-QUIT                     VALUE 'X' 'x'.
           05  OI-LIST-TYPE            PIC X.
           05  OI-CUSTNO               PIC X(6)    VALUE SPACES.
           05  OI-CUSTPO               PIC X(15)   VALUE SPACES.
           05  OI-ORDNO                PIC X(6).
           05  OI-LIST-COUNT           PIC S9(5)   COMP.
      *
       01  ORDHDR-ROW.
      *
           05  OH-CUSTNO               PIC X(6).
           05  OH-CUSTPO               PIC X(15).
           05  OH-ORDDATE              PIC X(10).
           05  OH-SHIPDATE             PIC X(10).
           05  OH-REP                  PIC X(3).
           05  OH-STATUS               PIC X.
               88  OH-OPEN                     VALUE 'O'.
               88  OH-PARTIAL                  VALUE 'P'.
               88  OH-BILLED                   VALUE 'B'.
               88  OH-CANCELLED                VALUE 'C'.
           05  OH-INVNO                PIC X(6).
           05  OH-CANCUSER             PIC X(8).
           05  OH-CANCTS               PIC X(26).
           05  OH-LNAME                PIC X(30).
      *
       01  ORDLINE-ROW.
      *
           05  OL-LINE                 PIC S9(4)       COMP.
           05  OL-PRODNO               PIC X(6).
           05  OL-DESC                 PIC X(20).
           05  OL-QTY                  PIC S9(9)       COMP.
           05  OL-PRICE                PIC S9(5)V99    COMP-3.
           05  OL-SHIPPED              PIC S9(9)       COMP.
           05  OL-BILLED               PIC S9(9)       COMP.
      *
       01  SHIPCONF-ROW.
      *
           05  SC-SHIPDATE             PIC X(10).
           05  SC-QTY                  PIC S9(9)       COMP.
           05  SC-CARRIER              PIC X(10).
           05  SC-TRACKNO              PIC X(20).
           05  SC-INVNO                PIC X(6).
      *
       01  INVOICE-STATUS-FIELDS.
      *
           05  IV-BALANCE              PIC S9(9)V99    COMP-3.
           05  IV-TOTAL                PIC S9(9)V99    COMP-3.
           05  IV-HIST-COUNT           PIC S9(9)       COMP.
           05  IV-ALLOC-COUNT          PIC S9(5)       COMP.
           05  IV-BACK-COUNT           PIC S9(5)       COMP.
      *
      *    EVERY INVOICE THE ORDER HAS BEEN BILLED ON, COLLECTED
      *    WHILE THE LINES ARE LISTED, SO EACH IS LOOKED UP ONCE.
      *
       01  ORDER-INVOICE-TABLE.
      *
           05  OT-INVOICE-COUNT        PIC S9(4)   COMP VALUE ZERO.
           05  OT-INVOICE OCCURS 50 TIMES
                   INDEXED BY OT-INDEX.
               10  OT-INVNO            PIC X(6).
      *
       01  EDITED-FIELDS.
      *
           05  ED-LINE                 PIC ZZ9.
           05  ED-QTY                  PIC Z(6)9.
           05  ED-SHIPPED              PIC Z(6)9.
           05  ED-BILLED               PIC Z(6)9.
           05  ED-PRICE                PIC Z(4)9.99.
           05  ED-AMOUNT               PIC Z(8)9.99-.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE ORDLIST CURSOR FOR
                   SELECT OHORDNO,  CHAR(OHORDDATE),  OHSTATUS,
                          OHCUSTNO, OHCUSTPO
                       FROM MM01.ORDHDR
                           WHERE (:OI-LIST-TYPE = 'C'
                                  AND OHCUSTNO  = :OI-CUSTNO)
                              OR (:OI-LIST-TYPE = 'P'
                                  AND OHCUSTPO  = :OI-CUSTPO)
                           ORDER BY OHORDNO DESC
           END-EXEC.
      *
           EXEC SQL
               DECLARE LINECURS CURSOR FOR
                   SELECT A.OLLINE,   A.OLPRODNO,  A.OLDESC,
                          A.OLQTY,    A.OLPRICE,
                          COALESCE((SELECT SUM(B.SCQTY)
                              FROM MM01.SHIPCONF B
                              WHERE B.SCORDNO = A.OLORDNO
                                AND B.SCLINE  = A.OLLINE), 0),
                          COALESCE((SELECT SUM(C.SCQTY)
                              FROM MM01.SHIPCONF C
                              WHERE C.SCORDNO = A.OLORDNO
                                AND C.SCLINE  = A.OLLINE
                                AND C.SCINVNO <> '      '), 0)
                       FROM MM01.ORDLINE A
                           WHERE A.OLORDNO = :OI-ORDNO
                           ORDER BY A.OLLINE
           END-EXEC.
      *
           EXEC SQL
               DECLARE SHIPCURS CURSOR FOR
                   SELECT CHAR(SCSHIPDATE), SCQTY,  SCCARRIER,
                          SCTRACKNO,        SCINVNO
                       FROM MM01.SHIPCONF
                           WHERE SCORDNO = :OI-ORDNO
                             AND SCLINE  = :OL-LINE
                           ORDER BY SCSHIPDATE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-ORDER-INQUIRIES.
      *
      *    THE INQUIRY MENU CALLS THIS PROGRAM REPEATEDLY, AND A
      *    CALLED PROGRAM KEEPS ITS LAST-USED STATE, SO THE LOOP
      *    SWITCHES ARE RESET HERE RATHER THAN TRUSTING THEIR
      *    VALUE CLAUSES.
      *
           MOVE 'N' TO END-OF-INQUIRIES-SW.
           MOVE 'Y' TO VALID-CURSOR-SW.
           MOVE SPACES TO OI-CUSTNO.
           IF INQ-CARRY-CUSTNO NOT = SPACES
              AND INQ-CARRY-CUSTNO NOT = LOW-VALUES
               MOVE INQ-CARRY-CUSTNO TO OI-CUSTNO
               MOVE SPACES TO INQ-CARRY-CUSTNO.
           PERFORM 100-PROCESS-ORDER-INQUIRY
               UNTIL END-OF-INQUIRIES.
           IF OI-CUSTNO NOT = SPACES
               MOVE OI-CUSTNO TO INQ-CARRY-CUSTNO.
           GOBACK.
      *
       100-PROCESS-ORDER-INQUIRY.
      *
           MOVE SPACES TO OI-ORDNO.
           PERFORM 110-ACCEPT-SEARCH.
           EVALUATE TRUE
               WHEN OI-QUIT
                   MOVE 'Y' TO END-OF-INQUIRIES-SW
               WHEN OI-BY-ORDER
                   DISPLAY 'KEY IN THE ORDER NUMBER:'
                   ACCEPT OI-ORDNO
               WHEN OI-BY-CUSTOMER
                   PERFORM 120-ACCEPT-CUSTOMER
               WHEN OI-BY-CUSTOMER-PO
                   DISPLAY 'KEY IN THE CUSTOMER PO NUMBER:'
                   MOVE SPACES TO OI-CUSTPO
                   ACCEPT OI-CUSTPO
                   MOVE 'P' TO OI-LIST-TYPE
                   PERFORM 200-LIST-MATCHING-ORDERS
               WHEN OTHER
                   DISPLAY 'SEARCH NOT RECOGNIZED.'
           END-EVALUATE.
           IF OI-ORDNO NOT = SPACES
               MOVE 'Y' TO VALID-CURSOR-SW
               PERFORM 300-DISPLAY-ORDER.
      *
       110-ACCEPT-SEARCH.
      *
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CURRENT CUSTOMER: ' OI-CUSTNO.
           DISPLAY 'FIND AN ORDER BY:  O  ORDER NUMBER'.
           DISPLAY '                   C  CUSTOMER NUMBER'.
           DISPLAY '                   P  CUSTOMER PO NUMBER'.
           DISPLAY 'OR KEY IN X AND PRESS ENTER TO QUIT.'.
           MOVE SPACE TO OI-SEARCH-TYPE.
           ACCEPT OI-SEARCH-TYPE.
      *
       120-ACCEPT-CUSTOMER.
      *
           IF OI-CUSTNO = SPACES
               DISPLAY 'KEY IN THE CUSTOMER NUMBER:'
           ELSE
               DISPLAY 'KEY IN THE CUSTOMER NUMBER, OR PRESS ENTER '
                       'FOR ' OI-CUSTNO ':'.
           MOVE SPACES TO OI-ORDNO.
           ACCEPT OI-ORDNO.
           IF OI-ORDNO NOT = SPACES
               MOVE OI-ORDNO TO OI-CUSTNO.
           MOVE SPACES TO OI-ORDNO.
           IF OI-CUSTNO NOT = SPACES
               MOVE 'C' TO OI-LIST-TYPE
               PERFORM 200-LIST-MATCHING-ORDERS.
      *
       200-LIST-MATCHING-ORDERS.
      *
           DISPLAY '-- ORDERS --------------------------------------'.
           DISPLAY '   ORDER   DATE        ST  CUST    CUSTOMER PO'.
           MOVE ZERO TO OI-LIST-COUNT
                        PAGE-ROW-COUNT.
           MOVE 'Y' TO VALID-CURSOR-SW.
           MOVE 'N' TO END-OF-SECTION-SW.
           EXEC SQL
               OPEN ORDLIST
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-SECTION-SW.
           PERFORM 210-DISPLAY-ORDER-LIST-LINE
               UNTIL END-OF-SECTION.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE ORDLIST
               END-EXEC
           ELSE
               DISPLAY '   **** DB2 ERROR READING THE ORDERS'.
           IF OI-LIST-COUNT = 0
               DISPLAY '   NO ORDERS FOUND.'
           ELSE
               DISPLAY 'KEY IN THE ORDER NUMBER TO FOLLOW, '
                       'OR PRESS ENTER TO SKIP:'
               ACCEPT OI-ORDNO.
      *
       210-DISPLAY-ORDER-LIST-LINE.
      *
           EXEC SQL
               FETCH ORDLIST
                   INTO :OI-ORDNO,   :OH-ORDDATE,  :OH-STATUS,
                        :OH-CUSTNO,  :OH-CUSTPO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SECTION-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-SECTION-SW
               ELSE
                   ADD 1 TO OI-LIST-COUNT
                   DISPLAY '   ' OI-ORDNO '  ' OH-ORDDATE '  '
                           OH-STATUS '   ' OH-CUSTNO '  ' OH-CUSTPO
                   ADD 1 TO PAGE-ROW-COUNT
                   IF PAGE-ROW-COUNT >= PAGE-ROW-MAX
                       PERFORM 145-PROMPT-FOR-MORE.
           MOVE SPACES TO OI-ORDNO.
      *
       145-PROMPT-FOR-MORE.
      *
           MOVE ZERO TO PAGE-ROW-COUNT.
           DISPLAY 'MORE? (Y/N): '.
           ACCEPT MORE-RESPONSE.
           IF MORE-RESPONSE = 'N' OR MORE-RESPONSE = 'n'
               MOVE 'Y' TO END-OF-SECTION-SW.
      *
       300-DISPLAY-ORDER.
      *
           MOVE 'Y' TO ORDER-FOUND-SW.
           PERFORM 310-GET-ORDER-HEADER.
           IF NOT ORDER-FOUND
               DISPLAY '--------------------------------------------'
                       '----'
               DISPLAY '   ORDER NUMBER ' OI-ORDNO ' NOT FOUND.'
           ELSE
               MOVE OH-CUSTNO TO OI-CUSTNO
               PERFORM 320-DISPLAY-ORDER-HEADER
               PERFORM 330-DISPLAY-ORDER-LINES
               PERFORM 400-DISPLAY-ORDER-INVOICES
               IF NOT VALID-CURSOR
                   DISPLAY '   **** DB2 ERROR - ORDER MAY BE '
                           'INCOMPLETE'.
      *
       310-GET-ORDER-HEADER.
      *
           EXEC SQL
               SELECT A.OHCUSTNO,          A.OHCUSTPO,
                      CHAR(A.OHORDDATE),   CHAR(A.OHSHIPDATE),
                      A.OHREP,             A.OHSTATUS,
                      COALESCE(A.OHINVNO, ' '),
                      COALESCE(A.OHCANCUSER, ' '),
                      COALESCE(CHAR(A.OHCANCTS), ' '),
                      COALESCE(B.LNAME, ' ')
                   INTO :OH-CUSTNO,   :OH-CUSTPO,
                        :OH-ORDDATE,  :OH-SHIPDATE,
                        :OH-REP,      :OH-STATUS,
                        :OH-INVNO,
                        :OH-CANCUSER,
                        :OH-CANCTS,
                        :OH-LNAME
                   FROM MM01.ORDHDR A
                       LEFT OUTER JOIN MM01.CUSTOMER B
                   ON B.CUSTNO = A.OHCUSTNO
                       WHERE A.OHORDNO = :OI-ORDNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ORDER-FOUND-SW.
      *
       320-DISPLAY-ORDER-HEADER.
      *
           DISPLAY '------------------------------------------------'.
           DISPLAY '   ORDER    ' OI-ORDNO '   CUSTOMER PO ' OH-CUSTPO.
           DISPLAY '   CUSTOMER ' OH-CUSTNO '   ' OH-LNAME.
           DISPLAY '   ORDERED  ' OH-ORDDATE '   SHIP BY ' OH-SHIPDATE
                   '   REP ' OH-REP.
           EVALUATE TRUE
               WHEN OH-OPEN
                   DISPLAY '   STATUS   O  OPEN - NOTHING SHIPPED YET'
               WHEN OH-PARTIAL
                   DISPLAY '   STATUS   P  PARTIALLY SHIPPED'
               WHEN OH-BILLED
                   DISPLAY '   STATUS   B  BILLED IN FULL - LAST '
                           'INVOICE ' OH-INVNO
               WHEN OH-CANCELLED
                   DISPLAY '   STATUS   C  CANCELLED'
                   IF OH-CANCUSER = SPACES
                       DISPLAY '            (CANCELLED BEFORE THE '
                               'CANCELLING USER WAS RECORDED)'
                   ELSE
                       DISPLAY '            BY ' OH-CANCUSER
                               ' AT ' OH-CANCTS
                   END-IF
               WHEN OTHER
                   DISPLAY '   STATUS   ' OH-STATUS
           END-EVALUATE.
      *
       330-DISPLAY-ORDER-LINES.
      *
           DISPLAY '-- LINES ---------------------------------------'.
           DISPLAY '   LN  PRODUCT DESCRIPTION            ORDERED'
                   ' SHIPPED  BILLED'.
           MOVE ZERO TO OT-INVOICE-COUNT
                        PAGE-ROW-COUNT.
           MOVE 'N' TO END-OF-SECTION-SW.
           EXEC SQL
               OPEN LINECURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-SECTION-SW.
           PERFORM 340-DISPLAY-ORDER-LINE
               UNTIL END-OF-SECTION.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE LINECURS
               END-EXEC.
      *
       340-DISPLAY-ORDER-LINE.
      *
           EXEC SQL
               FETCH LINECURS
                   INTO :OL-LINE,    :OL-PRODNO,  :OL-DESC,
                        :OL-QTY,     :OL-PRICE,
                        :OL-SHIPPED, :OL-BILLED
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SECTION-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-SECTION-SW
               ELSE
                   MOVE OL-LINE    TO ED-LINE
                   MOVE OL-QTY     TO ED-QTY
                   MOVE OL-SHIPPED TO ED-SHIPPED
                   MOVE OL-BILLED  TO ED-BILLED
                   DISPLAY '   ' ED-LINE ' ' OL-PRODNO '  ' OL-DESC
                           ED-QTY ' ' ED-SHIPPED ' ' ED-BILLED
                   ADD 1 TO PAGE-ROW-COUNT
                   PERFORM 350-DISPLAY-LINE-SHIPMENTS
                   IF PAGE-ROW-COUNT >= PAGE-ROW-MAX
                       PERFORM 145-PROMPT-FOR-MORE.
      *
       350-DISPLAY-LINE-SHIPMENTS.
      *
           IF OL-SHIPPED = 0
               IF OH-CANCELLED
                   DISPLAY '        NOT SHIPPED - ORDER CANCELLED'
               ELSE
                   DISPLAY '        NOTHING CONFIRMED SHIPPED YET'
               END-IF
               ADD 1 TO PAGE-ROW-COUNT
           ELSE
               MOVE 'N' TO END-OF-SHIPMENTS-SW
               EXEC SQL
                   OPEN SHIPCURS
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 360-DISPLAY-ONE-SHIPMENT
                       UNTIL END-OF-SHIPMENTS
                   EXEC SQL
                       CLOSE SHIPCURS
                   END-EXEC.
      *
       360-DISPLAY-ONE-SHIPMENT.
      *
           EXEC SQL
               FETCH SHIPCURS
                   INTO :SC-SHIPDATE, :SC-QTY,     :SC-CARRIER,
                        :SC-TRACKNO,  :SC-INVNO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SHIPMENTS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-SHIPMENTS-SW
               ELSE
                   MOVE SC-QTY TO ED-QTY
                   IF SC-INVNO = SPACES
                       DISPLAY '        SHIPPED ' SC-SHIPDATE ED-QTY
                               ' ' SC-CARRIER ' NOT YET INVOICED'
                   ELSE
                       DISPLAY '        SHIPPED ' SC-SHIPDATE ED-QTY
                               ' ' SC-CARRIER ' INVOICE ' SC-INVNO
                       PERFORM 370-NOTE-ORDER-INVOICE
                   END-IF
                   IF SC-TRACKNO NOT = SPACES
                       DISPLAY '          TRACKING ' SC-TRACKNO
                   END-IF
                   ADD 1 TO PAGE-ROW-COUNT.
      *
       370-NOTE-ORDER-INVOICE.
      *
           SET OT-INDEX TO 1.
           SEARCH OT-INVOICE
               AT END
                   CONTINUE
               WHEN OT-INDEX > OT-INVOICE-COUNT
                   IF OT-INVOICE-COUNT < 50
                       ADD 1 TO OT-INVOICE-COUNT
                       MOVE SC-INVNO TO OT-INVNO(OT-INVOICE-COUNT)
                   END-IF
               WHEN OT-INVNO(OT-INDEX) = SC-INVNO
                   CONTINUE
           END-SEARCH.
      *
       400-DISPLAY-ORDER-INVOICES.
      *
           DISPLAY '-- INVOICES ------------------------------------'.
           IF OT-INVOICE-COUNT = 0
               DISPLAY '   NOT BILLED ON ANY INVOICE YET.'
           ELSE
               MOVE ZERO TO PAGE-ROW-COUNT
               MOVE 'N'  TO END-OF-SECTION-SW
               PERFORM 410-DISPLAY-ONE-INVOICE
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-INVOICE-COUNT
                      OR END-OF-SECTION.
      *
       410-DISPLAY-ONE-INVOICE.
      *
           PERFORM 420-DISPLAY-INVOICE-STATUS.
           PERFORM 430-DISPLAY-ALLOCATIONS.
           PERFORM 440-DISPLAY-BACKORDERS.
           IF IV-ALLOC-COUNT = 0 AND IV-BACK-COUNT = 0
               DISPLAY '        NO ALLOCATION RECORDED BY THE '
                       'WAREHOUSE YET'
               ADD 1 TO PAGE-ROW-COUNT.
           IF PAGE-ROW-COUNT >= PAGE-ROW-MAX
              AND OT-INDEX < OT-INVOICE-COUNT
               PERFORM 145-PROMPT-FOR-MORE.
      *
       420-DISPLAY-INVOICE-STATUS.
      *
      *    A PAID INVOICE STAYS ON MM01.INVOICE UNTIL THE PAYMENT
      *    RUN MOVES IT TO MM01.INVHIST; ONE ON NEITHER TABLE WAS
      *    CONVERTED BUT HAS NOT BEEN POSTED BY THE INVOICE UPDATE.
      *
           EXEC SQL
               SELECT A.INVTOTAL,
                      A.INVTOTAL -
                          COALESCE((SELECT SUM(PAYAMT)
                              FROM MM01.PAYMENT
                              WHERE PAYINVNO = A.INVNO), 0)
                   INTO :IV-TOTAL, :IV-BALANCE
                   FROM MM01.INVOICE A
                       WHERE A.INVNO = :OT-INVNO(OT-INDEX)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE IV-TOTAL TO ED-AMOUNT
                   IF IV-BALANCE > 0
                       DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                               '  ' ED-AMOUNT '  OPEN'
                       MOVE IV-BALANCE TO ED-AMOUNT
                       DISPLAY '        BALANCE DUE       ' ED-AMOUNT
                       ADD 1 TO PAGE-ROW-COUNT
                   ELSE
                       DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                               '  ' ED-AMOUNT '  PAID'
                   END-IF
               WHEN 100
                   PERFORM 425-CHECK-INVOICE-HISTORY
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
                   DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                           '  **** DB2 ERROR'
           END-EVALUATE.
           ADD 1 TO PAGE-ROW-COUNT.
      *
       425-CHECK-INVOICE-HISTORY.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :IV-HIST-COUNT
                   FROM MM01.INVHIST
                       WHERE INVNO = :OT-INVNO(OT-INDEX)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                       '  **** DB2 ERROR'
           ELSE
               IF IV-HIST-COUNT > 0
                   DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                           '  PAID - IN HISTORY'
               ELSE
                   DISPLAY '   INVOICE ' OT-INVNO(OT-INDEX)
                           '  NOT POSTED YET'.
      *
       430-DISPLAY-ALLOCATIONS.
      *
      *    EVERY QUANTITY THE WAREHOUSE ISSUED AGAINST THE INVOICE,
      *    AT ALLOCATION OR LATER WHEN A BACKORDER WAS RELEASED,
      *    IS ON THE ISSUE-COST FILE UNDER THE INVOICE NUMBER.
      *
           MOVE ZERO TO IV-ALLOC-COUNT.
           OPEN INPUT ISSUECST.
           IF NOT WS-ISSUECST-GOOD
               DISPLAY '        ISSUE FILE NOT AVAILABLE, STATUS '
                       WS-ISSUECST-STATUS
               ADD 1 TO IV-ALLOC-COUNT
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 435-DISPLAY-ONE-ALLOCATION
                   UNTIL END-OF-FILE
               CLOSE ISSUECST.
      *
       435-DISPLAY-ONE-ALLOCATION.
      *
           READ ISSUECST
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               IF IC-INVNO = OT-INVNO(OT-INDEX)
                   ADD 1 TO IV-ALLOC-COUNT
                   MOVE IC-QTY TO ED-QTY
                   DISPLAY '        ALLOCATED   ' IC-GADGET-ID
                           ' FROM ' IC-LOCATION ED-QTY
                           ' ON ' IC-DATE
                   ADD 1 TO PAGE-ROW-COUNT
                   IF IC-LOT NOT = SPACES OR IC-SERIAL NOT = SPACES
                       DISPLAY '          LOT ' IC-LOT
                               '  SERIAL ' IC-SERIAL
                       ADD 1 TO PAGE-ROW-COUNT.
      *
       440-DISPLAY-BACKORDERS.
      *
      *    THE BACKORDER FILE HOLDS ONLY WHAT IS STILL SHORT; A
      *    RELEASED BACKORDER HAS ALREADY SHOWN UP ABOVE AS AN
      *    ALLOCATION.
      *
           MOVE ZERO TO IV-BACK-COUNT.
           OPEN INPUT BACKORD.
           IF NOT WS-BACKORD-GOOD
               DISPLAY '        BACKORDER FILE NOT AVAILABLE, STATUS '
                       WS-BACKORD-STATUS
               ADD 1 TO IV-BACK-COUNT
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 445-DISPLAY-ONE-BACKORDER
                   UNTIL END-OF-FILE
               CLOSE BACKORD.
      *
       445-DISPLAY-ONE-BACKORDER.
      *
           READ BACKORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               IF BO-INVNO = OT-INVNO(OT-INDEX)
                   ADD 1 TO IV-BACK-COUNT
                   MOVE BO-QTY TO ED-QTY
                   DISPLAY '        BACKORDERED ' BO-GADGET-ID
                           '     ' ED-QTY ' SINCE ' BO-DATE
                   ADD 1 TO PAGE-ROW-COUNT.
      *
