       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    EDI850I.
      *
      *    TRANSLATES INBOUND EDI 850 PURCHASE ORDERS FROM TRADE
      *    CUSTOMERS INTO ORDER TRANSACTIONS FOR ORDENT, SO EVERY
      *    EDI ORDER PASSES THE SAME PRODUCT, PRICING, REP AND
      *    AUTHORIZATION EDITS AS A KEYED ONE.  THE INTERCHANGE IS
      *    ONE SEGMENT PER RECORD, THE SAME SHAPE EDI810X SENDS:
      *      ISA/IEA  INTERCHANGE ENVELOPE WITH CONTROL NUMBER
      *      GS/GE    FUNCTIONAL GROUP
      *      ST/SE    ONE TRANSACTION SET PER PURCHASE ORDER
      *      BEG      PURPOSE, TYPE, CUSTOMER PO NUMBER, PO DATE
      *      N1       BY (BUYER) PARTY - OUR CUSTOMER NUMBER
      *      DTM      002 - REQUESTED SHIP DATE
      *      PO1      ONE PER LINE ITEM
      *      CTT      LINE ITEM COUNT
      *    ANY OTHER SEGMENT IS COUNTED BUT NOT MAPPED.
      *
      *    A SET IS TRANSLATED ONLY WHEN THE ENVELOPE COUNTS AGREE,
      *    THE BUYER IS AN EDI CUSTOMER, AND THE CUSTOMER HAS NOT
      *    SENT THE SAME PO NUMBER BEFORE.  EACH TRANSLATED SET IS
      *    LOGGED IN MM01.EDIRECV, WHICH ALSO HANDS OUT THE ORDER
      *    NUMBER - 'E' AND THE RECEIPT SEQUENCE.  A SET THAT
      *    CANNOT BE TRANSLATED IS LISTED ON THE REJECT REPORT BY
      *    THE CUSTOMER'S PO NUMBER FOR THE ORDER DESK TO CHASE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EDIIN  ASSIGN TO UT-S-EDIIN.
           SELECT OTRANS ASSIGN TO UT-S-OTRANS.
           SELECT PRTOUT ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EDIIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EDI-RECORD.
      *
           05  EDI-SEGMENT-ID           PIC X(3).
           05  EDI-SEGMENT-DATA         PIC X(77).
           05  ISA-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  ISA-CTLNO            PIC 9(9).
               10  FILLER               PIC X.
               10  ISA-DATE             PIC X(10).
               10  FILLER               PIC X(57).
           05  ST-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  ST-SET-ID            PIC X(3).
               10  FILLER               PIC X.
               10  ST-CTLNO             PIC X(9).
               10  FILLER               PIC X(64).
           05  BEG-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  BEG-PURPOSE          PIC X(2).
               10  FILLER               PIC X.
               10  BEG-TYPE             PIC X(2).
               10  FILLER               PIC X.
               10  BEG-PONO             PIC X(22).
               10  FILLER               PIC X.
               10  BEG-PODATE           PIC X(10).
               10  FILLER               PIC X(38).
           05  N1-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  N1-ENTITY            PIC X(2).
               10  FILLER               PIC X.
               10  N1-ID                PIC X(6).
               10  FILLER               PIC X.
               10  N1-NAME              PIC X(30).
               10  FILLER               PIC X(37).
           05  DTM-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  DTM-QUALIFIER        PIC X(3).
               10  FILLER               PIC X.
               10  DTM-DATE             PIC X(10).
               10  FILLER               PIC X(63).
           05  PO1-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  PO1-LINENO           PIC 9(3).
               10  FILLER               PIC X.
               10  PO1-QTY              PIC 9(5).
               10  FILLER               PIC X.
               10  PO1-UOM              PIC X(2).
               10  FILLER               PIC X.
               10  PO1-PRICE            PIC 9(5)V99.
               10  FILLER               PIC X.
               10  PO1-QUALIFIER        PIC X(2).
               10  FILLER               PIC X.
               10  PO1-PRODNO           PIC X(6).
               10  FILLER               PIC X(47).
           05  CTT-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  CTT-COUNT            PIC 9(3).
               10  FILLER               PIC X(74).
           05  SE-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  SE-SEG-COUNT         PIC 9(5).
               10  FILLER               PIC X.
               10  SE-CTLNO             PIC X(9).
               10  FILLER               PIC X(62).
      *
       FD  OTRANS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  ORDER-TRANSACTION-RECORD.
      *
           05  OTR-RECORD-TYPE          PIC X.
           05  OTR-TRANSACTION-CODE     PIC X.
           05  OTR-TRANSACTION-DATA     PIC X(54).
           05  OTR-HEADER-DATA REDEFINES OTR-TRANSACTION-DATA.
               10  OTR-ORDNO            PIC X(6).
               10  OTR-CUSTNO           PIC X(6).
               10  OTR-ORDDATE          PIC X(10).
               10  OTR-SHIPDATE         PIC X(10).
               10  OTR-REP              PIC X(3).
               10  OTR-CUSTPO           PIC X(15).
               10  FILLER               PIC X(4).
           05  OTR-DETAIL-DATA REDEFINES OTR-TRANSACTION-DATA.
               10  OTR-LI-ORDNO         PIC X(6).
               10  OTR-LI-LINENO        PIC 9(3).
               10  OTR-LI-PRODNO        PIC X(6).
               10  OTR-LI-DESC          PIC X(20).
               10  OTR-LI-QTY           PIC 9(5).
               10  OTR-LI-PRICE         PIC 9(5)V99.
               10  FILLER               PIC X(7).
           05  OTR-USER-ID              PIC X(8).
      *
       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PRTOUT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SEGMENTS-SW      PIC X   VALUE 'N'.
               88  END-OF-SEGMENTS             VALUE 'Y'.
           05  IN-SET-SW               PIC X   VALUE 'N'.
               88  IN-SET                      VALUE 'Y'.
           05  SET-VALID-SW            PIC X   VALUE 'Y'.
               88  SET-VALID                   VALUE 'Y'.
           05  CTT-SEEN-SW             PIC X   VALUE 'N'.
               88  CTT-SEEN                    VALUE 'Y'.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  SET-FIELDS.
           05  SF-INTERCHANGE          PIC 9(9)        VALUE ZERO.
           05  SF-SETNO                PIC X(9).
           05  SF-CUSTNO               PIC X(6).
           05  SF-CUSTPO               PIC X(22).
           05  SF-PODATE               PIC X(10).
           05  SF-SHIPDATE             PIC X(10).
           05  SF-SEG-COUNT            PIC S9(5)       COMP-3.
           05  SF-CTT-COUNT            PIC S9(5)       COMP-3.
           05  SF-REASON               PIC X(30).
      *
       01  SET-LINE-TABLE.
           05  SET-LINE-COUNT          PIC S9(4)  COMP VALUE 0.
           05  SET-LINE OCCURS 50 TIMES
                   INDEXED BY SL-INDEX.
               10  SL-PRODNO           PIC X(6).
               10  SL-DESC             PIC X(20).
               10  SL-QTY              PIC 9(5).
               10  SL-PRICE            PIC 9(5)V99.
      *
       01  CUSTOMER-CHECK-FIELDS.
           05  CU-EDIFLAG              PIC X.
           05  CU-DUP-COUNT            PIC S9(9)       COMP.
      *
       01  PRODUCT-LOOKUP-FIELDS.
           05  PL-PRODNO               PIC X(6).
           05  PL-DESC                 PIC X(20).
           05  PL-PRICE                PIC S9(5)V99    COMP-3.
      *
       01  ORDER-NUMBER-FIELDS.
           05  ON-SEQ                  PIC S9(9)       COMP.
           05  ON-SEQ-DISPLAY          PIC 9(5).
           05  ON-ORDNO                PIC X(6).
           05  ON-CUSTPO               PIC X(15).
      *
       01  TRANSLATION-COUNTERS        COMP-3.
           05  SEGMENTS-READ           PIC S9(7)       VALUE ZERO.
           05  SETS-RECEIVED           PIC S9(5)       VALUE ZERO.
           05  ORDERS-CREATED          PIC S9(5)       VALUE ZERO.
           05  SETS-REJECTED           PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(31)   VALUE
               'EDI 850 PURCHASE ORDER REJECTS '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(38)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'INTERCHG   SET NO   '.
           05  FILLER      PIC X(20)   VALUE '  CUSTNO  CUSTOMER P'.
           05  FILLER      PIC X(20)   VALUE 'O NUMBER      PO DAT'.
           05  FILLER      PIC X(20)   VALUE 'E     REJECT REASON '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-CTLNO    PIC 9(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SETNO    PIC X(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTPO   PIC X(22).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PODATE   PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-REASON   PIC X(30).
           05  FILLER      PIC X(36)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(15)   VALUE 'SETS RECEIVED: '.
           05  TL-RECEIVED PIC Z(4)9.
           05  FILLER      PIC X(19)   VALUE '   ORDERS CREATED: '.
           05  TL-CREATED  PIC Z(4)9.
           05  FILLER      PIC X(18)   VALUE '   SETS REJECTED: '.
           05  TL-REJECTED PIC Z(4)9.
           05  FILLER      PIC X(65)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-TRANSLATE-PURCHASE-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'EDI850I ' TO EOJS-Program-Id.
           OPEN INPUT  EDIIN
                OUTPUT OTRANS
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-DATE.
           PERFORM 060-GET-RECEIPT-SEQUENCE.
           IF VALID-CURSOR
               PERFORM 100-PROCESS-ONE-SEGMENT
                   UNTIL END-OF-SEGMENTS
                      OR NOT-VALID-CURSOR
               IF IN-SET AND VALID-CURSOR
                   MOVE 'SET NOT CLOSED BY SE' TO SF-REASON
                   PERFORM 390-REJECT-SET.
           PERFORM 500-PRINT-TOTAL-LINE.
           CLOSE EDIIN
                 OTRANS
                 PRTOUT.
           DISPLAY SETS-RECEIVED  ' PURCHASE ORDER SET(S) RECEIVED.'.
           DISPLAY ORDERS-CREATED ' ORDER(S) WRITTEN FOR ORDENT.'.
           DISPLAY SETS-REJECTED  ' SET(S) REJECTED.'.
           MOVE SETS-RECEIVED  TO EOJS-Records-In.
           MOVE ORDERS-CREATED TO EOJS-Records-Out.
           MOVE SETS-REJECTED  TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF SETS-REJECTED > 0
               MOVE 8 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- TRANSLATION INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
      *
       060-GET-RECEIPT-SEQUENCE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ERSEQ), 0)
                   INTO :ON-SEQ
                   FROM MM01.EDIRECV
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       100-PROCESS-ONE-SEGMENT.
      *
           READ EDIIN
               AT END
                   MOVE 'Y' TO END-OF-SEGMENTS-SW.
           IF NOT END-OF-SEGMENTS
               ADD 1 TO SEGMENTS-READ
               IF IN-SET
                   ADD 1 TO SF-SEG-COUNT
               END-IF
               EVALUATE EDI-SEGMENT-ID
                   WHEN 'ISA'
                       IF ISA-CTLNO NUMERIC
                           MOVE ISA-CTLNO TO SF-INTERCHANGE
                       ELSE
                           MOVE ZERO      TO SF-INTERCHANGE
                       END-IF
                   WHEN 'ST '
                       IF IN-SET
                           MOVE 'SET NOT CLOSED BY SE' TO SF-REASON
                           PERFORM 390-REJECT-SET
                       END-IF
                       PERFORM 200-START-SET
                   WHEN 'SE '
                       IF IN-SET
                           PERFORM 300-END-SET
                       END-IF
                   WHEN 'BEG'
                       IF IN-SET
                           PERFORM 210-MAP-BEG-SEGMENT
                       END-IF
                   WHEN 'N1 '
                       IF IN-SET AND N1-ENTITY = 'BY'
                           MOVE N1-ID TO SF-CUSTNO
                       END-IF
                   WHEN 'DTM'
                       IF IN-SET AND DTM-QUALIFIER = '002'
                           MOVE DTM-DATE TO SF-SHIPDATE
                       END-IF
                   WHEN 'PO1'
                       IF IN-SET
                           PERFORM 240-MAP-PO1-SEGMENT
                       END-IF
                   WHEN 'CTT'
                       IF IN-SET
                           PERFORM 250-MAP-CTT-SEGMENT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
      *
       200-START-SET.
      *
           MOVE 'Y'    TO IN-SET-SW.
           MOVE 'Y'    TO SET-VALID-SW.
           MOVE 'N'    TO CTT-SEEN-SW.
           MOVE 1      TO SF-SEG-COUNT.
           MOVE ZERO   TO SF-CTT-COUNT.
           MOVE ZERO   TO SET-LINE-COUNT.
           MOVE SPACES TO SF-CUSTNO
                          SF-CUSTPO
                          SF-PODATE
                          SF-SHIPDATE
                          SF-REASON.
           MOVE ST-CTLNO TO SF-SETNO.
           ADD 1 TO SETS-RECEIVED.
           IF ST-SET-ID NOT = '850'
               MOVE 'N' TO SET-VALID-SW
               MOVE 'NOT AN 850 TRANSACTION SET' TO SF-REASON.
      *
       210-MAP-BEG-SEGMENT.
      *
           MOVE BEG-PONO   TO SF-CUSTPO.
           MOVE BEG-PODATE TO SF-PODATE.
           IF SET-VALID AND BEG-PONO(16:7) NOT = SPACES
               MOVE 'N' TO SET-VALID-SW
               MOVE 'PO NUMBER OVER 15 CHARACTERS' TO SF-REASON.
      *
       240-MAP-PO1-SEGMENT.
      *
           EVALUATE TRUE
               WHEN NOT SET-VALID
                   CONTINUE
               WHEN SET-LINE-COUNT >= 50
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'MORE THAN 50 LINE ITEMS' TO SF-REASON
               WHEN PO1-QTY NOT NUMERIC OR PO1-QTY = ZERO
                 OR PO1-PRICE NOT NUMERIC
                 OR PO1-PRODNO = SPACES
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'INVALID PO1 LINE ITEM' TO SF-REASON
               WHEN OTHER
                   ADD 1 TO SET-LINE-COUNT
                   SET SL-INDEX TO SET-LINE-COUNT
                   MOVE PO1-PRODNO TO SL-PRODNO(SL-INDEX)
                   MOVE SPACES     TO SL-DESC(SL-INDEX)
                   MOVE PO1-QTY    TO SL-QTY(SL-INDEX)
                   MOVE PO1-PRICE  TO SL-PRICE(SL-INDEX)
           END-EVALUATE.
      *
       250-MAP-CTT-SEGMENT.
      *
           MOVE 'Y' TO CTT-SEEN-SW.
           IF CTT-COUNT NUMERIC
               MOVE CTT-COUNT TO SF-CTT-COUNT
           ELSE
               MOVE -1        TO SF-CTT-COUNT.
      *
       300-END-SET.
      *
           MOVE 'N' TO IN-SET-SW.
           EVALUATE TRUE
               WHEN NOT SET-VALID
                   CONTINUE
               WHEN SE-SEG-COUNT NOT NUMERIC
                 OR SE-SEG-COUNT NOT = SF-SEG-COUNT
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'SE SEGMENT COUNT MISMATCH' TO SF-REASON
               WHEN CTT-SEEN AND SF-CTT-COUNT NOT = SET-LINE-COUNT
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'CTT LINE COUNT MISMATCH' TO SF-REASON
               WHEN SF-CUSTPO = SPACES
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO BEG PO NUMBER' TO SF-REASON
               WHEN SF-CUSTNO = SPACES
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO N1 BUYER PARTY' TO SF-REASON
               WHEN SET-LINE-COUNT = ZERO
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO PO1 LINE ITEMS' TO SF-REASON
           END-EVALUATE.
           IF SET-VALID
               PERFORM 310-CHECK-EDI-CUSTOMER.
           IF SET-VALID
               PERFORM 320-CHECK-DUPLICATE-PO.
           IF SET-VALID
               SET SL-INDEX TO 1
               PERFORM 330-FILL-ONE-LINE
                   UNTIL SL-INDEX > SET-LINE-COUNT
                      OR NOT SET-VALID.
           IF SET-VALID
               PERFORM 340-LOG-RECEIVED-SET.
           IF SET-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM 360-WRITE-ORDER-TRANSACTIONS
               ADD 1 TO ORDERS-CREATED
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM 390-REJECT-SET.
      *
       310-CHECK-EDI-CUSTOMER.
      *
           EXEC SQL
               SELECT EDIFLAG
                   INTO :CU-EDIFLAG
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :SF-CUSTNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'BUYER IS NOT A CUSTOMER' TO SF-REASON
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'DB2 ERROR' TO SF-REASON
               WHEN CU-EDIFLAG NOT = 'Y'
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'CUSTOMER NOT SET UP FOR EDI' TO SF-REASON
           END-EVALUATE.
      *
       320-CHECK-DUPLICATE-PO.
      *
      *    A PARTNER THAT RESENDS AN INTERCHANGE MUST NOT GET
      *    THE SAME ORDER TWICE.
      *
           MOVE SF-CUSTPO TO ON-CUSTPO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CU-DUP-COUNT
                   FROM MM01.EDIRECV
                       WHERE ERCUSTNO = :SF-CUSTNO
                         AND ERCUSTPO = :ON-CUSTPO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO SET-VALID-SW
               MOVE 'DB2 ERROR' TO SF-REASON
           ELSE
               IF CU-DUP-COUNT > 0
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'DUPLICATE PURCHASE ORDER' TO SF-REASON.
      *
       330-FILL-ONE-LINE.
      *
      *    THE 850 CARRIES NO DESCRIPTION WE CAN USE, AND A
      *    PARTNER MAY LEAVE THE PRICE TO US, SO BOTH COME FROM
      *    THE PRODUCT MASTER.  AN UNKNOWN PRODUCT IS LEFT FOR
      *    ORDENT'S PRODUCT EDIT TO REJECT WITH THE WHOLE ORDER.
      *
           MOVE SL-PRODNO(SL-INDEX) TO PL-PRODNO.
           EXEC SQL
               SELECT PRODDESC, PRODPRICE
                   INTO :PL-DESC, :PL-PRICE
                   FROM MM01.PRODUCT
                       WHERE PRODNO = :PL-PRODNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE PL-DESC TO SL-DESC(SL-INDEX)
                   IF SL-PRICE(SL-INDEX) = ZERO
                       MOVE PL-PRICE TO SL-PRICE(SL-INDEX)
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'DB2 ERROR' TO SF-REASON
           END-EVALUATE.
           SET SL-INDEX UP BY 1.
      *
       340-LOG-RECEIVED-SET.
      *
           ADD 1 TO ON-SEQ.
           MOVE ON-SEQ TO ON-SEQ-DISPLAY.
           STRING 'E' ON-SEQ-DISPLAY DELIMITED BY SIZE
               INTO ON-ORDNO.
           EXEC SQL
               INSERT INTO MM01.EDIRECV
                      (ERSEQ,      ERCTLNO,         ERSETNO,
                       ERCUSTNO,   ERCUSTPO,        ERPODATE,
                       ERORDNO,    ERRECVDATE)
               VALUES (:ON-SEQ,    :SF-INTERCHANGE, :SF-SETNO,
                       :SF-CUSTNO, :ON-CUSTPO,      :SF-PODATE,
                       :ON-ORDNO,  :RUN-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               SUBTRACT 1 FROM ON-SEQ
               MOVE 'N' TO SET-VALID-SW
               MOVE 'DB2 ERROR' TO SF-REASON.
      *
       360-WRITE-ORDER-TRANSACTIONS.
      *
      *    THE ORDER IS DATED THE DAY IT WAS RECEIVED.  WITH NO
      *    REQUESTED SHIP DATE IT SHIPS AS SOON AS IT CAN.
      *
           IF SF-SHIPDATE = SPACES
               MOVE RUN-DATE TO SF-SHIPDATE.
           MOVE SPACES       TO ORDER-TRANSACTION-RECORD.
           MOVE 'H'          TO OTR-RECORD-TYPE.
           MOVE 'A'          TO OTR-TRANSACTION-CODE.
           MOVE ON-ORDNO     TO OTR-ORDNO.
           MOVE SF-CUSTNO    TO OTR-CUSTNO.
           MOVE RUN-DATE     TO OTR-ORDDATE.
           MOVE SF-SHIPDATE  TO OTR-SHIPDATE.
           MOVE SPACES       TO OTR-REP.
           MOVE ON-CUSTPO    TO OTR-CUSTPO.
           MOVE 'EDI850I '   TO OTR-USER-ID.
           WRITE ORDER-TRANSACTION-RECORD.
           SET SL-INDEX TO 1.
           PERFORM 365-WRITE-ONE-ORDER-LINE
               UNTIL SL-INDEX > SET-LINE-COUNT.
      *
       365-WRITE-ONE-ORDER-LINE.
      *
           MOVE SPACES              TO ORDER-TRANSACTION-RECORD.
           MOVE 'D'                 TO OTR-RECORD-TYPE.
           MOVE 'A'                 TO OTR-TRANSACTION-CODE.
           MOVE ON-ORDNO            TO OTR-LI-ORDNO.
           SET OTR-LI-LINENO        TO SL-INDEX.
           MOVE SL-PRODNO(SL-INDEX) TO OTR-LI-PRODNO.
           MOVE SL-DESC(SL-INDEX)   TO OTR-LI-DESC.
           MOVE SL-QTY(SL-INDEX)    TO OTR-LI-QTY.
           MOVE SL-PRICE(SL-INDEX)  TO OTR-LI-PRICE.
           MOVE 'EDI850I '          TO OTR-USER-ID.
           WRITE ORDER-TRANSACTION-RECORD.
           SET SL-INDEX UP BY 1.
      *
       390-REJECT-SET.
      *
           MOVE 'N' TO IN-SET-SW.
           ADD 1 TO SETS-REJECTED.
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 395-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE SF-INTERCHANGE TO RL-CTLNO.
           MOVE SF-SETNO       TO RL-SETNO.
           MOVE SF-CUSTNO      TO RL-CUSTNO.
           MOVE SF-CUSTPO      TO RL-CUSTPO.
           MOVE SF-PODATE      TO RL-PODATE.
           MOVE SF-REASON      TO RL-REASON.
           MOVE REPORT-LINE    TO PRTOUT-RECORD.
           PERFORM 399-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       395-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 399-WRITE-REPORT-LINE.
      *
       399-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       500-PRINT-TOTAL-LINE.
      *
           IF PAGE-COUNT = ZERO
               PERFORM 395-PRINT-REPORT-HEADING.
           IF VALID-CURSOR
               MOVE SETS-RECEIVED  TO TL-RECEIVED
               MOVE ORDERS-CREATED TO TL-CREATED
               MOVE SETS-REJECTED  TO TL-REJECTED
               MOVE TOTAL-LINE     TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                   TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 399-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
