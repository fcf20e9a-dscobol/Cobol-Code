       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    INVJRNL.
      *
      *    DAILY INVENTORY SUBLEDGER JOURNAL.  THE STOCK-MOVEMENT
      *    HISTORY THE WAREHOUSE PROGRAMS WRITE CARRIES THE FIFO
      *    COST EACH MOVEMENT ADDED TO OR TOOK OFF THE COST
      *    LAYERS; THE LANDED COST HISTORY CARRIES WHAT FREIGHT,
      *    DUTY AND BROKER FEES WERE CAPITALIZED ONTO THE LAYERS
      *    OR EXPENSED.  THE BUSINESS DATE'S MOVEMENTS ARE SUMMED
      *    BY KIND AND WRITTEN AS ONE BALANCED HEADER-TO-TRAILER
      *    JOURNAL GROUP IN THE SAME FORMAT GLEXTR WRITES, SO
      *    JRNEDIT VALIDATES IT BEFORE IT GOES TO THE LEDGER:
      *
      *      R  RECEIPT         DR INVENTORY    CR ACCRREC
      *      R  RMA RETURN      DR INVENTORY    CR COGS
      *      I  ISSUE           DR COGS         CR INVENTORY
      *      A  COUNT VARIANCE  SHRINK AGAINST INVENTORY
      *         (PHYSCOUNT FROM THE WALL-TO-WALL COUNT, ANY OTHER
      *         ADJUSTMENT IS A CYCLE COUNT ADJUSTMENT)
      *      S  TRANSFER SHIP   DR INTRANS      CR INVENTORY
      *      T  TRANSFER RCPT   DR INVENTORY    CR INTRANS
      *      L  TRANSIT LOSS    DR SHRINK       CR INTRANS
      *      K  KIT ASSEMBLY    ONLY THE ROUNDING BETWEEN THE
      *                         COMPONENTS AND THE KIT, AGAINST
      *                         SHRINK
      *      LANDED COST        DR INVENTORY (CAPITALIZED)
      *                         DR COGS (EXPENSED)  CR ACCRREC
      *
      *    THE KEYS ARE MAPPED TO ACCOUNTS THROUGH MM01.GLMAP, A
      *    COMPANY'S OWN ROW WINNING OVER THE SHOP-WIDE ROW.  THE
      *    PARAMETER DECK TAKES DATE (YYYYMMDD, BLANK FOR THE
      *    BUSINESS DATE) AND COMPANY (THE COMPANY THAT CARRIES
      *    THE STOCK ON ITS BOOKS, BLANK FOR THE SHOP-WIDE ROWS).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT STKMOVE  ASSIGN TO UT-S-STKMOVE
               FILE STATUS IS WS-STKMOVE-STATUS.
      *
           SELECT LANDSPRD ASSIGN TO UT-S-LANDSPRD
               FILE STATUS IS WS-LANDSPRD-STATUS.
      *
           SELECT JRNLOUT  ASSIGN TO UT-S-JRNLOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STKMOVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS.
      *
       01  STOCK-MOVEMENT-RECORD.
           05  MV-GADGET-ID             PIC 9(6).
           05  MV-LOCATION              PIC X(3).
           05  MV-DATE                  PIC 9(8).
           05  MV-TRAN-TYPE             PIC X.
               88  MV-RECEIPT               VALUE 'R'.
               88  MV-ISSUE                 VALUE 'I'.
               88  MV-ADJUSTMENT            VALUE 'A'.
               88  MV-TRANSFER-SHIP         VALUE 'S'.
               88  MV-TRANSFER-RECEIPT      VALUE 'T'.
               88  MV-TRANSIT-LOSS          VALUE 'L'.
               88  MV-KIT-ASSEMBLY          VALUE 'K'.
           05  MV-QTY-SIGN              PIC X.
           05  MV-QTY                   PIC 9(4).
           05  MV-REFERENCE             PIC X(10).
           05  MV-NEW-BALANCE           PIC 9(4).
           05  MV-LOT                   PIC X(10).
           05  MV-SERIAL                PIC X(12).
           05  MV-COST-SIGN             PIC X.
           05  MV-EXT-COST              PIC 9(7)V99.
      *
       FD  LANDSPRD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LANDED-SPREAD-RECORD.
           05  LS-DATE                  PIC 9(8).
           05  LS-PONUMBER              PIC 9(6).
           05  LS-CHARGE-TYPE           PIC X.
           05  LS-REFERENCE             PIC X(10).
           05  LS-GADGET-ID             PIC 9(6).
           05  LS-LOCATION              PIC X(3).
           05  LS-LAYER-SEQ             PIC 9(4).
           05  LS-SHARE                 PIC 9(7)V99.
           05  LS-CAPITALIZED           PIC 9(7)V99.
           05  LS-EXPENSED              PIC 9(7)V99.
      *
       FD  JRNLOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  JOURNAL-RECORD.
      *
           05  JR-RECORD-TYPE           PIC X.
               88  JR-HEADER-RECORD         VALUE 'H'.
               88  JR-DETAIL-RECORD         VALUE 'D'.
               88  JR-TRAILER-RECORD        VALUE 'T'.
           05  JR-RECORD-DATA.
               10  JR-GLACCT            PIC X(8).
               10  JR-DC-CODE           PIC X.
               10  JR-AMOUNT            PIC 9(11)V99.
               10  JR-DESC              PIC X(20).
           05  JR-HEADER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-RUN-DATE          PIC X(10).
               10  JR-PERIOD-FROM       PIC X(10).
               10  JR-PERIOD-TO         PIC X(10).
               10  JR-COMPANY           PIC X(2).
               10  FILLER               PIC X(10).
           05  JR-TRAILER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-TRAILER-COUNT     PIC 9(5).
               10  JR-TRAILER-DEBITS    PIC 9(11)V99.
               10  JR-TRAILER-CREDITS   PIC 9(11)V99.
               10  FILLER               PIC X(11).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  JOURNAL-SUCCESSFUL-SW    PIC X    VALUE 'Y'.
               88  JOURNAL-SUCCESSFUL            VALUE 'Y'.
           05  END-OF-MOVEMENTS-SW      PIC X    VALUE 'N'.
               88  END-OF-MOVEMENTS              VALUE 'Y'.
           05  END-OF-SPREADS-SW        PIC X    VALUE 'N'.
               88  END-OF-SPREADS                VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==STKMOVE==.
           COPY WSFST REPLACING ==:tag:== BY ==LANDSPRD==.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'INVJRNL '.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  BUSINESS-DATE-FIELDS.
      *
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'INVJRNL '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  JOURNAL-DATE            PIC X(10).
           05  JOURNAL-DATE-NUM        PIC 9(8).
           05  WS-DATE-CARD            PIC X(08).
           05  RUN-DATE                PIC X(10).
           05  JOURNAL-COMPANY         PIC X(2).
      *
      *    EACH KIND OF MOVEMENT IS SUMMED SIGNED - A POSITIVE
      *    AMOUNT PUT VALUE INTO THE LAYERS, A NEGATIVE ONE TOOK
      *    IT OUT.
      *
       01  MOVEMENT-TOTAL-FIELDS       COMP-3.
           05  MT-RECEIPTS             PIC S9(11)V99 VALUE ZERO.
           05  MT-RETURNS              PIC S9(11)V99 VALUE ZERO.
           05  MT-ISSUES               PIC S9(11)V99 VALUE ZERO.
           05  MT-COUNT-VARIANCE       PIC S9(11)V99 VALUE ZERO.
           05  MT-CYCLE-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
           05  MT-TRANSFER-SHIP        PIC S9(11)V99 VALUE ZERO.
           05  MT-TRANSFER-RECEIPT     PIC S9(11)V99 VALUE ZERO.
           05  MT-TRANSIT-LOSS         PIC S9(11)V99 VALUE ZERO.
           05  MT-KIT-ROUNDING         PIC S9(11)V99 VALUE ZERO.
           05  MT-LANDED-CAPITALIZED   PIC S9(11)V99 VALUE ZERO.
           05  MT-LANDED-EXPENSED      PIC S9(11)V99 VALUE ZERO.
           05  MT-MOVE-COST            PIC S9(11)V99 VALUE ZERO.
      *
       01  MOVEMENT-COUNTERS           COMP-3.
           05  MOVEMENTS-READ          PIC S9(7)     VALUE ZERO.
           05  MOVEMENTS-SELECTED      PIC S9(7)     VALUE ZERO.
           05  SPREADS-SELECTED        PIC S9(7)     VALUE ZERO.
      *
       01  JOURNAL-TOTAL-FIELDS        COMP-3.
           05  JT-RECORD-COUNT         PIC S9(5)     VALUE ZERO.
           05  JT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  JT-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
      *
       01  ENTRY-FIELDS.
           05  EN-AMOUNT               PIC S9(11)V99 COMP-3.
           05  EN-DEBIT-KEY            PIC X(8).
           05  EN-CREDIT-KEY           PIC X(8).
           05  EN-DESC                 PIC X(20).
      *
       01  ACCOUNT-LOOKUP-FIELDS.
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT           PIC Z(10)9.99.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-BUILD-INVENTORY-JOURNAL.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO RUN-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF JOURNAL-SUCCESSFUL
               PERFORM 050-SET-JOURNAL-DATE.
           IF JOURNAL-SUCCESSFUL
               PERFORM 100-SUM-STOCK-MOVEMENTS
               PERFORM 150-SUM-LANDED-COSTS.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'INVENTORY JOURNAL PROOF ' JOURNAL-DATE
                   ' COMPANY ' JOURNAL-COMPANY.
           DISPLAY '---------------------------------------------'.
           OPEN OUTPUT JRNLOUT.
           IF JOURNAL-SUCCESSFUL
               PERFORM 200-WRITE-JOURNAL-HEADER
               PERFORM 300-WRITE-JOURNAL-DETAILS
               PERFORM 400-WRITE-JOURNAL-TRAILER.
           CLOSE JRNLOUT.
           IF JOURNAL-SUCCESSFUL
               PERFORM 500-PRINT-PROOF-TOTALS
               PERFORM 600-MARK-RUN-COMPLETE
           ELSE
               DISPLAY '**** INVENTORY JOURNAL FAILED -- JOURNAL VOID '
                       '****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 2          TO PPS-ENTRY-COUNT.
           MOVE 'DATE'     TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'COMPANY'  TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (2).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
               MOVE 8 TO RETURN-CODE.
      *
       050-SET-JOURNAL-DATE.
      *
           MOVE PPS-VALUE (1) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE 'R' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS
               EVALUATE BZD-STATUS
                   WHEN '0'
                       MOVE BZD-DATE TO JOURNAL-DATE
                   WHEN '2'
                       DISPLAY 'ALREADY RAN FOR BUSINESS DATE '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO JOURNAL-DATE
               MOVE JOURNAL-DATE TO BZD-DATE
               MOVE 'O' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS.
           STRING JOURNAL-DATE(1:4) JOURNAL-DATE(6:2)
                  JOURNAL-DATE(9:2) DELIMITED BY SIZE
               INTO JOURNAL-DATE-NUM.
           MOVE PPS-VALUE (2) (1:2) TO JOURNAL-COMPANY.
      *
       100-SUM-STOCK-MOVEMENTS.
      *
           OPEN INPUT STKMOVE.
           IF NOT WS-STKMOVE-GOOD
               DISPLAY '**** STOCK MOVEMENT FILE WILL NOT OPEN - '
                       'STATUS ' WS-STKMOVE-STATUS ' ****'
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
           ELSE
               PERFORM 110-SUM-ONE-MOVEMENT
                   UNTIL END-OF-MOVEMENTS
               CLOSE STKMOVE.
      *
       110-SUM-ONE-MOVEMENT.
      *
           READ STKMOVE
               AT END
                   MOVE 'Y' TO END-OF-MOVEMENTS-SW.
           IF NOT END-OF-MOVEMENTS
               ADD 1 TO MOVEMENTS-READ
               IF MV-DATE = JOURNAL-DATE-NUM
                   ADD 1 TO MOVEMENTS-SELECTED
                   PERFORM 120-ADD-MOVEMENT-COST.
      *
      *    A MOVEMENT WRITTEN BEFORE THE COST WAS CARRIED HAS
      *    SPACES THERE AND MOVES NO VALUE.
      *
       120-ADD-MOVEMENT-COST.
      *
           IF MV-EXT-COST NOT NUMERIC
               MOVE ZERO TO MT-MOVE-COST
           ELSE
               IF MV-COST-SIGN = '-'
                   COMPUTE MT-MOVE-COST = 0 - MV-EXT-COST
               ELSE
                   MOVE MV-EXT-COST TO MT-MOVE-COST.
           EVALUATE TRUE
               WHEN MV-RECEIPT
                   IF MV-REFERENCE(1:3) = 'RMA'
                       ADD MT-MOVE-COST TO MT-RETURNS
                   ELSE
                       ADD MT-MOVE-COST TO MT-RECEIPTS
                   END-IF
               WHEN MV-ISSUE
                   ADD MT-MOVE-COST TO MT-ISSUES
               WHEN MV-ADJUSTMENT
                   IF MV-REFERENCE = 'PHYSCOUNT'
                       ADD MT-MOVE-COST TO MT-COUNT-VARIANCE
                   ELSE
                       ADD MT-MOVE-COST TO MT-CYCLE-ADJUSTMENT
                   END-IF
               WHEN MV-TRANSFER-SHIP
                   ADD MT-MOVE-COST TO MT-TRANSFER-SHIP
               WHEN MV-TRANSFER-RECEIPT
                   ADD MT-MOVE-COST TO MT-TRANSFER-RECEIPT
               WHEN MV-TRANSIT-LOSS
                   ADD MT-MOVE-COST TO MT-TRANSIT-LOSS
               WHEN MV-KIT-ASSEMBLY
                   ADD MT-MOVE-COST TO MT-KIT-ROUNDING
               WHEN OTHER
                   DISPLAY 'MOVEMENT TYPE ' MV-TRAN-TYPE
                           ' NOT JOURNALED - GADGET ' MV-GADGET-ID
                           ' ' MV-LOCATION
           END-EVALUATE.
      *
      *    NO LANDED COST HISTORY YET IS NOT AN ERROR.
      *
       150-SUM-LANDED-COSTS.
      *
           OPEN INPUT LANDSPRD.
           IF WS-LANDSPRD-GOOD
               PERFORM 160-SUM-ONE-SPREAD
                   UNTIL END-OF-SPREADS
               CLOSE LANDSPRD.
      *
       160-SUM-ONE-SPREAD.
      *
           READ LANDSPRD
               AT END
                   MOVE 'Y' TO END-OF-SPREADS-SW.
           IF NOT END-OF-SPREADS
               IF LS-DATE = JOURNAL-DATE-NUM
                   ADD 1 TO SPREADS-SELECTED
                   ADD LS-CAPITALIZED TO MT-LANDED-CAPITALIZED
                   ADD LS-EXPENSED    TO MT-LANDED-EXPENSED.
      *
       200-WRITE-JOURNAL-HEADER.
      *
           MOVE 'H'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE RUN-DATE        TO JR-RUN-DATE.
           MOVE JOURNAL-DATE    TO JR-PERIOD-FROM.
           MOVE JOURNAL-DATE    TO JR-PERIOD-TO.
           MOVE JOURNAL-COMPANY TO JR-COMPANY.
           WRITE JOURNAL-RECORD.
      *
      *    EACH KIND IS ONE ENTRY: THE DEBIT KEY IS THE ACCOUNT
      *    THAT GAINS WHEN THE AMOUNT IS POSITIVE.  A NEGATIVE
      *    AMOUNT SWAPS THE SIDES.
      *
       300-WRITE-JOURNAL-DETAILS.
      *
           MOVE MT-RECEIPTS         TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'ACCRREC'           TO EN-CREDIT-KEY.
           MOVE 'STOCK RECEIPTS'    TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-RETURNS          TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'COGS'              TO EN-CREDIT-KEY.
           MOVE 'CUSTOMER RETURNS'  TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-ISSUES           TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'COGS'              TO EN-CREDIT-KEY.
           MOVE 'COST OF GOODS SOLD' TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-COUNT-VARIANCE   TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'SHRINK'            TO EN-CREDIT-KEY.
           MOVE 'COUNT VARIANCE'    TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-CYCLE-ADJUSTMENT TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'SHRINK'            TO EN-CREDIT-KEY.
           MOVE 'CYCLE COUNT ADJ'   TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-TRANSFER-SHIP    TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'INTRANS'           TO EN-CREDIT-KEY.
           MOVE 'TRANSFERS SHIPPED'  TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-TRANSFER-RECEIPT TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'INTRANS'           TO EN-CREDIT-KEY.
           MOVE 'TRANSFERS RECEIVED' TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-TRANSIT-LOSS     TO EN-AMOUNT.
           MOVE 'INTRANS'           TO EN-DEBIT-KEY.
           MOVE 'SHRINK'            TO EN-CREDIT-KEY.
           MOVE 'TRANSIT LOSS'      TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-KIT-ROUNDING     TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'SHRINK'            TO EN-CREDIT-KEY.
           MOVE 'KIT COST ROUNDING' TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-LANDED-CAPITALIZED TO EN-AMOUNT.
           MOVE 'INVENTRY'          TO EN-DEBIT-KEY.
           MOVE 'ACCRREC'           TO EN-CREDIT-KEY.
           MOVE 'LANDED COST'       TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
           MOVE MT-LANDED-EXPENSED  TO EN-AMOUNT.
           MOVE 'COGS'              TO EN-DEBIT-KEY.
           MOVE 'ACCRREC'           TO EN-CREDIT-KEY.
           MOVE 'LANDED COST EXPENSED' TO EN-DESC.
           PERFORM 310-WRITE-ONE-ENTRY.
      *
       310-WRITE-ONE-ENTRY.
      *
           IF EN-AMOUNT NOT = ZERO
               MOVE EN-DESC TO JR-DESC
               IF EN-AMOUNT > ZERO
                   MOVE EN-AMOUNT     TO JR-AMOUNT
                   MOVE EN-DEBIT-KEY  TO AL-GLKEY
                   MOVE 'D'           TO JR-DC-CODE
                   PERFORM 320-WRITE-ONE-JOURNAL-LINE
                   MOVE EN-CREDIT-KEY TO AL-GLKEY
                   MOVE 'C'           TO JR-DC-CODE
                   PERFORM 320-WRITE-ONE-JOURNAL-LINE
               ELSE
                   COMPUTE JR-AMOUNT = 0 - EN-AMOUNT
                   MOVE EN-CREDIT-KEY TO AL-GLKEY
                   MOVE 'D'           TO JR-DC-CODE
                   PERFORM 320-WRITE-ONE-JOURNAL-LINE
                   MOVE EN-DEBIT-KEY  TO AL-GLKEY
                   MOVE 'C'           TO JR-DC-CODE
                   PERFORM 320-WRITE-ONE-JOURNAL-LINE.
      *
       320-WRITE-ONE-JOURNAL-LINE.
      *
           PERFORM 330-LOOK-UP-GL-ACCOUNT.
           IF JOURNAL-SUCCESSFUL
               MOVE 'D' TO JR-RECORD-TYPE
               MOVE AL-GLACCT TO JR-GLACCT
               WRITE JOURNAL-RECORD
               ADD 1 TO JT-RECORD-COUNT
               IF JR-DC-CODE = 'D'
                   ADD JR-AMOUNT TO JT-DEBIT-TOTAL
               ELSE
                   ADD JR-AMOUNT TO JT-CREDIT-TOTAL
               END-IF
               MOVE JR-AMOUNT TO EDITED-AMOUNT
               DISPLAY AL-GLACCT ' ' JR-DC-CODE ' '
                       EDITED-AMOUNT ' ' JR-DESC.
      *
       330-LOOK-UP-GL-ACCOUNT.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY = :AL-GLKEY
                         AND GLCOMP IN (:JOURNAL-COMPANY, ' ')
                       ORDER BY GLCOMP DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR KEY '
                       AL-GLKEY ' COMPANY ' JOURNAL-COMPANY ' ****'.
      *
       400-WRITE-JOURNAL-TRAILER.
      *
           MOVE 'T'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JT-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JT-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       500-PRINT-PROOF-TOTALS.
      *
           DISPLAY '---------------------------------------------'.
           DISPLAY MOVEMENTS-READ     ' MOVEMENT(S) READ.'.
           DISPLAY MOVEMENTS-SELECTED ' MOVEMENT(S) FOR THE DATE.'.
           DISPLAY SPREADS-SELECTED   ' LANDED COST LINE(S) FOR THE '
                   'DATE.'.
           MOVE JT-DEBIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'TOTAL DEBITS:  ' EDITED-AMOUNT.
           MOVE JT-CREDIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'TOTAL CREDITS: ' EDITED-AMOUNT.
           IF JT-DEBIT-TOTAL NOT = JT-CREDIT-TOTAL
               DISPLAY '**** JOURNAL OUT OF BALANCE ****'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'JOURNAL IN BALANCE.'.
           DISPLAY '---------------------------------------------'.
      *
       600-MARK-RUN-COMPLETE.
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
