       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    EDI820I.
      *
      *    TRANSLATES INBOUND EDI 820 REMITTANCE ADVICES FROM TRADE
      *    CUSTOMERS WHO PAY BY WIRE INTO ONE DEPOSIT BATCH FOR
      *    PAYMENT POSTING, THE SAME WAY THE LOCKBOX CONVERSION
      *    DOES FOR CHECKS.  THE INTERCHANGE IS ONE SEGMENT PER
      *    RECORD, THE SAME SHAPE AS THE OTHER INTERCHANGES:
      *      ST/SE    ONE TRANSACTION SET PER PAYMENT
      *      BPR      PAYMENT AMOUNT, EFFECTIVE DATE AND METHOD
      *      TRN      TRACE NUMBER - THE WIRE REFERENCE, WHICH
      *               STANDS IN FOR THE CHECK NUMBER
      *      N1       PR (PAYER) PARTY - OUR CUSTOMER NUMBER AND
      *               THE PAYER NAME
      *      RMR      ONE PER INVOICE PAID - AMOUNT PAID AND THE
      *               INVOICE AMOUNT THE CUSTOMER HAS ON FILE
      *      ADX      ADJUSTMENT AMOUNT AND REASON CODE FOR THE
      *               RMR IT FOLLOWS, OR FOR THE WHOLE PAYMENT
      *               WHEN IT COMES BEFORE THE FIRST RMR
      *    ANY OTHER SEGMENT IS COUNTED BUT NOT MAPPED.
      *
      *    EACH RMR FOR AN OPEN INVOICE BECOMES AN INVOICE PAYMENT.
      *    ONE FOR AN INVOICE THAT IS NOT OPEN IS PARKED IN THE
      *    SUSPENSE STORE IN THE LOCKBOX ITEM LAYOUT, SO THE
      *    NIGHTLY RE-MATCH SWEEP RETRIES IT LIKE ANY LOCKBOX ITEM.
      *    MONEY THE REMITTANCE DOES NOT ACCOUNT FOR GOES ON
      *    ACCOUNT FOR THE PAYER, OR TO SUSPENSE WHEN THE PAYER
      *    IS NOT A CUSTOMER.  A SET WHOSE LINES ADD UP TO MORE
      *    THAN THE PAYMENT, OR WHOSE ENVELOPE IS BAD, IS NOT
      *    POSTED AT ALL AND IS LISTED FOR CASH APPLICATION.
      *
      *    SHORT PAYS - AN ADX, OR AN RMR PAYING LESS THAN ITS
      *    INVOICE AMOUNT - ARE LISTED WITH THEIR REASON CODES SO
      *    THE COLLECTORS CAN WORK THE DEDUCTIONS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EDIIN   ASSIGN TO UT-S-EDIIN.
           SELECT PAYTRAN ASSIGN TO UT-S-PAYTRAN.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
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
           05  BPR-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  BPR-AMOUNT           PIC 9(7)V99.
               10  FILLER               PIC X.
               10  BPR-DATE             PIC X(10).
               10  FILLER               PIC X.
               10  BPR-METHOD           PIC X(3).
               10  FILLER               PIC X(53).
           05  TRN-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  TRN-TYPE             PIC X.
               10  FILLER               PIC X.
               10  TRN-TRACE            PIC X(10).
               10  FILLER               PIC X(65).
           05  N1-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  N1-ENTITY            PIC X(2).
               10  FILLER               PIC X.
               10  N1-ID                PIC X(6).
               10  FILLER               PIC X.
               10  N1-NAME              PIC X(30).
               10  FILLER               PIC X(37).
           05  RMR-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  RMR-QUALIFIER        PIC X(2).
               10  FILLER               PIC X.
               10  RMR-INVNO            PIC X(6).
               10  FILLER               PIC X.
               10  RMR-PAID             PIC 9(7)V99.
               10  FILLER               PIC X.
               10  RMR-INVAMT           PIC 9(7)V99.
               10  FILLER               PIC X(48).
           05  ADX-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  ADX-AMOUNT           PIC 9(7)V99.
               10  FILLER               PIC X.
               10  ADX-REASON           PIC X(2).
               10  FILLER               PIC X(65).
           05  SE-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  SE-SEG-COUNT         PIC 9(5).
               10  FILLER               PIC X.
               10  SE-CTLNO             PIC X(9).
               10  FILLER               PIC X(62).
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
           05  BPR-SEEN-SW             PIC X   VALUE 'N'.
               88  BPR-SEEN                    VALUE 'Y'.
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
           05  SF-PAYDATE              PIC X(10).
           05  SF-TRACE                PIC X(10).
           05  SF-CUSTNO               PIC X(6).
           05  SF-PAYER-NAME           PIC X(30).
           05  SF-ADJ-CODE             PIC X(2).
           05  SF-SEG-COUNT            PIC S9(5)       COMP-3.
           05  SF-PAYAMT               PIC S9(7)V99    COMP-3.
           05  SF-REMIT-TOTAL          PIC S9(9)V99    COMP-3.
           05  SF-ADJ-AMOUNT           PIC S9(7)V99    COMP-3.
           05  SF-UNREMITTED           PIC S9(7)V99    COMP-3.
           05  SF-REASON               PIC X(30).
      *
       01  SET-LINE-TABLE.
           05  SET-LINE-COUNT          PIC S9(4)  COMP VALUE 0.
           05  SET-LINE OCCURS 100 TIMES
                   INDEXED BY SL-INDEX.
               10  SL-INVNO            PIC X(6).
               10  SL-PAID             PIC 9(7)V99.
               10  SL-INVAMT           PIC 9(7)V99.
               10  SL-ADJ-AMOUNT       PIC 9(7)V99.
               10  SL-ADJ-CODE         PIC X(2).
      *
       01  MATCH-WORK-FIELDS.
           05  MATCH-COUNT             PIC S9(9)  COMP.
           05  MATCH-INVNO             PIC X(6).
           05  SHORT-AMOUNT            PIC S9(7)V99    COMP-3.
      *
      *    SUSPENDED LINES ARE STORED AS LOCKBOX ITEMS SO THE
      *    RE-MATCH SWEEP NEEDS NO SECOND LAYOUT.
      *
       01  SUSPENSE-ITEM.
           05  SI-RECORD-TYPE          PIC X       VALUE 'D'.
           05  SI-DEPOSIT-DATE         PIC X(10).
           05  SI-CHECKNO              PIC X(10).
           05  SI-CHECK-AMOUNT         PIC 9(7)V99.
           05  SI-SCAN-INVNO           PIC X(6).
           05  SI-PAYER-NAME           PIC X(30).
           05  FILLER                  PIC X(14)   VALUE SPACES.
      *
       01  SUSPENSE-ROW.
           05  SUS-ID                  PIC S9(9)  COMP.
           05  SUS-SOURCE              PIC X(8)   VALUE 'EDI820I '.
           05  SUS-REASON              PIC X(2).
           05  SUS-DATA                PIC X(385).
           05  SUS-ADD-DATE            PIC X(10).
      *
       01  BATCH-CONTROL-FIELDS.
           05  BATCH-ITEM-COUNT        PIC S9(5)    COMP-3
                                                    VALUE ZERO.
           05  BATCH-ITEM-AMOUNT       PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
      *
       01  BATCH-HEADER-RECORD.
           05  FILLER                  PIC X        VALUE 'B'.
           05  BHR-BATCH-ID            PIC X(8)     VALUE 'EDI00001'.
           05  BHR-DEPOSIT-DATE        PIC X(10).
           05  FILLER                  PIC X(31)    VALUE SPACES.
      *
       01  BATCH-TRAILER-RECORD.
           05  FILLER                  PIC X        VALUE 'T'.
           05  BTR-BATCH-ID            PIC X(8)     VALUE 'EDI00001'.
           05  BTR-ITEM-COUNT          PIC 9(5).
           05  BTR-ITEM-AMOUNT         PIC 9(9)V99.
           05  FILLER                  PIC X(25)    VALUE SPACES.
      *
       01  REMITTANCE-COUNTERS         COMP-3.
           05  SEGMENTS-READ           PIC S9(7)       VALUE ZERO.
           05  SETS-RECEIVED           PIC S9(5)       VALUE ZERO.
           05  SETS-REJECTED           PIC S9(5)       VALUE ZERO.
           05  LINES-APPLIED           PIC S9(5)       VALUE ZERO.
           05  ITEMS-ON-ACCOUNT        PIC S9(5)       VALUE ZERO.
           05  ITEMS-SUSPENDED         PIC S9(5)       VALUE ZERO.
           05  SHORT-PAYS              PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(31)   VALUE
               'EDI 820 REMITTANCE EXCEPTIONS '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(38)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'TRACE NO    CUSTNO  '.
           05  FILLER      PIC X(20)   VALUE 'INVNO         PAID  '.
           05  FILLER      PIC X(20)   VALUE 'SHORT PAID  CD  NOTE'.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-TRACE    PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-INVNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PAID     PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SHORT    PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CODE     PIC X(2).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-NOTE     PIC X(30).
           05  FILLER      PIC X(46)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(15)   VALUE 'SETS RECEIVED: '.
           05  TL-RECEIVED PIC Z(4)9.
           05  FILLER      PIC X(12)   VALUE '   REJECTED:'.
           05  TL-REJECTED PIC Z(4)9.
           05  FILLER      PIC X(11)   VALUE '   APPLIED:'.
           05  TL-APPLIED  PIC Z(4)9.
           05  FILLER      PIC X(14)   VALUE '   ON-ACCOUNT:'.
           05  TL-ONACCT   PIC Z(4)9.
           05  FILLER      PIC X(13)   VALUE '   SUSPENDED:'.
           05  TL-SUSPEND  PIC Z(4)9.
           05  FILLER      PIC X(14)   VALUE '   SHORT PAYS:'.
           05  TL-SHORT    PIC Z(4)9.
           05  FILLER      PIC X(28)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-TRANSLATE-REMITTANCES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'EDI820I ' TO EOJS-Program-Id.
           OPEN INPUT  EDIIN
                OUTPUT PAYTRAN
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-DATE.
           MOVE RUN-DATE TO BHR-DEPOSIT-DATE.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-HEADER-RECORD.
           PERFORM 100-PROCESS-ONE-SEGMENT
               UNTIL END-OF-SEGMENTS
                  OR NOT-VALID-CURSOR.
           IF IN-SET AND VALID-CURSOR
               MOVE 'SET NOT CLOSED BY SE' TO SF-REASON
               PERFORM 390-REJECT-SET.
           MOVE BATCH-ITEM-COUNT  TO BTR-ITEM-COUNT.
           MOVE BATCH-ITEM-AMOUNT TO BTR-ITEM-AMOUNT.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-TRAILER-RECORD.
           PERFORM 500-PRINT-TOTAL-LINE.
           CLOSE EDIIN
                 PAYTRAN
                 PRTOUT.
           DISPLAY SETS-RECEIVED    ' REMITTANCE SET(S) RECEIVED.'.
           DISPLAY LINES-APPLIED    ' LINE(S) APPLIED TO INVOICES.'.
           DISPLAY ITEMS-ON-ACCOUNT ' ITEM(S) PUT ON ACCOUNT.'.
           DISPLAY ITEMS-SUSPENDED  ' ITEM(S) SENT TO SUSPENSE.'.
           DISPLAY SHORT-PAYS       ' SHORT PAY(S) LISTED.'.
           DISPLAY SETS-REJECTED    ' SET(S) REJECTED.'.
           MOVE SETS-RECEIVED    TO EOJS-Records-In.
           MOVE BATCH-ITEM-COUNT TO EOJS-Records-Out.
           MOVE SETS-REJECTED    TO EOJS-Records-Rejected.
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
                   WHEN 'BPR'
                       IF IN-SET
                           PERFORM 210-MAP-BPR-SEGMENT
                       END-IF
                   WHEN 'TRN'
                       IF IN-SET
                           MOVE TRN-TRACE TO SF-TRACE
                       END-IF
                   WHEN 'N1 '
                       IF IN-SET AND N1-ENTITY = 'PR'
                           MOVE N1-ID   TO SF-CUSTNO
                           MOVE N1-NAME TO SF-PAYER-NAME
                       END-IF
                   WHEN 'RMR'
                       IF IN-SET
                           PERFORM 240-MAP-RMR-SEGMENT
                       END-IF
                   WHEN 'ADX'
                       IF IN-SET
                           PERFORM 250-MAP-ADX-SEGMENT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
      *
       200-START-SET.
      *
           MOVE 'Y'    TO IN-SET-SW.
           MOVE 'Y'    TO SET-VALID-SW.
           MOVE 'N'    TO BPR-SEEN-SW.
           MOVE 1      TO SF-SEG-COUNT.
           MOVE ZERO   TO SF-PAYAMT
                          SF-REMIT-TOTAL
                          SF-ADJ-AMOUNT
                          SET-LINE-COUNT.
           MOVE SPACES TO SF-PAYDATE
                          SF-TRACE
                          SF-CUSTNO
                          SF-PAYER-NAME
                          SF-ADJ-CODE
                          SF-REASON.
           MOVE ST-CTLNO TO SF-SETNO.
           ADD 1 TO SETS-RECEIVED.
           IF ST-SET-ID NOT = '820'
               MOVE 'N' TO SET-VALID-SW
               MOVE 'NOT AN 820 TRANSACTION SET' TO SF-REASON.
      *
       210-MAP-BPR-SEGMENT.
      *
           MOVE 'Y' TO BPR-SEEN-SW.
           MOVE BPR-DATE TO SF-PAYDATE.
           IF BPR-AMOUNT NUMERIC
               MOVE BPR-AMOUNT TO SF-PAYAMT
           ELSE
               MOVE ZERO       TO SF-PAYAMT.
      *
       240-MAP-RMR-SEGMENT.
      *
           EVALUATE TRUE
               WHEN NOT SET-VALID
                   CONTINUE
               WHEN SET-LINE-COUNT >= 100
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'MORE THAN 100 RMR LINES' TO SF-REASON
               WHEN RMR-QUALIFIER NOT = 'IV'
                 OR RMR-INVNO = SPACES
                 OR RMR-PAID NOT NUMERIC
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'INVALID RMR REMITTANCE LINE' TO SF-REASON
               WHEN OTHER
                   ADD 1 TO SET-LINE-COUNT
                   SET SL-INDEX TO SET-LINE-COUNT
                   MOVE RMR-INVNO TO SL-INVNO(SL-INDEX)
                   MOVE RMR-PAID  TO SL-PAID(SL-INDEX)
                   IF RMR-INVAMT NUMERIC
                       MOVE RMR-INVAMT TO SL-INVAMT(SL-INDEX)
                   ELSE
                       MOVE ZERO       TO SL-INVAMT(SL-INDEX)
                   END-IF
                   MOVE ZERO      TO SL-ADJ-AMOUNT(SL-INDEX)
                   MOVE SPACES    TO SL-ADJ-CODE(SL-INDEX)
                   ADD RMR-PAID   TO SF-REMIT-TOTAL
           END-EVALUATE.
      *
       250-MAP-ADX-SEGMENT.
      *
      *    SEVERAL ADJUSTMENTS AGAINST ONE LINE ARE ADDED TOGETHER
      *    UNDER THE FIRST REASON CODE GIVEN.
      *
           IF SET-VALID
               IF ADX-AMOUNT NOT NUMERIC
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'INVALID ADX ADJUSTMENT' TO SF-REASON
               ELSE
                   IF SET-LINE-COUNT = ZERO
                       ADD ADX-AMOUNT TO SF-ADJ-AMOUNT
                       IF SF-ADJ-CODE = SPACES
                           MOVE ADX-REASON TO SF-ADJ-CODE
                       END-IF
                   ELSE
                       SET SL-INDEX TO SET-LINE-COUNT
                       ADD ADX-AMOUNT TO SL-ADJ-AMOUNT(SL-INDEX)
                       IF SL-ADJ-CODE(SL-INDEX) = SPACES
                           MOVE ADX-REASON TO SL-ADJ-CODE(SL-INDEX).
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
               WHEN NOT BPR-SEEN OR SF-PAYAMT = ZERO
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO BPR PAYMENT AMOUNT' TO SF-REASON
               WHEN SF-TRACE = SPACES
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO TRN TRACE NUMBER' TO SF-REASON
               WHEN SET-LINE-COUNT = ZERO
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'NO RMR REMITTANCE LINES' TO SF-REASON
               WHEN SF-REMIT-TOTAL > SF-PAYAMT
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'LINES EXCEED PAYMENT AMOUNT' TO SF-REASON
           END-EVALUATE.
           IF SET-VALID
               PERFORM 310-CHECK-PAYER.
           IF NOT SET-VALID
               PERFORM 390-REJECT-SET
           ELSE
               IF SF-PAYDATE = SPACES
                   MOVE RUN-DATE TO SF-PAYDATE
               END-IF
               IF SF-ADJ-AMOUNT > ZERO
                   PERFORM 350-LIST-PAYMENT-ADJUSTMENT
               END-IF
               SET SL-INDEX TO 1
               PERFORM 320-APPLY-ONE-LINE
                   UNTIL SL-INDEX > SET-LINE-COUNT
                      OR NOT-VALID-CURSOR
               IF VALID-CURSOR
                   PERFORM 340-APPLY-UNREMITTED-BALANCE.
      *
       310-CHECK-PAYER.
      *
      *    AN UNKNOWN PAYER DOES NOT STOP THE INVOICE LINES - THEY
      *    CARRY THEIR OWN INVOICE NUMBERS - BUT ANY BALANCE LEFT
      *    OVER HAS NO CUSTOMER TO GO ON ACCOUNT TO.
      *
           IF SF-CUSTNO NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :MATCH-COUNT
                       FROM MM01.CUSTOMER
                           WHERE CUSTNO = :SF-CUSTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO SET-VALID-SW
                   MOVE 'DB2 ERROR' TO SF-REASON
               ELSE
                   IF MATCH-COUNT = 0
                       MOVE SPACES TO SF-CUSTNO.
      *
       320-APPLY-ONE-LINE.
      *
           MOVE SL-INVNO(SL-INDEX) TO MATCH-INVNO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :MATCH-COUNT
                   FROM MM01.INVOICE
                       WHERE INVNO = :MATCH-INVNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN MATCH-COUNT = 0
                   MOVE SL-INVNO(SL-INDEX) TO SI-SCAN-INVNO
                   MOVE SL-PAID(SL-INDEX)  TO SI-CHECK-AMOUNT
                   MOVE 'IV'               TO SUS-REASON
                   PERFORM 360-SUSPEND-ITEM
                   MOVE SL-INVNO(SL-INDEX) TO RL-INVNO
                   MOVE SL-PAID(SL-INDEX)  TO RL-PAID
                   MOVE ZERO               TO RL-SHORT
                   MOVE SPACES             TO RL-CODE
                   MOVE 'INVOICE NOT OPEN - TO SUSPENSE' TO RL-NOTE
                   PERFORM 380-PRINT-REPORT-LINE
               WHEN OTHER
                   MOVE 'P'                TO PYT-TRANS-CODE
                   MOVE SL-INVNO(SL-INDEX) TO PYT-INVNO
                   MOVE SPACES             TO PYT-CUSTNO
                   MOVE SL-PAID(SL-INDEX)  TO PYT-PAYAMT
                   PERFORM 370-WRITE-PAYTRAN-RECORD
                   ADD 1 TO LINES-APPLIED
           END-EVALUATE.
           IF VALID-CURSOR
               PERFORM 330-CHECK-SHORT-PAY.
           SET SL-INDEX UP BY 1.
      *
       330-CHECK-SHORT-PAY.
      *
      *    WITHOUT AN ADX THE SHORTFALL IS WHATEVER THE CUSTOMER
      *    PAID BELOW THE INVOICE AMOUNT THEY HAVE ON FILE.
      *
           MOVE SL-ADJ-AMOUNT(SL-INDEX) TO SHORT-AMOUNT.
           IF SHORT-AMOUNT = ZERO
              AND SL-INVAMT(SL-INDEX) > SL-PAID(SL-INDEX)
               COMPUTE SHORT-AMOUNT = SL-INVAMT(SL-INDEX)
                                    - SL-PAID(SL-INDEX).
           IF SHORT-AMOUNT > ZERO
               ADD 1 TO SHORT-PAYS
               MOVE SL-INVNO(SL-INDEX)    TO RL-INVNO
               MOVE SL-PAID(SL-INDEX)     TO RL-PAID
               MOVE SHORT-AMOUNT          TO RL-SHORT
               MOVE SL-ADJ-CODE(SL-INDEX) TO RL-CODE
               IF SL-ADJ-CODE(SL-INDEX) = SPACES
                   MOVE 'SHORT PAY - NO REASON CODE' TO RL-NOTE
               ELSE
                   MOVE 'SHORT PAY'                  TO RL-NOTE
               END-IF
               PERFORM 380-PRINT-REPORT-LINE.
      *
       340-APPLY-UNREMITTED-BALANCE.
      *
           COMPUTE SF-UNREMITTED = SF-PAYAMT - SF-REMIT-TOTAL.
           IF SF-UNREMITTED > ZERO
               MOVE SPACES        TO RL-INVNO
               MOVE SF-UNREMITTED TO RL-PAID
               MOVE ZERO          TO RL-SHORT
               MOVE SPACES        TO RL-CODE
               IF SF-CUSTNO NOT = SPACES
                   MOVE 'O'           TO PYT-TRANS-CODE
                   MOVE SPACES        TO PYT-INVNO
                   MOVE SF-CUSTNO     TO PYT-CUSTNO
                   MOVE SF-UNREMITTED TO PYT-PAYAMT
                   PERFORM 370-WRITE-PAYTRAN-RECORD
                   ADD 1 TO ITEMS-ON-ACCOUNT
                   MOVE 'UNREMITTED BALANCE ON ACCOUNT' TO RL-NOTE
               ELSE
                   MOVE SPACES        TO SI-SCAN-INVNO
                   MOVE SF-UNREMITTED TO SI-CHECK-AMOUNT
                   MOVE 'NC'          TO SUS-REASON
                   PERFORM 360-SUSPEND-ITEM
                   MOVE 'UNREMITTED BALANCE TO SUSPENSE' TO RL-NOTE
               END-IF
               PERFORM 380-PRINT-REPORT-LINE.
      *
       350-LIST-PAYMENT-ADJUSTMENT.
      *
           ADD 1 TO SHORT-PAYS.
           MOVE SPACES        TO RL-INVNO.
           MOVE SF-PAYAMT     TO RL-PAID.
           MOVE SF-ADJ-AMOUNT TO RL-SHORT.
           MOVE SF-ADJ-CODE   TO RL-CODE.
           MOVE 'PAYMENT-LEVEL ADJUSTMENT' TO RL-NOTE.
           PERFORM 380-PRINT-REPORT-LINE.
      *
       360-SUSPEND-ITEM.
      *
           ADD 1 TO ITEMS-SUSPENDED.
           MOVE SF-PAYDATE    TO SI-DEPOSIT-DATE.
           MOVE SF-TRACE      TO SI-CHECKNO.
           MOVE SF-PAYER-NAME TO SI-PAYER-NAME.
           MOVE RUN-DATE      TO SUS-ADD-DATE.
           MOVE SPACES        TO SUS-DATA.
           MOVE SUSPENSE-ITEM TO SUS-DATA.
           EXEC SQL
               SELECT COALESCE(MAX(SUSID), 0) + 1
                   INTO :SUS-ID
                   FROM MM01.SUSPENSE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SUSPENSE INSERT FAILED, SQLCODE ' SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO MM01.SUSPENSE
                          (SUSID,       SUSSOURCE,  SUSREASON,
                           SUSDATA,     SUSADDDATE, SUSRETRY,
                           SUSSTATUS)
                   VALUES (:SUS-ID,     :SUS-SOURCE, :SUS-REASON,
                           :SUS-DATA,   :SUS-ADD-DATE, 0,
                           'O')
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY 'SUSPENSE INSERT FAILED, SQLCODE '
                           SQLCODE.
      *
       370-WRITE-PAYTRAN-RECORD.
      *
           MOVE SF-PAYDATE TO PYT-PAYDATE.
           MOVE SF-TRACE   TO PYT-CHECKNO.
           MOVE 'EDI820I'  TO PYT-USER-ID.
           WRITE PAYMENT-TRANSACTION-RECORD.
           ADD 1          TO BATCH-ITEM-COUNT.
           ADD PYT-PAYAMT TO BATCH-ITEM-AMOUNT.
      *
       380-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 395-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE SF-TRACE    TO RL-TRACE.
           MOVE SF-CUSTNO   TO RL-CUSTNO.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 399-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       390-REJECT-SET.
      *
           MOVE 'N' TO IN-SET-SW.
           ADD 1 TO SETS-REJECTED.
           MOVE SPACES    TO RL-INVNO.
           MOVE SF-PAYAMT TO RL-PAID.
           MOVE ZERO      TO RL-SHORT.
           MOVE SPACES    TO RL-CODE.
           MOVE SF-REASON TO RL-NOTE.
           PERFORM 380-PRINT-REPORT-LINE.
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
               MOVE SETS-RECEIVED    TO TL-RECEIVED
               MOVE SETS-REJECTED    TO TL-REJECTED
               MOVE LINES-APPLIED    TO TL-APPLIED
               MOVE ITEMS-ON-ACCOUNT TO TL-ONACCT
               MOVE ITEMS-SUSPENDED  TO TL-SUSPEND
               MOVE SHORT-PAYS       TO TL-SHORT
               MOVE TOTAL-LINE       TO PRTOUT-RECORD
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
