       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DEFBAL.
      *
      *    DEFERRED REVENUE BALANCE REPORT.  LISTS THE UNRELEASED
      *    DEFERRAL SCHEDULE BALANCE BY CUSTOMER AND CONTRACT
      *    (THE RECURRING TEMPLATE THE INVOICES WERE BILLED
      *    FROM), THEN TIES THE TOTAL TO THE GL: THE AMOUNT THE GL
      *    EXTRACT HAS CREDITED TO DEFERRED REVENUE LESS THE
      *    AMOUNT THE MONTH-END RELEASE HAS DEBITED BACK OUT MUST
      *    EQUAL THE SCHEDULE BALANCE.  WHEN THE SECOND SYSIN
      *    CARD CARRIES THE DEFERRED REVENUE BALANCE FROM THE GL
      *    TRIAL BALANCE, THE SCHEDULE IS TIED TO THAT AS WELL.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-BALANCES-SW      PIC X   VALUE 'N'.
               88  END-OF-BALANCES             VALUE 'Y'.
           05  GL-BALANCE-GIVEN-SW     PIC X   VALUE 'N'.
               88  GL-BALANCE-GIVEN            VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  GL-BALANCE-CARD.
               10  GL-BALANCE-IN       PIC 9(11)V99.
               10  FILLER              PIC X(67).
           05  GL-DEFREV-ACCT          PIC X(8).
      *
       01  BALANCE-FIELDS.
           05  BF-CUSTNO               PIC X(6).
           05  BF-TEMPLNO              PIC X(6).
           05  BF-INVOICE-COUNT        PIC S9(9)       COMP.
           05  BF-BALANCE              PIC S9(11)V99   COMP-3.
      *
       01  CUSTOMER-BREAK-FIELDS.
           05  CB-CUSTNO               PIC X(6)        VALUE SPACES.
           05  CB-INVOICE-COUNT        PIC S9(7)       COMP-3
                                                       VALUE ZERO.
           05  CB-BALANCE              PIC S9(11)V99   COMP-3
                                                       VALUE ZERO.
      *
       01  TIE-OUT-FIELDS              COMP-3.
           05  GT-INVOICE-COUNT        PIC S9(7)       VALUE ZERO.
           05  GT-BALANCE              PIC S9(11)V99   VALUE ZERO.
           05  TF-BOOKED               PIC S9(11)V99   VALUE ZERO.
           05  TF-RELEASED             PIC S9(11)V99   VALUE ZERO.
           05  TF-CONTROL              PIC S9(11)V99   VALUE ZERO.
           05  TF-GL-BALANCE           PIC S9(11)V99   VALUE ZERO.
           05  TF-DIFFERENCE           PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'DEFERRED REVENUE BALANCES -   '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'CUSTNO  CONTRACT  CO'.
           05  FILLER      PIC X(20)   VALUE 'UNT          BALANCE'.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TEMPLNO  PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-COUNT    PIC Z(4)9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-BALANCE  PIC Z(9)9.99.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  CUSTOMER-TOTAL-LINE.
           05  FILLER      PIC X(18)   VALUE '  CUSTOMER TOTAL  '.
           05  CTL-COUNT   PIC Z(4)9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  CTL-BALANCE PIC Z(9)9.99.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER      PIC X(18)   VALUE 'GRAND TOTAL       '.
           05  GTL-COUNT   PIC Z(4)9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  GTL-BALANCE PIC Z(9)9.99.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  TIE-LINE.
           05  TL-LABEL    PIC X(40).
           05  TL-AMOUNT   PIC Z(10)9.99-.
           05  FILLER      PIC X(77)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE BALCURS CURSOR FOR
                   SELECT P.DPCUSTNO, P.DPTEMPLNO,
                          COUNT(DISTINCT P.DPINVNO),
                          SUM(S.DSAMOUNT)
                       FROM MM01.DEFPLAN P
                           INNER JOIN MM01.DEFSCHED S
                       ON S.DSINVNO = P.DPINVNO
                       WHERE P.DPSTATUS   = 'S'
                         AND S.DSRELEASED = 'N'
                       GROUP BY P.DPCUSTNO, P.DPTEMPLNO
                       ORDER BY P.DPCUSTNO, P.DPTEMPLNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-DEFERRED-BALANCES.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           PERFORM 100-OPEN-BALANCE-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-REPORT-ONE-CONTRACT
                   UNTIL END-OF-BALANCES
                      OR NOT-VALID-CURSOR
               IF CB-CUSTNO NOT = SPACES
                   PERFORM 300-PRINT-CUSTOMER-TOTAL
               END-IF
               EXEC SQL
                   CLOSE BALCURS
               END-EXEC.
           IF VALID-CURSOR
               PERFORM 400-SUM-GL-CONTROL.
           IF VALID-CURSOR
               PERFORM 500-PRINT-TIE-OUT
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                   TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 270-WRITE-REPORT-LINE.
           CLOSE PRTOUT.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- REPORT INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
           MOVE SPACES TO GL-BALANCE-CARD.
           ACCEPT GL-BALANCE-CARD FROM SYSIN.
           IF GL-BALANCE-IN NUMERIC
               MOVE 'Y' TO GL-BALANCE-GIVEN-SW
               MOVE GL-BALANCE-IN TO TF-GL-BALANCE.
           EXEC SQL
               SELECT GLACCT
                   INTO :GL-DEFREV-ACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY  = 'DEFREV'
                         AND GLCOMP = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO GL-DEFREV-ACCT.
      *
       100-OPEN-BALANCE-CURSOR.
      *
           EXEC SQL
               OPEN BALCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-REPORT-ONE-CONTRACT.
      *
           EXEC SQL
               FETCH BALCURS
                   INTO :BF-CUSTNO,  :BF-TEMPLNO,
                        :BF-INVOICE-COUNT, :BF-BALANCE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-BALANCES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   IF CB-CUSTNO NOT = SPACES
                      AND BF-CUSTNO NOT = CB-CUSTNO
                       PERFORM 300-PRINT-CUSTOMER-TOTAL
                   END-IF
                   MOVE BF-CUSTNO TO CB-CUSTNO
                   ADD BF-INVOICE-COUNT TO CB-INVOICE-COUNT
                                           GT-INVOICE-COUNT
                   ADD BF-BALANCE       TO CB-BALANCE
                                           GT-BALANCE
                   PERFORM 240-PRINT-CONTRACT-LINE
           END-EVALUATE.
      *
       240-PRINT-CONTRACT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE BF-CUSTNO        TO RL-CUSTNO.
           MOVE BF-TEMPLNO       TO RL-TEMPLNO.
           MOVE BF-INVOICE-COUNT TO RL-COUNT.
           MOVE BF-BALANCE       TO RL-BALANCE.
           MOVE REPORT-LINE      TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       250-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
      *
       270-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-PRINT-CUSTOMER-TOTAL.
      *
           MOVE CB-INVOICE-COUNT TO CTL-COUNT.
           MOVE CB-BALANCE       TO CTL-BALANCE.
           MOVE CUSTOMER-TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE SPACES TO CB-CUSTNO.
           MOVE ZERO   TO CB-INVOICE-COUNT
                          CB-BALANCE.
      *
       400-SUM-GL-CONTROL.
      *
      *    WHAT THE GL EXTRACT CREDITED TO DEFERRED REVENUE IS
      *    EVERY SCHEDULED PLAN; WHAT THE RELEASE DEBITED BACK IS
      *    EVERY RELEASED MONTH.
      *
           EXEC SQL
               SELECT COALESCE(SUM(DPAMOUNT), 0)
                   INTO :TF-BOOKED
                   FROM MM01.DEFPLAN
                       WHERE DPSTATUS  = 'S'
                         AND DPINVDATE <= :RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           EXEC SQL
               SELECT COALESCE(SUM(DSAMOUNT), 0)
                   INTO :TF-RELEASED
                   FROM MM01.DEFSCHED
                       WHERE DSRELEASED = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           COMPUTE TF-CONTROL = TF-BOOKED - TF-RELEASED.
      *
       500-PRINT-TIE-OUT.
      *
           IF PAGE-COUNT = ZERO
               PERFORM 250-PRINT-REPORT-HEADING.
           MOVE GT-INVOICE-COUNT TO GTL-COUNT.
           MOVE GT-BALANCE       TO GTL-BALANCE.
           MOVE GRAND-TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE SPACES TO TL-LABEL.
           STRING 'GL TIE-OUT - DEFERRED REVENUE ACCOUNT '
                  GL-DEFREV-ACCT DELIMITED BY SIZE INTO TL-LABEL.
           MOVE ZERO TO TL-AMOUNT.
           MOVE TIE-LINE TO PRTOUT-RECORD.
           MOVE SPACES TO PRTOUT-RECORD(41:15).
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE 'BILLED TO DEFERRED REVENUE' TO TL-LABEL.
           MOVE TF-BOOKED TO TL-AMOUNT.
           PERFORM 510-PRINT-TIE-LINE.
           MOVE 'LESS RELEASED TO REVENUE' TO TL-LABEL.
           MOVE TF-RELEASED TO TL-AMOUNT.
           PERFORM 510-PRINT-TIE-LINE.
           MOVE 'EXPECTED GL BALANCE' TO TL-LABEL.
           MOVE TF-CONTROL TO TL-AMOUNT.
           PERFORM 510-PRINT-TIE-LINE.
           MOVE 'SCHEDULE BALANCE' TO TL-LABEL.
           MOVE GT-BALANCE TO TL-AMOUNT.
           PERFORM 510-PRINT-TIE-LINE.
           COMPUTE TF-DIFFERENCE = GT-BALANCE - TF-CONTROL.
           MOVE 'DIFFERENCE' TO TL-LABEL.
           MOVE TF-DIFFERENCE TO TL-AMOUNT.
           PERFORM 510-PRINT-TIE-LINE.
           IF TF-DIFFERENCE NOT = ZERO
               MOVE 8 TO RETURN-CODE.
           IF GL-BALANCE-GIVEN
               MOVE 'GL TRIAL BALANCE' TO TL-LABEL
               MOVE TF-GL-BALANCE TO TL-AMOUNT
               MOVE 2 TO SPACE-CONTROL
               PERFORM 510-PRINT-TIE-LINE
               COMPUTE TF-DIFFERENCE = GT-BALANCE - TF-GL-BALANCE
               MOVE 'DIFFERENCE TO TRIAL BALANCE' TO TL-LABEL
               MOVE TF-DIFFERENCE TO TL-AMOUNT
               PERFORM 510-PRINT-TIE-LINE
               IF TF-DIFFERENCE NOT = ZERO
                   MOVE 8 TO RETURN-CODE.
      *
       510-PRINT-TIE-LINE.
      *
           MOVE TIE-LINE TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
