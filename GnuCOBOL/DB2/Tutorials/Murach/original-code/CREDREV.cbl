       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CREDREV.
      *
      *    QUARTERLY CREDIT LIMIT REVIEW.  EVERY CUSTOMER WITH A
      *    CREDIT LIMIT IS SCORED FROM ITS LAST TWELVE MONTHS:
      *
      *       DAYS TO PAY     LATEST MM01.PAYBEHAV AVERAGE
      *       AGING TREND     PAST-DUE DOLLARS IN THE LATEST
      *                       MM01.ARSNAP PERIOD AGAINST THE
      *                       PERIOD THREE MONTHS EARLIER
      *       HOLDS           MM01.CREDHOLD ROWS IN THE WINDOW
      *       NSF RETURNS     MM01.ACHRETRN R01/R09 RETURNS
      *       PEAK BALANCE    HIGHEST ARSNAP TOTAL OR TODAY'S
      *                       OPEN BALANCE, AGAINST THE LIMIT
      *
      *    THE SCORE STARTS AT 50 AND MOVES WITH THE AVERAGE DAYS
      *    TO PAY (+20 AT 30 DAYS OR LESS DOWN TO -30 OVER 90), THE
      *    TREND (+/-10), ANY 90-DAY BALANCE (-10), EACH HOLD (-10,
      *    AT MOST -30) AND EACH NSF RETURN (-15).  A GOOD PAYER
      *    (70 OR MORE) RUNNING WITHIN 20 PERCENT OF ITS LIMIT IS
      *    RECOMMENDED FOR A LIMIT OF ONE AND A HALF TIMES ITS
      *    PEAK; A POOR PAYER (UNDER 40) IS RECOMMENDED DOWN TO ITS
      *    PEAK PLUS TEN PERCENT.  BOTH ROUND UP TO THE NEXT
      *    THOUSAND.  A ZERO LIMIT MEANS NO LIMIT IS ENFORCED AND
      *    IS LEFT ALONE.
      *
      *    MODE=R (THE DEFAULT) PRINTS THE RECOMMENDATION REPORT
      *    FOR THE CREDIT MANAGER AND CHANGES NOTHING.  MODE=A
      *    APPLIES THE LIMITS THE CREDIT MANAGER APPROVED, KEYED
      *    ON THE CLAPPR FILE UNDER A USER ID AUTHORIZED FOR
      *    TRANSACTION CODE L.  EVERY CHANGE IS WRITTEN TO THE
      *    MM01.CREDLAUD AUDIT TABLE.  AN INCREASE LARGER THAN
      *    THE QUEUELIMIT KEYWORD IS NOT APPLIED - IT WAITS IN
      *    MM01.APPROVEQ (TYPE CL) FOR A SECOND OPERATOR TO
      *    APPROVE IN APPRREV, AND THE NEXT APPLY RUN POSTS IT.
      *    A ZERO QUEUELIMIT TURNS THE QUEUE OFF.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CLAPPR ASSIGN TO UT-S-CLAPPR.
           SELECT PRTOUT ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CLAPPR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  LIMIT-APPROVAL-RECORD.
      *
           05  LAR-CUSTNO               PIC X(6).
           05  LAR-NEW-LIMIT            PIC 9(9)V99.
           05  LAR-USER-ID              PIC X(8).
           05  FILLER                   PIC X(15).
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
           05  END-OF-CUSTOMERS-SW     PIC X   VALUE 'N'.
               88  END-OF-CUSTOMERS            VALUE 'Y'.
           05  END-OF-APPROVALS-SW     PIC X   VALUE 'N'.
               88  END-OF-APPROVALS            VALUE 'Y'.
           05  END-OF-RELEASES-SW      PIC X   VALUE 'N'.
               88  END-OF-RELEASES             VALUE 'Y'.
           05  APPLY-MODE-SW           PIC X   VALUE 'N'.
               88  APPLY-MODE                  VALUE 'Y'.
           05  CHANGE-VALID-SW         PIC X   VALUE 'Y'.
               88  CHANGE-VALID                VALUE 'Y'.
           05  BEHAVIOR-FOUND-SW       PIC X   VALUE 'N'.
               88  BEHAVIOR-FOUND              VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'CREDREV '.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  WS-DATE-PARTS REDEFINES WS-DATE-CARD.
               10  WD-YEAR             PIC 9(4).
               10  WD-MONTH            PIC 9(2).
               10  WD-DAY              PIC 9(2).
           05  QUEUE-LIMIT-CARD        PIC 9(7)V99.
           05  QUEUE-LIMIT             PIC S9(7)V99 COMP-3.
      *
       01  REVIEW-WINDOW-FIELDS.
      *
      *    ARSNAP PERIODS ARE YYYY-MM.  THE WINDOW IS THE TWELVE
      *    PERIODS AFTER WINDOW-PERIOD, AND THE TREND COMPARES
      *    THE LATEST PERIOD WITH TREND-PERIOD THREE MONTHS BACK.
      *
           05  WINDOW-PERIOD           PIC X(7).
           05  TREND-PERIOD            PIC X(7).
           05  LATEST-PERIOD           PIC X(7).
           05  PW-YEAR                 PIC 9(4).
           05  PW-MONTH                PIC 9(2).
           05  PW-PERIOD.
               10  PWP-YEAR            PIC 9(4).
               10  FILLER              PIC X       VALUE '-'.
               10  PWP-MONTH           PIC 9(2).
      *
       01  CUSTOMER-REVIEW-FIELDS.
           05  CR-CUSTNO               PIC X(6).
           05  CR-LNAME                PIC X(30).
           05  CR-CREDLIMIT            PIC S9(9)V99    COMP-3.
           05  CR-AVG-DAYS             PIC S9(5)V9     COMP-3.
           05  CR-PEAK-BALANCE         PIC S9(9)V99    COMP-3.
           05  CR-OPEN-BALANCE         PIC S9(9)V99    COMP-3.
           05  CR-OPEN-INVOICES        PIC S9(9)V99    COMP-3.
           05  CR-OPEN-PAYMENTS        PIC S9(9)V99    COMP-3.
           05  CR-LATEST-PASTDUE       PIC S9(9)V99    COMP-3.
           05  CR-PRIOR-PASTDUE        PIC S9(9)V99    COMP-3.
           05  CR-LATEST-90PLUS        PIC S9(9)V99    COMP-3.
           05  CR-HOLD-COUNT           PIC S9(9)       COMP.
           05  CR-NSF-COUNT            PIC S9(9)       COMP.
           05  CR-UTILIZATION          PIC S9(5)       COMP-3.
           05  CR-TREND                PIC X(6).
           05  CR-SCORE                PIC S9(3)       COMP-3.
           05  CR-RECOMMENDED          PIC S9(9)V99    COMP-3.
           05  CR-THOUSANDS            PIC S9(7)       COMP-3.
           05  CR-ACTION               PIC X(10).
      *
       01  LIMIT-CHANGE-FIELDS.
           05  LC-CUSTNO               PIC X(6).
           05  LC-LNAME                PIC X(30).
           05  LC-OLD-LIMIT            PIC S9(9)V99    COMP-3.
           05  LC-NEW-LIMIT            PIC S9(9)V99    COMP-3.
           05  LC-INCREASE             PIC S9(9)V99    COMP-3.
           05  LC-USER-ID              PIC X(8).
           05  LC-APPROVER             PIC X(8).
           05  LC-CHECK-COUNT          PIC S9(9)       COMP.
           05  LC-DISPOSITION          PIC X(30).
      *
       01  APPROVAL-QUEUE-FIELDS.
      *
      *    A QUEUED INCREASE IS CARRIED IN AQTRANDATA IN THE SAME
      *    FIFTY BYTES A QUEUED PAYMENT TRANSACTION USES.  THE
      *    AMOUNT THE REVIEWER SEES IS THE SIZE OF THE INCREASE.
      *
           05  AQ-NEXT-ID              PIC S9(9)       COMP.
           05  AQ-ID                   PIC S9(9)       COMP.
           05  AQ-AMOUNT               PIC S9(7)V99    COMP-3.
           05  AQ-REVIEWER             PIC X(8).
           05  AQ-CUSTNO-KEY           PIC X(6).
           05  AQ-TRANDATA.
               10  AQT-TRANS-CODE      PIC X       VALUE 'L'.
               10  AQT-CUSTNO          PIC X(6).
               10  AQT-OLD-LIMIT       PIC 9(9)V99.
               10  AQT-NEW-LIMIT       PIC 9(9)V99.
               10  AQT-USER-ID         PIC X(8).
               10  FILLER              PIC X(13)   VALUE SPACES.
      *
       01  REVIEW-COUNTERS             COMP-3.
           05  CUSTOMERS-REVIEWED      PIC S9(7)       VALUE ZERO.
           05  INCREASE-COUNT          PIC S9(7)       VALUE ZERO.
           05  DECREASE-COUNT          PIC S9(7)       VALUE ZERO.
           05  NO-CHANGE-COUNT         PIC S9(7)       VALUE ZERO.
           05  NO-LIMIT-COUNT          PIC S9(7)       VALUE ZERO.
           05  APPROVALS-READ          PIC S9(7)       VALUE ZERO.
           05  CHANGES-APPLIED         PIC S9(7)       VALUE ZERO.
           05  CHANGES-QUEUED          PIC S9(7)       VALUE ZERO.
           05  CHANGES-RELEASED        PIC S9(7)       VALUE ZERO.
           05  CHANGES-REJECTED        PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(22)   VALUE 'CREDIT LIMIT REVIEW - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(7)    VALUE ' MODE: '.
           05  HL1-MODE    PIC X(7).
           05  FILLER      PIC X(33)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  REVIEW-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE 'CUST    NAME        '.
           05  FILLER      PIC X(20)   VALUE '          CUR LIMIT '.
           05  FILLER      PIC X(20)   VALUE '  PEAK BAL  UTIL DAY'.
           05  FILLER      PIC X(20)   VALUE 'S  TREND  HL  NS  SC'.
           05  FILLER      PIC X(20)   VALUE 'R  RECOMMEND  ACTION'.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REVIEW-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-LNAME    PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-LIMIT    PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PEAK     PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-UTIL     PIC ZZ9.
           05  FILLER      PIC X(1)    VALUE '%'.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AVG-DAYS PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TREND    PIC X(6).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-HOLDS    PIC Z9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-NSF      PIC Z9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SCORE    PIC ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-RECOMMEND PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ACTION   PIC X(10).
           05  FILLER      PIC X(28)   VALUE SPACES.
      *
       01  RL-AVG-DAYS-EDIT            PIC ZZ9.
      *
       01  NEXT-REPORT-LINE            PIC X(132).
      *
       01  APPLY-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE 'CUST    NAME        '.
           05  FILLER      PIC X(20)   VALUE '          OLD LIMIT '.
           05  FILLER      PIC X(20)   VALUE ' NEW LIMIT  KEYED BY'.
           05  FILLER      PIC X(20)   VALUE '  APPROVER  DISPOSIT'.
           05  FILLER      PIC X(52)   VALUE 'ION'.
      *
       01  APPLY-LINE.
           05  AL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-LNAME    PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-OLD      PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-NEW      PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-USER     PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-APPROVER PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-DISP     PIC X(30).
           05  FILLER      PIC X(30)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(30).
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(95)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE CUSTCURS CURSOR FOR
                   SELECT CUSTNO,   LNAME,   COALESCE(CREDLIMIT, 0)
                       FROM MM01.CUSTOMER
                       WHERE LNAME <> 'ANONYMIZED'
                       ORDER BY CUSTNO
           END-EXEC.
      *
      *    RELCURS IS HELD ACROSS THE PER-ITEM COMMITS, AS IN THE
      *    PAYMENT APPROVAL RELEASE.  A ROLLBACK ENDS THE PASS.
      *
           EXEC SQL
               DECLARE RELCURS CURSOR WITH HOLD FOR
                   SELECT AQID,   AQTRANDATA,
                          COALESCE(AQREVIEWER, ' ')
                       FROM MM01.APPROVEQ
                       WHERE AQSTATUS = 'A'
                         AND AQTYPE   = 'CL'
                       ORDER BY AQID
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REVIEW-CREDIT-LIMITS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'CREDREV ' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 050-SET-REVIEW-WINDOW.
           IF VALID-CURSOR
               IF APPLY-MODE
                   OPEN INPUT CLAPPR
                   PERFORM 300-RELEASE-APPROVED-CHANGES
                   PERFORM 400-APPLY-APPROVED-CHANGES
                   CLOSE CLAPPR
               ELSE
                   PERFORM 100-REVIEW-CUSTOMERS.
           PERFORM 500-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           IF APPLY-MODE
               DISPLAY CHANGES-APPLIED  ' LIMIT CHANGE(S) APPLIED.'
               DISPLAY CHANGES-QUEUED   ' INCREASE(S) QUEUED FOR'
                       ' APPROVAL.'
               DISPLAY CHANGES-RELEASED ' APPROVED INCREASE(S)'
                       ' POSTED.'
               MOVE APPROVALS-READ   TO EOJS-Records-In
               COMPUTE EOJS-Records-Out = CHANGES-APPLIED
                                        + CHANGES-QUEUED
                                        + CHANGES-RELEASED
               MOVE CHANGES-REJECTED TO EOJS-Records-Rejected
           ELSE
               DISPLAY CUSTOMERS-REVIEWED ' CUSTOMER(S) REVIEWED.'
               MOVE CUSTOMERS-REVIEWED TO EOJS-Records-In
               COMPUTE EOJS-Records-Out = INCREASE-COUNT
                                        + DECREASE-COUNT.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF CHANGES-REJECTED > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- REVIEW INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 3            TO PPS-ENTRY-COUNT.
           MOVE 'RUNDATE'    TO PPS-KEYWORD (1).
           MOVE SPACES       TO PPS-VALUE (1).
           MOVE 'MODE'       TO PPS-KEYWORD (2).
           MOVE 'R'          TO PPS-VALUE (2).
           MOVE 'QUEUELIMIT' TO PPS-KEYWORD (3).
           MOVE '002500000'  TO PPS-VALUE (3).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           EVALUATE TRUE
               WHEN PPS-STATUS NOT = '0'
                   DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                           PPS-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN PPS-VALUE (2) (1:1) = 'R'
                   MOVE 'REVIEW ' TO HL1-MODE
               WHEN PPS-VALUE (2) (1:1) = 'A'
                   MOVE 'Y'       TO APPLY-MODE-SW
                   MOVE 'APPLY  ' TO HL1-MODE
               WHEN OTHER
                   DISPLAY 'MODE MUST BE R OR A.'
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
           MOVE PPS-VALUE (3) (1:9) TO QUEUE-LIMIT-CARD.
           MOVE QUEUE-LIMIT-CARD    TO QUEUE-LIMIT.
      *
       050-SET-REVIEW-WINDOW.
      *
           MOVE PPS-VALUE (1) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE CDT-FULL-DATE TO WS-DATE-CARD.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
           COMPUTE PW-YEAR = WD-YEAR - 1.
           MOVE WD-MONTH TO PW-MONTH.
           MOVE PW-YEAR  TO PWP-YEAR.
           MOVE PW-MONTH TO PWP-MONTH.
           MOVE PW-PERIOD TO WINDOW-PERIOD.
           MOVE WD-YEAR  TO PW-YEAR.
           IF WD-MONTH > 3
               COMPUTE PW-MONTH = WD-MONTH - 3
           ELSE
               COMPUTE PW-MONTH = WD-MONTH + 9
               SUBTRACT 1 FROM PW-YEAR.
           MOVE PW-YEAR  TO PWP-YEAR.
           MOVE PW-MONTH TO PWP-MONTH.
           MOVE PW-PERIOD TO TREND-PERIOD.
      *
       100-REVIEW-CUSTOMERS.
      *
           EXEC SQL
               OPEN CUSTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 110-REVIEW-ONE-CUSTOMER
                   UNTIL END-OF-CUSTOMERS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE CUSTCURS
               END-EXEC.
      *
       110-REVIEW-ONE-CUSTOMER.
      *
           EXEC SQL
               FETCH CUSTCURS
                   INTO :CR-CUSTNO, :CR-LNAME, :CR-CREDLIMIT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-CUSTOMERS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN CR-CREDLIMIT NOT > ZERO
                   ADD 1 TO NO-LIMIT-COUNT
               WHEN OTHER
                   ADD 1 TO CUSTOMERS-REVIEWED
                   PERFORM 120-GET-PAYMENT-BEHAVIOR
                   PERFORM 130-GET-AGING-HISTORY
                   PERFORM 140-GET-HOLD-AND-NSF-HISTORY
                   IF VALID-CURSOR
                       PERFORM 200-SCORE-CUSTOMER
                       PERFORM 210-RECOMMEND-LIMIT
                       PERFORM 220-PRINT-REVIEW-LINE
                   END-IF
           END-EVALUATE.
      *
       120-GET-PAYMENT-BEHAVIOR.
      *
           MOVE 'Y' TO BEHAVIOR-FOUND-SW.
           EXEC SQL
               SELECT PBAVGDAYS
                   INTO :CR-AVG-DAYS
                   FROM MM01.PAYBEHAV
                       WHERE PBCUSTNO = :CR-CUSTNO
                         AND PBPERIOD =
                             (SELECT MAX(PBPERIOD)
                                  FROM MM01.PAYBEHAV
                                  WHERE PBCUSTNO = :CR-CUSTNO)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO BEHAVIOR-FOUND-SW
                   MOVE ZERO TO CR-AVG-DAYS
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       130-GET-AGING-HISTORY.
      *
           MOVE ZERO TO CR-PEAK-BALANCE
                        CR-LATEST-PASTDUE
                        CR-PRIOR-PASTDUE
                        CR-LATEST-90PLUS.
           EXEC SQL
               SELECT COALESCE(MAX(ARTOTAL), 0),
                      COALESCE(MAX(ARPERIOD), ' ')
                   INTO :CR-PEAK-BALANCE, :LATEST-PERIOD
                   FROM MM01.ARSNAP
                       WHERE ARCUSTNO = :CR-CUSTNO
                         AND ARPERIOD > :WINDOW-PERIOD
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR AND LATEST-PERIOD NOT = SPACES
               EXEC SQL
                   SELECT AR30 + AR60 + AR90PLUS,  AR90PLUS
                       INTO :CR-LATEST-PASTDUE, :CR-LATEST-90PLUS
                       FROM MM01.ARSNAP
                           WHERE ARCUSTNO = :CR-CUSTNO
                             AND ARPERIOD = :LATEST-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               END-IF
               EXEC SQL
                   SELECT AR30 + AR60 + AR90PLUS
                       INTO :CR-PRIOR-PASTDUE
                       FROM MM01.ARSNAP
                           WHERE ARCUSTNO = :CR-CUSTNO
                             AND ARPERIOD = :TREND-PERIOD
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 135-GET-OPEN-BALANCE.
           IF CR-OPEN-BALANCE > CR-PEAK-BALANCE
               MOVE CR-OPEN-BALANCE TO CR-PEAK-BALANCE.
      *
       135-GET-OPEN-BALANCE.
      *
           MOVE ZERO TO CR-OPEN-INVOICES
                        CR-OPEN-PAYMENTS.
           EXEC SQL
               SELECT COALESCE(SUM(INVTOTAL), 0)
                   INTO :CR-OPEN-INVOICES
                   FROM MM01.INVOICE
                       WHERE INVCUST = :CR-CUSTNO
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW.
           EXEC SQL
               SELECT COALESCE(SUM(A.PAYAMT), 0)
                   INTO :CR-OPEN-PAYMENTS
                   FROM MM01.PAYMENT A
                       INNER JOIN MM01.INVOICE B
                   ON A.PAYINVNO = B.INVNO
                       WHERE B.INVCUST = :CR-CUSTNO
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW.
           COMPUTE CR-OPEN-BALANCE =
               CR-OPEN-INVOICES - CR-OPEN-PAYMENTS.
      *
       140-GET-HOLD-AND-NSF-HISTORY.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CR-HOLD-COUNT
                   FROM MM01.CREDHOLD
                       WHERE CHCUSTNO = :CR-CUSTNO
                         AND CHDATE   > DATE(:RUN-DATE) - 12 MONTHS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CR-NSF-COUNT
                   FROM MM01.ACHRETRN
                       WHERE ARCUSTNO = :CR-CUSTNO
                         AND ARDATE   > DATE(:RUN-DATE) - 12 MONTHS
                         AND ARREASON IN ('R01', 'R09')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-SCORE-CUSTOMER.
      *
           MOVE 50 TO CR-SCORE.
           IF BEHAVIOR-FOUND
               EVALUATE TRUE
                   WHEN CR-AVG-DAYS NOT > 30
                       ADD 20 TO CR-SCORE
                   WHEN CR-AVG-DAYS NOT > 45
                       ADD 10 TO CR-SCORE
                   WHEN CR-AVG-DAYS NOT > 60
                       CONTINUE
                   WHEN CR-AVG-DAYS NOT > 90
                       SUBTRACT 15 FROM CR-SCORE
                   WHEN OTHER
                       SUBTRACT 30 FROM CR-SCORE
               END-EVALUATE.
           EVALUATE TRUE
               WHEN LATEST-PERIOD = SPACES
                   MOVE SPACES   TO CR-TREND
               WHEN CR-LATEST-PASTDUE < CR-PRIOR-PASTDUE
                   MOVE 'BETTER' TO CR-TREND
                   ADD 10 TO CR-SCORE
               WHEN CR-LATEST-PASTDUE > CR-PRIOR-PASTDUE
                   MOVE 'WORSE ' TO CR-TREND
                   SUBTRACT 10 FROM CR-SCORE
               WHEN OTHER
                   MOVE 'STEADY' TO CR-TREND
           END-EVALUATE.
           IF CR-LATEST-90PLUS > ZERO
               SUBTRACT 10 FROM CR-SCORE.
           IF CR-HOLD-COUNT > 3
               SUBTRACT 30 FROM CR-SCORE
           ELSE
               COMPUTE CR-SCORE = CR-SCORE - (CR-HOLD-COUNT * 10).
           COMPUTE CR-SCORE = CR-SCORE - (CR-NSF-COUNT * 15).
           IF CR-SCORE < ZERO
               MOVE ZERO TO CR-SCORE.
           IF CR-SCORE > 100
               MOVE 100 TO CR-SCORE.
           COMPUTE CR-UTILIZATION ROUNDED =
               (CR-PEAK-BALANCE * 100) / CR-CREDLIMIT
               ON SIZE ERROR
                   MOVE 999 TO CR-UTILIZATION.
           IF CR-UTILIZATION > 999
               MOVE 999 TO CR-UTILIZATION.
      *
       210-RECOMMEND-LIMIT.
      *
           MOVE CR-CREDLIMIT TO CR-RECOMMENDED.
           MOVE 'NO CHANGE ' TO CR-ACTION.
           EVALUATE TRUE
               WHEN CR-SCORE NOT < 70
                AND CR-UTILIZATION NOT < 80
                   COMPUTE CR-THOUSANDS =
                       (CR-PEAK-BALANCE * 1.5 + 999.99) / 1000
                   COMPUTE CR-RECOMMENDED = CR-THOUSANDS * 1000
                   IF CR-RECOMMENDED > CR-CREDLIMIT
                       MOVE 'INCREASE  ' TO CR-ACTION
                   END-IF
               WHEN CR-SCORE < 40
                   COMPUTE CR-THOUSANDS =
                       (CR-PEAK-BALANCE * 1.1 + 999.99) / 1000
                   IF CR-THOUSANDS < 1
                       MOVE 1 TO CR-THOUSANDS
                   END-IF
                   COMPUTE CR-RECOMMENDED = CR-THOUSANDS * 1000
                   IF CR-RECOMMENDED < CR-CREDLIMIT
                       MOVE 'DECREASE  ' TO CR-ACTION
                   END-IF
           END-EVALUATE.
           EVALUATE CR-ACTION
               WHEN 'INCREASE  '
                   ADD 1 TO INCREASE-COUNT
               WHEN 'DECREASE  '
                   ADD 1 TO DECREASE-COUNT
               WHEN OTHER
                   MOVE CR-CREDLIMIT TO CR-RECOMMENDED
                   ADD 1 TO NO-CHANGE-COUNT
           END-EVALUATE.
      *
       220-PRINT-REVIEW-LINE.
      *
           MOVE CR-CUSTNO       TO RL-CUSTNO.
           MOVE CR-LNAME        TO RL-LNAME.
           MOVE CR-CREDLIMIT    TO RL-LIMIT.
           MOVE CR-PEAK-BALANCE TO RL-PEAK.
           MOVE CR-UTILIZATION  TO RL-UTIL.
           IF BEHAVIOR-FOUND
               MOVE CR-AVG-DAYS      TO RL-AVG-DAYS-EDIT
               MOVE RL-AVG-DAYS-EDIT TO RL-AVG-DAYS
           ELSE
               MOVE '  -'            TO RL-AVG-DAYS.
           MOVE CR-TREND        TO RL-TREND.
           MOVE CR-HOLD-COUNT   TO RL-HOLDS.
           MOVE CR-NSF-COUNT    TO RL-NSF.
           MOVE CR-SCORE        TO RL-SCORE.
           MOVE CR-RECOMMENDED  TO RL-RECOMMEND.
           MOVE CR-ACTION       TO RL-ACTION.
           MOVE REVIEW-LINE     TO NEXT-REPORT-LINE.
           PERFORM 450-PRINT-REPORT-LINE.
      *
       300-RELEASE-APPROVED-CHANGES.
      *
      *    INCREASES A SECOND OPERATOR APPROVED IN APPRREV SINCE
      *    THE LAST APPLY RUN ARE POSTED FIRST, SO A CUSTOMER'S
      *    NEW CARD IN THIS RUN SEES THE LIMIT ALREADY RAISED.
      *
           EXEC SQL
               OPEN RELCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 310-RELEASE-ONE-CHANGE
                   UNTIL END-OF-RELEASES
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE RELCURS
               END-EXEC.
      *
       310-RELEASE-ONE-CHANGE.
      *
           EXEC SQL
               FETCH RELCURS
                   INTO :AQ-ID, :AQ-TRANDATA, :AQ-REVIEWER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-RELEASES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   MOVE AQT-CUSTNO    TO LC-CUSTNO
                   MOVE AQT-NEW-LIMIT TO LC-NEW-LIMIT
                   MOVE AQT-USER-ID   TO LC-USER-ID
                   MOVE AQ-REVIEWER   TO LC-APPROVER
                   PERFORM 320-POST-RELEASED-CHANGE
           END-EVALUATE.
      *
       320-POST-RELEASED-CHANGE.
      *
           MOVE 'Y' TO CHANGE-VALID-SW.
           PERFORM 430-GET-CURRENT-LIMIT.
           IF CHANGE-VALID
               PERFORM 460-UPDATE-LIMIT-AND-AUDIT.
           IF CHANGE-VALID
               EXEC SQL
                   UPDATE MM01.APPROVEQ
                      SET AQSTATUS = 'D'
                    WHERE AQID     = :AQ-ID
                      AND AQSTATUS = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO CHANGE-VALID-SW.
           IF CHANGE-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO CHANGES-RELEASED
               MOVE 'APPROVED INCREASE POSTED' TO LC-DISPOSITION
               PERFORM 440-PRINT-APPLY-LINE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'POST FAILED - LEFT APPROVED' TO LC-DISPOSITION
               PERFORM 440-PRINT-APPLY-LINE.
      *
       400-APPLY-APPROVED-CHANGES.
      *
           IF VALID-CURSOR
               PERFORM 410-APPLY-ONE-CHANGE
                   UNTIL END-OF-APPROVALS
                      OR NOT-VALID-CURSOR.
      *
       410-APPLY-ONE-CHANGE.
      *
           READ CLAPPR
               AT END
                   MOVE 'Y' TO END-OF-APPROVALS-SW.
           IF NOT END-OF-APPROVALS
               ADD 1 TO APPROVALS-READ
               MOVE 'Y'           TO CHANGE-VALID-SW
               MOVE LAR-CUSTNO    TO LC-CUSTNO
               MOVE LAR-NEW-LIMIT TO LC-NEW-LIMIT
               MOVE LAR-USER-ID   TO LC-USER-ID
               MOVE SPACES        TO LC-APPROVER
                                     LC-LNAME
               MOVE ZERO          TO LC-OLD-LIMIT
               PERFORM 420-EDIT-LIMIT-CHANGE
               IF CHANGE-VALID
                   COMPUTE LC-INCREASE = LC-NEW-LIMIT - LC-OLD-LIMIT
                   IF QUEUE-LIMIT > ZERO
                      AND LC-INCREASE > QUEUE-LIMIT
                       PERFORM 470-QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM 480-APPLY-LIMIT-CHANGE
                   END-IF
               ELSE
                   ADD 1 TO CHANGES-REJECTED
                   PERFORM 440-PRINT-APPLY-LINE.
      *
       420-EDIT-LIMIT-CHANGE.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :LC-CHECK-COUNT
                   FROM MM01.USERAUTH
                       WHERE UAUSERID    = :LC-USER-ID
                         AND UATRANSCODE = 'L'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'N' TO CHANGE-VALID-SW
               MOVE 'DB2 ERROR' TO LC-DISPOSITION
           ELSE
               IF LC-CHECK-COUNT = 0
                   MOVE 'N' TO CHANGE-VALID-SW
                   MOVE 'USER NOT AUTHORIZED' TO LC-DISPOSITION.
           IF CHANGE-VALID
               PERFORM 430-GET-CURRENT-LIMIT.
           IF CHANGE-VALID
              AND LC-NEW-LIMIT = LC-OLD-LIMIT
               MOVE 'N' TO CHANGE-VALID-SW
               MOVE 'SAME AS CURRENT LIMIT' TO LC-DISPOSITION.
           IF CHANGE-VALID
               MOVE LC-CUSTNO TO AQ-CUSTNO-KEY
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :LC-CHECK-COUNT
                       FROM MM01.APPROVEQ
                           WHERE AQTYPE   = 'CL'
                             AND AQSTATUS IN ('P', 'A')
                             AND SUBSTR(AQTRANDATA, 2, 6)
                                        = :AQ-CUSTNO-KEY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'N' TO CHANGE-VALID-SW
                   MOVE 'DB2 ERROR' TO LC-DISPOSITION
               ELSE
                   IF LC-CHECK-COUNT > 0
                       MOVE 'N' TO CHANGE-VALID-SW
                       MOVE 'INCREASE ALREADY IN APPROVAL'
                                         TO LC-DISPOSITION.
      *
       430-GET-CURRENT-LIMIT.
      *
           EXEC SQL
               SELECT LNAME,     COALESCE(CREDLIMIT, 0)
                   INTO :LC-LNAME, :LC-OLD-LIMIT
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :LC-CUSTNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO CHANGE-VALID-SW
                   MOVE 'CUSTOMER NOT ON FILE' TO LC-DISPOSITION
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'N' TO CHANGE-VALID-SW
                   MOVE 'DB2 ERROR' TO LC-DISPOSITION
           END-EVALUATE.
      *
       440-PRINT-APPLY-LINE.
      *
           MOVE LC-CUSTNO      TO AL-CUSTNO.
           MOVE LC-LNAME       TO AL-LNAME.
           MOVE LC-OLD-LIMIT   TO AL-OLD.
           MOVE LC-NEW-LIMIT   TO AL-NEW.
           MOVE LC-USER-ID     TO AL-USER.
           MOVE LC-APPROVER    TO AL-APPROVER.
           MOVE LC-DISPOSITION TO AL-DISP.
           MOVE APPLY-LINE     TO NEXT-REPORT-LINE.
           PERFORM 450-PRINT-REPORT-LINE.
      *
       450-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 455-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE NEXT-REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 490-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       455-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           IF APPLY-MODE
               MOVE APPLY-HEADING-LINE  TO PRTOUT-RECORD
           ELSE
               MOVE REVIEW-HEADING-LINE TO PRTOUT-RECORD.
           PERFORM 490-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       460-UPDATE-LIMIT-AND-AUDIT.
      *
           EXEC SQL
               UPDATE MM01.CUSTOMER
                  SET CREDLIMIT = :LC-NEW-LIMIT
               WHERE  CUSTNO    = :LC-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO CHANGE-VALID-SW
           ELSE
               EXEC SQL
                   INSERT INTO MM01.CREDLAUD
                          (CLCUSTNO,   CLDATE,      CLOLDLIMIT,
                           CLNEWLIMIT, CLUSERID,    CLAPPROVER,
                           CLAUDITTS)
                   VALUES (:LC-CUSTNO, :RUN-DATE,   :LC-OLD-LIMIT,
                           :LC-NEW-LIMIT, :LC-USER-ID,
                           :LC-APPROVER,  CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO CHANGE-VALID-SW.
      *
       470-QUEUE-FOR-APPROVAL.
      *
           EXEC SQL
               SELECT COALESCE(MAX(AQID), 0) + 1
                   INTO :AQ-NEXT-ID
                   FROM MM01.APPROVEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO CHANGE-VALID-SW
           ELSE
               MOVE 'L'          TO AQT-TRANS-CODE
               MOVE LC-CUSTNO    TO AQT-CUSTNO
               MOVE LC-OLD-LIMIT TO AQT-OLD-LIMIT
               MOVE LC-NEW-LIMIT TO AQT-NEW-LIMIT
               MOVE LC-USER-ID   TO AQT-USER-ID
               MOVE LC-INCREASE  TO AQ-AMOUNT
               EXEC SQL
                   INSERT INTO MM01.APPROVEQ
                          (AQID,       AQTRANDATA,   AQUSERID,
                           AQAMOUNT,   AQADDED,      AQSTATUS,
                           AQTYPE)
                   VALUES (:AQ-NEXT-ID, :AQ-TRANDATA,
                           :LC-USER-ID, :AQ-AMOUNT,
                           :RUN-DATE,   'P',          'CL')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO CHANGE-VALID-SW.
           IF CHANGE-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO CHANGES-QUEUED
               MOVE 'QUEUED FOR SECOND APPROVAL' TO LC-DISPOSITION
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'DB2 ERROR - NOT QUEUED' TO LC-DISPOSITION.
           PERFORM 440-PRINT-APPLY-LINE.
      *
       480-APPLY-LIMIT-CHANGE.
      *
           PERFORM 460-UPDATE-LIMIT-AND-AUDIT.
           IF CHANGE-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO CHANGES-APPLIED
               IF LC-NEW-LIMIT > LC-OLD-LIMIT
                   MOVE 'INCREASE APPLIED' TO LC-DISPOSITION
               ELSE
                   MOVE 'DECREASE APPLIED' TO LC-DISPOSITION
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'DB2 ERROR - NOT APPLIED' TO LC-DISPOSITION.
           PERFORM 440-PRINT-APPLY-LINE.
      *
       490-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       500-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 455-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF APPLY-MODE
               MOVE 'APPROVAL CARDS READ:'       TO TL-LABEL
               MOVE APPROVALS-READ               TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'CHANGES APPLIED:'           TO TL-LABEL
               MOVE CHANGES-APPLIED              TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'INCREASES QUEUED:'          TO TL-LABEL
               MOVE CHANGES-QUEUED               TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'APPROVED INCREASES POSTED:' TO TL-LABEL
               MOVE CHANGES-RELEASED             TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'CARDS REJECTED:'            TO TL-LABEL
               MOVE CHANGES-REJECTED             TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
           ELSE
               MOVE 'CUSTOMERS REVIEWED:'        TO TL-LABEL
               MOVE CUSTOMERS-REVIEWED           TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'RECOMMENDED INCREASES:'     TO TL-LABEL
               MOVE INCREASE-COUNT               TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'RECOMMENDED DECREASES:'     TO TL-LABEL
               MOVE DECREASE-COUNT               TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'NO CHANGE:'                 TO TL-LABEL
               MOVE NO-CHANGE-COUNT              TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE
               MOVE 'NO LIMIT SET - NOT REVIEWED:' TO TL-LABEL
               MOVE NO-LIMIT-COUNT               TO TL-COUNT
               PERFORM 510-WRITE-TOTAL-LINE.
           IF NOT-VALID-CURSOR
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                  TO PRTOUT-RECORD
               PERFORM 490-WRITE-REPORT-LINE.
      *
       510-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 490-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
