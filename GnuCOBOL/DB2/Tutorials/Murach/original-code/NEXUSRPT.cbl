       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    NEXUSRPT.
      *
      *    MONTHLY ECONOMIC NEXUS MONITOR.  SALES AND INVOICE COUNTS
      *    ARE TOTALED BY DESTINATION STATE FOR THE TRAILING TWELVE
      *    MONTHS AND FOR THE CALENDAR YEAR TO DATE, AND TESTED
      *    AGAINST THE STATE'S THRESHOLD IN MM01.NEXUSTHR (SEE
      *    NEXMAINT).  THE DESTINATION STATE IS TAKEN THE SAME WAY
      *    TAXREMIT TAKES IT - THE SHIP-TO SITE'S STATE, OR THE
      *    CUSTOMER'S OWN STATE FOR A BILL-TO-ONLY INVOICE.  SALES
      *    ARE THE INVOICE SUBTOTAL, EXEMPT SALES INCLUDED, SINCE
      *    THE STATES COUNT GROSS SALES TOWARD THE THRESHOLD.
      *
      *    A STATE WITH AN MM01.TAXRATE ROW IN EFFECT IS ALREADY
      *    REGISTERED AND IS ONLY LISTED.  ANY OTHER STATE AT OR
      *    ABOVE THE WARNPCT KEYWORD (DEFAULT 80 PERCENT) OF ITS
      *    THRESHOLD IS FLAGGED AS APPROACHING, AND ONE AT OR OVER
      *    THE THRESHOLD IS FLAGGED FOR REGISTRATION AND ENDS THE
      *    STEP WITH RETURN CODE 4.  RUNDATE (YYYYMMDD) DEFAULTS
      *    TO TODAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRTOUT ASSIGN TO UT-S-PRTOUT.
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
           05  END-OF-STATES-SW        PIC X   VALUE 'N'.
               88  END-OF-STATES               VALUE 'Y'.
           05  THRESHOLD-FOUND-SW      PIC X   VALUE 'N'.
               88  THRESHOLD-FOUND             VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'NEXUSRPT'.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  YEAR-START-DATE         PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  WARN-PERCENT-CARD       PIC 9(3).
           05  WARN-PERCENT            PIC S9(3)       COMP-3.
      *
       01  STATE-FIELDS.
           05  SF-STATE                PIC X(2).
           05  SF-TTM-SALES            PIC S9(11)V99   COMP-3.
           05  SF-TTM-COUNT            PIC S9(9)       COMP.
           05  SF-CY-SALES             PIC S9(11)V99   COMP-3.
           05  SF-CY-COUNT             PIC S9(9)       COMP.
           05  SF-TAXRATE-COUNT        PIC S9(9)       COMP.
           05  SF-TEST-SALES           PIC S9(11)V99   COMP-3.
           05  SF-TEST-COUNT           PIC S9(9)       COMP.
           05  SF-SALES-PERCENT        PIC S9(5)       COMP-3.
           05  SF-COUNT-PERCENT        PIC S9(5)       COMP-3.
           05  SF-PERCENT              PIC S9(5)       COMP-3.
           05  SF-STATUS               PIC X(24).
      *
       01  NEXUSTHR-ROW.
           05  NX-SALES-AMOUNT         PIC S9(9)V99    COMP-3.
           05  NX-TRANS-COUNT          PIC S9(7)       COMP-3.
           05  NX-TEST                 PIC X.
               88  NX-EITHER-TEST              VALUE 'O'.
               88  NX-BOTH-TESTS               VALUE 'A'.
           05  NX-PERIOD               PIC X.
               88  NX-CALENDAR-YEAR            VALUE 'C'.
      *
       01  REPORT-COUNTERS             COMP-3.
           05  STATES-REPORTED         PIC S9(5)       VALUE ZERO.
           05  STATES-REGISTERED       PIC S9(5)       VALUE ZERO.
           05  STATES-OVER             PIC S9(5)       VALUE ZERO.
           05  STATES-APPROACHING      PIC S9(5)       VALUE ZERO.
           05  STATES-NO-THRESHOLD     PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'ECONOMIC NEXUS MONITOR -     '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  PERIOD-LINE.
           05  FILLER      PIC X(13)   VALUE 'SALES THROUGH'.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  PL-RUN-DATE PIC X(10).
           05  FILLER      PIC X(19)   VALUE '   WARNING LEVEL:  '.
           05  PL-WARN     PIC ZZ9.
           05  FILLER      PIC X(86)   VALUE ' PERCENT'.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'ST       TTM SALES  '.
           05  FILLER      PIC X(20)   VALUE 'TTM INV        CY SA'.
           05  FILLER      PIC X(20)   VALUE 'LES   CY INV     THR'.
           05  FILLER      PIC X(20)   VALUE ' SALES  THR INV  TES'.
           05  FILLER      PIC X(20)   VALUE 'T  BASIS  PCT   STAT'.
           05  FILLER      PIC X(32)   VALUE 'US'.
      *
       01  REPORT-LINE.
           05  RL-STATE    PIC X(2).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-TTM-SALES
                           PIC Z(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TTM-COUNT
                           PIC Z(6)9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-CY-SALES PIC Z(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CY-COUNT PIC Z(6)9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-THR-SALES
                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-THR-COUNT
                           PIC Z(6)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TEST     PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-BASIS    PIC X(5).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PERCENT  PIC ZZ9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-STATUS   PIC X(24).
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(30).
           05  TL-COUNT    PIC Z(4)9.
           05  FILLER      PIC X(97)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    ONE ROW PER DESTINATION STATE.  THE CALENDAR YEAR ALWAYS
      *    FALLS INSIDE THE TRAILING TWELVE MONTHS, SO ONE PASS OVER
      *    THE TWELVE-MONTH WINDOW GIVES BOTH SETS OF FIGURES.
      *
           EXEC SQL
               DECLARE STATECURS CURSOR FOR
                   SELECT COALESCE(C.STSTATE, B.STATE),
                          SUM(A.INVSUBT),
                          COUNT(*),
                          SUM(CASE WHEN A.INVDATE >= :YEAR-START-DATE
                                   THEN A.INVSUBT ELSE 0 END),
                          SUM(CASE WHEN A.INVDATE >= :YEAR-START-DATE
                                   THEN 1 ELSE 0 END)
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                               ON A.INVCUST = B.CUSTNO
                           LEFT OUTER JOIN MM01.SHIPTO C
                               ON  A.INVCUST   = C.STCUSTNO
                               AND A.INVSHIPTO = C.STCODE
                       WHERE A.INVDATE >  DATE(:RUN-DATE) - 12 MONTHS
                         AND A.INVDATE <= :RUN-DATE
                       GROUP BY COALESCE(C.STSTATE, B.STATE)
                       ORDER BY 1
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-NEXUS-REPORT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'NEXUSRPT' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 100-OPEN-STATE-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-REPORT-ONE-STATE
                   UNTIL END-OF-STATES
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-STATE-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           DISPLAY STATES-OVER ' STATE(S) OVER THRESHOLD WITHOUT'
                   ' REGISTRATION.'.
           DISPLAY STATES-APPROACHING ' STATE(S) APPROACHING'
                   ' THRESHOLD.'.
           MOVE STATES-REPORTED TO EOJS-Records-In.
           MOVE STATES-REPORTED TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF STATES-OVER > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 2          TO PPS-ENTRY-COUNT.
           MOVE 'RUNDATE'  TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'WARNPCT'  TO PPS-KEYWORD (2).
           MOVE '080'      TO PPS-VALUE (2).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE PPS-VALUE (2) (1:3) TO WARN-PERCENT-CARD
               IF WARN-PERCENT-CARD NOT NUMERIC
                  OR WARN-PERCENT-CARD = ZERO
                  OR WARN-PERCENT-CARD > 100
                   DISPLAY 'WARNPCT MUST BE 001 THROUGH 100.'
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               MOVE WARN-PERCENT-CARD    TO WARN-PERCENT
               MOVE PPS-VALUE (1) (1:8)  TO WS-DATE-CARD
               IF WS-DATE-CARD = SPACES
                   MOVE CDT-FULL-DATE TO WS-DATE-CARD
               END-IF
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO RUN-DATE
               STRING WS-DATE-CARD(1:4) '-01-01'
                      DELIMITED BY SIZE INTO YEAR-START-DATE
               MOVE RUN-DATE     TO PL-RUN-DATE
               MOVE WARN-PERCENT TO PL-WARN.
      *
       100-OPEN-STATE-CURSOR.
      *
           EXEC SQL
               OPEN STATECURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-REPORT-ONE-STATE.
      *
           EXEC SQL
               FETCH STATECURS
                   INTO :SF-STATE,    :SF-TTM-SALES, :SF-TTM-COUNT,
                        :SF-CY-SALES, :SF-CY-COUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-STATES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1 TO STATES-REPORTED
                   PERFORM 210-GET-STATE-STANDING
                   IF VALID-CURSOR
                       PERFORM 220-TEST-THRESHOLD
                       PERFORM 230-PRINT-STATE-LINE
                   END-IF
           END-EVALUATE.
      *
       210-GET-STATE-STANDING.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :SF-TAXRATE-COUNT
                   FROM MM01.TAXRATE
                       WHERE TRSTATE   =  :SF-STATE
                         AND TREFFDATE <= :RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE 'Y' TO THRESHOLD-FOUND-SW.
           EXEC SQL
               SELECT NXSALESAMT,       NXTRANCOUNT,
                      NXTEST,           NXPERIOD
                   INTO :NX-SALES-AMOUNT, :NX-TRANS-COUNT,
                        :NX-TEST,         :NX-PERIOD
                   FROM MM01.NEXUSTHR
                       WHERE NXSTATE = :SF-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO THRESHOLD-FOUND-SW
                   MOVE ZERO TO NX-SALES-AMOUNT
                                NX-TRANS-COUNT
                   MOVE SPACES TO NX-TEST
                                  NX-PERIOD
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       220-TEST-THRESHOLD.
      *
      *    EACH TEST THE STATE SETS IS TURNED INTO A PERCENT OF ITS
      *    THRESHOLD.  WITH BOTH SET, AN EITHER-TEST STATE STANDS AT
      *    THE HIGHER PERCENT AND A BOTH-TESTS STATE AT THE LOWER.
      *
           MOVE ZERO TO SF-PERCENT
                        SF-SALES-PERCENT
                        SF-COUNT-PERCENT.
           IF NX-CALENDAR-YEAR
               MOVE SF-CY-SALES  TO SF-TEST-SALES
               MOVE SF-CY-COUNT  TO SF-TEST-COUNT
           ELSE
               MOVE SF-TTM-SALES TO SF-TEST-SALES
               MOVE SF-TTM-COUNT TO SF-TEST-COUNT.
           IF NX-SALES-AMOUNT > ZERO
               COMPUTE SF-SALES-PERCENT =
                   (SF-TEST-SALES * 100) / NX-SALES-AMOUNT
                   ON SIZE ERROR
                       MOVE 999 TO SF-SALES-PERCENT.
           IF NX-TRANS-COUNT > ZERO
               COMPUTE SF-COUNT-PERCENT =
                   (SF-TEST-COUNT * 100) / NX-TRANS-COUNT
                   ON SIZE ERROR
                       MOVE 999 TO SF-COUNT-PERCENT.
           EVALUATE TRUE
               WHEN NX-SALES-AMOUNT = ZERO
                   MOVE SF-COUNT-PERCENT TO SF-PERCENT
               WHEN NX-TRANS-COUNT = ZERO
                   MOVE SF-SALES-PERCENT TO SF-PERCENT
               WHEN NX-BOTH-TESTS
                AND SF-SALES-PERCENT < SF-COUNT-PERCENT
                   MOVE SF-SALES-PERCENT TO SF-PERCENT
               WHEN NX-BOTH-TESTS
                   MOVE SF-COUNT-PERCENT TO SF-PERCENT
               WHEN SF-SALES-PERCENT > SF-COUNT-PERCENT
                   MOVE SF-SALES-PERCENT TO SF-PERCENT
               WHEN OTHER
                   MOVE SF-COUNT-PERCENT TO SF-PERCENT
           END-EVALUATE.
           IF SF-PERCENT > 999
               MOVE 999 TO SF-PERCENT.
           EVALUATE TRUE
               WHEN SF-TAXRATE-COUNT > 0
                   MOVE 'REGISTERED'               TO SF-STATUS
                   ADD 1 TO STATES-REGISTERED
               WHEN NOT THRESHOLD-FOUND
                   MOVE 'NO THRESHOLD ON FILE'     TO SF-STATUS
                   ADD 1 TO STATES-NO-THRESHOLD
               WHEN SF-PERCENT NOT < 100
                   MOVE '** OVER - NOT REGISTERED' TO SF-STATUS
                   ADD 1 TO STATES-OVER
               WHEN SF-PERCENT NOT < WARN-PERCENT
                   MOVE 'APPROACHING THRESHOLD'    TO SF-STATUS
                   ADD 1 TO STATES-APPROACHING
               WHEN OTHER
                   MOVE SPACES                     TO SF-STATUS
           END-EVALUATE.
      *
       230-PRINT-STATE-LINE.
      *
           MOVE SF-STATE        TO RL-STATE.
           MOVE SF-TTM-SALES    TO RL-TTM-SALES.
           MOVE SF-TTM-COUNT    TO RL-TTM-COUNT.
           MOVE SF-CY-SALES     TO RL-CY-SALES.
           MOVE SF-CY-COUNT     TO RL-CY-COUNT.
           MOVE NX-SALES-AMOUNT TO RL-THR-SALES.
           MOVE NX-TRANS-COUNT  TO RL-THR-COUNT.
           EVALUATE TRUE
               WHEN NOT THRESHOLD-FOUND
                   MOVE SPACES  TO RL-TEST
                                   RL-BASIS
               WHEN NX-SALES-AMOUNT = ZERO
                 OR NX-TRANS-COUNT  = ZERO
                   MOVE SPACES  TO RL-TEST
               WHEN NX-BOTH-TESTS
                   MOVE 'AND '  TO RL-TEST
               WHEN OTHER
                   MOVE 'OR  '  TO RL-TEST
           END-EVALUATE.
           IF THRESHOLD-FOUND
               IF NX-CALENDAR-YEAR
                   MOVE 'CY   ' TO RL-BASIS
               ELSE
                   MOVE 'TTM  ' TO RL-BASIS.
           MOVE SF-PERCENT      TO RL-PERCENT.
           MOVE SF-STATUS       TO RL-STATUS.
           PERFORM 240-PRINT-REPORT-LINE.
      *
       240-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       250-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 260-WRITE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE PERIOD-LINE TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       260-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       270-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-CLOSE-STATE-CURSOR.
      *
           EXEC SQL
               CLOSE STATECURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'STATES WITH SALES:'           TO TL-LABEL
               MOVE STATES-REPORTED                TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'REGISTERED:'                  TO TL-LABEL
               MOVE STATES-REGISTERED              TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'OVER THRESHOLD - REGISTER:'   TO TL-LABEL
               MOVE STATES-OVER                    TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'APPROACHING THRESHOLD:'       TO TL-LABEL
               MOVE STATES-APPROACHING             TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'NO THRESHOLD ON FILE:'        TO TL-LABEL
               MOVE STATES-NO-THRESHOLD            TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD
               PERFORM 270-WRITE-REPORT-LINE.
      *
       410-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
