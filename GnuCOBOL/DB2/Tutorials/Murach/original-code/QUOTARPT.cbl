       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QUOTARPT.
      *
      *    MONTHLY SALES QUOTA ATTAINMENT.  BILLED SALES (THE
      *    INVOICE SUBTOTAL FROM MM01.INVOICE AND MM01.INVHIST, LESS
      *    CREDIT MEMOS POSTED TO MM01.ONACCT) ARE COMPARED WITH THE
      *    MM01.SALESQTA QUOTAS FOR THE MONTH, THE QUARTER TO DATE
      *    AND THE YEAR TO DATE.  EACH SALES TERRITORY PRINTS ITS
      *    OWN TOTAL AGAINST THE TERRITORY QUOTA, FOLLOWED BY THE
      *    REPS ASSIGNED TO IT IN MM01.TERRTRY RANKED BY YEAR-TO-
      *    DATE ATTAINMENT.  A TERRITORY'S SALES ARE THOSE OF THE
      *    CUSTOMERS LOCATED IN ITS ZIP RANGES, WHOEVER THE REP.
      *    REPS WITH NO TERRITORY PRINT LAST.
      *
      *    WHEN TERRALGN HAS MOVED A CUSTOMER TO A NEW REP DURING
      *    THE YEAR, THE SALESFOLLOW KEYWORD DECIDES WHO KEEPS THE
      *    CUSTOMER'S EARLIER SALES: R (THE DEFAULT) LEAVES THEM
      *    WITH THE REP ON THE INVOICE, THE WAY COMMCALC PAYS; C
      *    MOVES THEM WITH THE CUSTOMER TO ITS CURRENT REP.  THE
      *    RULE IN FORCE IS PRINTED ON EVERY PAGE, AND EVERY
      *    REASSIGNED CUSTOMER IS LISTED AT THE END WITH THE
      *    SALES AND THE REP THEY WERE CREDITED TO.  A CREDIT MEMO
      *    CARRIES NO REP, SO IT IS CHARGED TO THE REP ON THE
      *    CUSTOMER'S LATEST INVOICE ON OR BEFORE THE MEMO.
      *
      *    THE MONTH KEYWORD (YYYYMM) DEFAULTS TO LAST MONTH.
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
           05  END-OF-ROWS-SW          PIC X   VALUE 'N'.
               88  END-OF-ROWS                 VALUE 'Y'.
           05  SALES-FOLLOW-SW         PIC X   VALUE 'R'.
               88  SALES-STAY-WITH-REP         VALUE 'R'.
               88  SALES-FOLLOW-CUSTOMER       VALUE 'C'.
           05  REPORT-SECTION-SW       PIC X   VALUE 'A'.
               88  ATTAINMENT-SECTION          VALUE 'A'.
               88  REASSIGNED-SECTION          VALUE 'M'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'QUOTARPT'.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  MONTH-CARD.
               10  MC-YEAR             PIC 9(4).
               10  MC-MONTH            PIC 9(2).
           05  REPORT-YEAR             PIC 9(4).
           05  REPORT-MONTH            PIC 9(2).
           05  QUARTER-START-MONTH     PIC 9(2).
           05  QUARTER-NUMBER          PIC 9(1).
           05  REPORT-YEAR-BIN         PIC S9(4)       COMP.
           05  REPORT-MONTH-BIN        PIC S9(4)       COMP.
           05  YEAR-START-DATE         PIC X(10).
           05  NEXT-MONTH-DATE         PIC X(10).
           05  NEXT-MONTH-FIELDS.
               10  NM-YEAR             PIC 9(4).
               10  FILLER              PIC X       VALUE '-'.
               10  NM-MONTH            PIC 9(2).
               10  FILLER              PIC X(3)    VALUE '-01'.
      *
       01  SALE-ROW-FIELDS.
           05  SA-CUSTNO               PIC X(6).
           05  SA-INVREP               PIC X(3).
           05  SA-CURREP               PIC X(3).
           05  SA-STATE                PIC X(2).
           05  SA-ZIPCODE              PIC X(10).
           05  SA-DATE                 PIC X(10).
           05  SA-AMOUNT               PIC S9(9)V99    COMP-3.
           05  SA-MONTH                PIC 9(2).
           05  SA-CREDIT-REP           PIC X(3).
           05  SA-TERRITORY            PIC X(4).
      *
      *    IN-STORAGE TABLES.  THE REP, TERRITORY AND RANGE TABLES
      *    ARE LOADED ONCE; SALES ARE ADDED INTO THEM AS THE
      *    INVOICE AND CREDIT MEMO ROWS ARE READ.
      *
       01  REP-TABLE.
           05  REP-COUNT               PIC S9(4)       COMP VALUE 0.
           05  REP-ENTRY OCCURS 300 TIMES.
               10  RT-REPNO            PIC X(3).
               10  RT-REPNAME          PIC X(20).
               10  RT-LISTED-SW        PIC X.
                   88  RT-LISTED               VALUE 'Y'.
               10  RT-SALES-MTH        PIC S9(11)V99   COMP-3.
               10  RT-SALES-QTD        PIC S9(11)V99   COMP-3.
               10  RT-SALES-YTD        PIC S9(11)V99   COMP-3.
               10  RT-QUOTA-MTH        PIC S9(11)V99   COMP-3.
               10  RT-QUOTA-QTD        PIC S9(11)V99   COMP-3.
               10  RT-QUOTA-YTD        PIC S9(11)V99   COMP-3.
               10  RT-YTD-PERCENT      PIC S9(5)       COMP-3.
      *
       01  TERRITORY-TABLE.
           05  TERR-COUNT              PIC S9(4)       COMP VALUE 0.
           05  TERR-ENTRY OCCURS 100 TIMES.
               10  TT-CODE             PIC X(4).
               10  TT-SALES-MTH        PIC S9(11)V99   COMP-3.
               10  TT-SALES-QTD        PIC S9(11)V99   COMP-3.
               10  TT-SALES-YTD        PIC S9(11)V99   COMP-3.
               10  TT-QUOTA-MTH        PIC S9(11)V99   COMP-3.
               10  TT-QUOTA-QTD        PIC S9(11)V99   COMP-3.
               10  TT-QUOTA-YTD        PIC S9(11)V99   COMP-3.
      *
       01  RANGE-TABLE.
           05  RANGE-COUNT             PIC S9(4)       COMP VALUE 0.
           05  RANGE-ENTRY OCCURS 1000 TIMES.
               10  RG-STATE            PIC X(2).
               10  RG-ZIPLO            PIC X(5).
               10  RG-ZIPHI            PIC X(5).
               10  RG-TERRITORY        PIC X(4).
      *
       01  TERRITORY-REP-TABLE.
           05  PAIR-COUNT              PIC S9(4)       COMP VALUE 0.
           05  PAIR-ENTRY OCCURS 1000 TIMES.
               10  PR-TERRITORY        PIC X(4).
               10  PR-REPNO            PIC X(3).
      *
       01  REASSIGNED-TABLE.
           05  MOVED-COUNT             PIC S9(4)       COMP VALUE 0.
           05  MOVED-ENTRY OCCURS 500 TIMES.
               10  MV-CUSTNO           PIC X(6).
               10  MV-OLD-REP          PIC X(3).
               10  MV-NEW-REP          PIC X(3).
               10  MV-SALES            PIC S9(11)V99   COMP-3.
      *
       01  RANK-TABLE.
           05  RANK-COUNT              PIC S9(4)       COMP VALUE 0.
           05  RANK-ENTRY OCCURS 300 TIMES.
               10  RK-REP-SUB          PIC S9(4)       COMP.
      *
       01  TABLE-WORK-FIELDS.
           05  REP-SUB                 PIC S9(4)       COMP.
           05  TERR-SUB                PIC S9(4)       COMP.
           05  RANGE-SUB               PIC S9(4)       COMP.
           05  PAIR-SUB                PIC S9(4)       COMP.
           05  MOVED-SUB               PIC S9(4)       COMP.
           05  RANK-SUB                PIC S9(4)       COMP.
           05  RANK-SUB-2              PIC S9(4)       COMP.
           05  RANK-START              PIC S9(4)       COMP.
           05  FOUND-SUB               PIC S9(4)       COMP.
           05  SWAP-SUB                PIC S9(4)       COMP.
           05  BEST-ZIPLO              PIC X(5).
           05  LOOKUP-REPNO            PIC X(3).
           05  LOOKUP-TERRITORY        PIC X(4).
           05  LOOKUP-ZIP5             PIC X(5).
           05  LAST-TERRITORY          PIC X(4).
           05  LAST-REPNO              PIC X(3).
      *
       01  LOAD-ROW-FIELDS.
           05  LR-REPNO                PIC X(3).
           05  LR-REPNAME              PIC X(30).
           05  LR-STATE                PIC X(2).
           05  LR-ZIPLO                PIC X(5).
           05  LR-ZIPHI                PIC X(5).
           05  LR-TERRITORY            PIC X(4).
           05  LR-KIND                 PIC X.
           05  LR-CODE                 PIC X(4).
           05  LR-MONTH                PIC S9(4)       COMP.
           05  LR-AMOUNT               PIC S9(9)V99    COMP-3.
      *
       01  LINE-AMOUNT-FIELDS.
           05  LA-SALES-MTH            PIC S9(11)V99   COMP-3.
           05  LA-SALES-QTD            PIC S9(11)V99   COMP-3.
           05  LA-SALES-YTD            PIC S9(11)V99   COMP-3.
           05  LA-QUOTA-MTH            PIC S9(11)V99   COMP-3.
           05  LA-QUOTA-QTD            PIC S9(11)V99   COMP-3.
           05  LA-QUOTA-YTD            PIC S9(11)V99   COMP-3.
           05  LA-SALES                PIC S9(11)V99   COMP-3.
           05  LA-QUOTA                PIC S9(11)V99   COMP-3.
           05  LA-PERCENT              PIC S9(5)       COMP-3.
      *
       01  RUN-COUNTERS                COMP-3.
           05  INVOICE-ROW-COUNT       PIC S9(7)       VALUE ZERO.
           05  MEMO-ROW-COUNT          PIC S9(7)       VALUE ZERO.
           05  REPS-REPORTED           PIC S9(5)       VALUE ZERO.
           05  TABLE-OVERFLOW-COUNT    PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(25)   VALUE
               'SALES QUOTA ATTAINMENT - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(44)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(7)    VALUE 'MONTH: '.
           05  HL2-YEAR    PIC 9(4).
           05  FILLER      PIC X       VALUE '-'.
           05  HL2-MONTH   PIC 9(2).
           05  FILLER      PIC X(40)   VALUE
               '    SALES OF REASSIGNED CUSTOMERS:      '.
           05  HL2-RULE    PIC X(40).
           05  FILLER      PIC X(38)   VALUE SPACES.
      *
       01  ATTAINMENT-HEADING-1.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '            --------'.
           05  FILLER      PIC X(20)   VALUE ' MONTH ---------    '.
           05  FILLER      PIC X(20)   VALUE '   ---- QUARTER TO D'.
           05  FILLER      PIC X(20)   VALUE 'ATE ---       ----- '.
           05  FILLER      PIC X(20)   VALUE 'YEAR TO DATE -----  '.
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  ATTAINMENT-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'RNK  REP  NAME      '.
           05  FILLER      PIC X(20)   VALUE '                   S'.
           05  FILLER      PIC X(20)   VALUE 'ALES       QUOTA PCT'.
           05  FILLER      PIC X(20)   VALUE '          SALES     '.
           05  FILLER      PIC X(20)   VALUE '  QUOTA PCT         '.
           05  FILLER      PIC X(20)   VALUE ' SALES       QUOTA P'.
           05  FILLER      PIC X(12)   VALUE 'CT'.
      *
       01  REASSIGNED-HEADING-1.
           05  FILLER      PIC X(40)   VALUE
               'CUSTOMERS REASSIGNED TO A NEW REP WITH S'.
           05  FILLER      PIC X(92)   VALUE
               'ALES THIS YEAR UNDER AN EARLIER REP'.
      *
       01  REASSIGNED-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'CUST    NAME        '.
           05  FILLER      PIC X(20)   VALUE '          OLD   NEW '.
           05  FILLER      PIC X(20)   VALUE '   SALES THIS YR  SA'.
           05  FILLER      PIC X(72)   VALUE 'LES CREDITED TO'.
      *
       01  TERRITORY-BANNER-LINE.
           05  FILLER      PIC X(11)   VALUE 'TERRITORY: '.
           05  TB-CODE     PIC X(4).
           05  FILLER      PIC X(117)  VALUE SPACES.
      *
       01  ATTAINMENT-LINE.
           05  AL-RANK     PIC ZZ9.
           05  AL-RANK-X REDEFINES AL-RANK
                           PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-REPNO    PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-NAME     PIC X(20).
           05  AL-PERIOD OCCURS 3 TIMES.
               10  FILLER  PIC X(2).
               10  AL-SALES
                           PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER  PIC X(1).
               10  AL-QUOTA
                           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER  PIC X(1).
               10  AL-PERCENT
                           PIC ZZ9.
               10  AL-PERCENT-SIGN
                           PIC X(1).
           05  FILLER      PIC X(9)    VALUE SPACES.
      *
       01  REASSIGNED-LINE.
           05  ML-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  ML-NAME     PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  ML-OLD-REP  PIC X(3).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  ML-NEW-REP  PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  ML-SALES    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  ML-CREDITED PIC X(24).
           05  FILLER      PIC X(50)   VALUE SPACES.
      *
       01  NEXT-REPORT-LINE            PIC X(132).
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
               DECLARE REPCURS CURSOR FOR
                   SELECT REPNO,   REPNAME
                       FROM MM01.SALESREP
                       ORDER BY REPNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE TERRCURS CURSOR FOR
                   SELECT TRRSTATE,  TRRZIPLO,  TRRZIPHI,
                          COALESCE(TRRTERR, ' '),  TRRREP
                       FROM MM01.TERRTRY
                       ORDER BY 4, 5
           END-EXEC.
      *
           EXEC SQL
               DECLARE QUOTCURS CURSOR FOR
                   SELECT SQKIND,  SQCODE,  SQMONTH,  SQAMOUNT
                       FROM MM01.SALESQTA
                       WHERE SQYEAR  =  :REPORT-YEAR-BIN
                         AND SQMONTH <= :REPORT-MONTH-BIN
           END-EXEC.
      *
           EXEC SQL
               DECLARE SALECURS CURSOR FOR
                   SELECT A.INVCUST,  COALESCE(A.INVREP, ' '),
                          COALESCE(B.REPNO, ' '),
                          B.STATE,    B.ZIPCODE,
                          A.INVDATE,  A.INVSUBT
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                               ON A.INVCUST = B.CUSTNO
                       WHERE A.INVDATE >= :YEAR-START-DATE
                         AND A.INVDATE <  :NEXT-MONTH-DATE
                   UNION ALL
                   SELECT A.INVCUST,  COALESCE(A.INVREP, ' '),
                          COALESCE(B.REPNO, ' '),
                          B.STATE,    B.ZIPCODE,
                          A.INVDATE,  A.INVSUBT
                       FROM MM01.INVHIST A
                           INNER JOIN MM01.CUSTOMER B
                               ON A.INVCUST = B.CUSTNO
                       WHERE A.INVDATE >= :YEAR-START-DATE
                         AND A.INVDATE <  :NEXT-MONTH-DATE
           END-EXEC.
      *
           EXEC SQL
               DECLARE MEMOCURS CURSOR FOR
                   SELECT A.ONCUSTNO, COALESCE(B.REPNO, ' '),
                          B.STATE,    B.ZIPCODE,
                          A.ONDATE,   A.ONAMT
                       FROM MM01.ONACCT A
                           INNER JOIN MM01.CUSTOMER B
                               ON A.ONCUSTNO = B.CUSTNO
                       WHERE A.ONTYPE  =  'C'
                         AND A.ONDATE  >= :YEAR-START-DATE
                         AND A.ONDATE  <  :NEXT-MONTH-DATE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-QUOTA-REPORT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'QUOTARPT' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 100-LOAD-SALES-REPS.
           IF VALID-CURSOR
               PERFORM 120-LOAD-TERRITORIES.
           IF VALID-CURSOR
               PERFORM 140-LOAD-QUOTAS.
           IF VALID-CURSOR
               PERFORM 200-ACCUMULATE-INVOICES.
           IF VALID-CURSOR
               PERFORM 300-ACCUMULATE-CREDIT-MEMOS.
           IF VALID-CURSOR
               PERFORM 400-PRINT-ATTAINMENT
               PERFORM 500-PRINT-REASSIGNED-CUSTOMERS.
           PERFORM 600-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           DISPLAY REPS-REPORTED ' REP(S) REPORTED.'.
           COMPUTE EOJS-Records-In = INVOICE-ROW-COUNT
                                   + MEMO-ROW-COUNT.
           MOVE REPS-REPORTED TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TABLE-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 2             TO PPS-ENTRY-COUNT.
           MOVE 'MONTH'       TO PPS-KEYWORD (1).
           MOVE SPACES        TO PPS-VALUE (1).
           MOVE 'SALESFOLLOW' TO PPS-KEYWORD (2).
           MOVE 'R'           TO PPS-VALUE (2).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE PPS-VALUE (2) (1:1) TO SALES-FOLLOW-SW
               IF NOT SALES-STAY-WITH-REP
                  AND NOT SALES-FOLLOW-CUSTOMER
                   DISPLAY 'SALESFOLLOW MUST BE R OR C.'
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               IF PPS-VALUE (1) = SPACES
                   IF CDT-Month = 1
                       COMPUTE MC-YEAR = CDT-Year - 1
                       MOVE 12 TO MC-MONTH
                   ELSE
                       MOVE CDT-Year TO MC-YEAR
                       COMPUTE MC-MONTH = CDT-Month - 1
                   END-IF
               ELSE
                   MOVE PPS-VALUE (1) (1:6) TO MONTH-CARD
               END-IF
               IF MONTH-CARD NOT NUMERIC
                  OR MC-MONTH < 1
                  OR MC-MONTH > 12
                   DISPLAY 'MONTH MUST BE YYYYMM.'
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 050-SET-REPORT-PERIODS.
      *
       050-SET-REPORT-PERIODS.
      *
           MOVE MC-YEAR      TO REPORT-YEAR
                                REPORT-YEAR-BIN
                                HL2-YEAR.
           MOVE MC-MONTH     TO REPORT-MONTH
                                REPORT-MONTH-BIN
                                HL2-MONTH.
           COMPUTE QUARTER-NUMBER = (REPORT-MONTH - 1) / 3.
           COMPUTE QUARTER-START-MONTH = QUARTER-NUMBER * 3 + 1.
           STRING REPORT-YEAR '-01-01' DELIMITED BY SIZE
               INTO YEAR-START-DATE.
           IF REPORT-MONTH = 12
               COMPUTE NM-YEAR = REPORT-YEAR + 1
               MOVE 1 TO NM-MONTH
           ELSE
               MOVE REPORT-YEAR TO NM-YEAR
               COMPUTE NM-MONTH = REPORT-MONTH + 1.
           MOVE NEXT-MONTH-FIELDS TO NEXT-MONTH-DATE.
           IF SALES-FOLLOW-CUSTOMER
               MOVE 'FOLLOW THE CUSTOMER TO ITS CURRENT REP'
                                  TO HL2-RULE
           ELSE
               MOVE 'STAY WITH THE REP WHO MADE THE SALE'
                                  TO HL2-RULE.
      *
       100-LOAD-SALES-REPS.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN REPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 110-LOAD-ONE-REP
                   UNTIL END-OF-ROWS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE REPCURS
               END-EXEC.
      *
       110-LOAD-ONE-REP.
      *
           EXEC SQL
               FETCH REPCURS
                   INTO :LR-REPNO, :LR-REPNAME
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   MOVE LR-REPNO TO LOOKUP-REPNO
                   PERFORM 700-FIND-OR-ADD-REP
                   IF FOUND-SUB > 0
                       MOVE LR-REPNAME TO RT-REPNAME (FOUND-SUB)
                   END-IF
           END-EVALUATE.
      *
       120-LOAD-TERRITORIES.
      *
           MOVE 'N'    TO END-OF-ROWS-SW.
           MOVE SPACES TO LAST-TERRITORY
                          LAST-REPNO.
           EXEC SQL
               OPEN TERRCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 130-LOAD-ONE-RANGE
                   UNTIL END-OF-ROWS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE TERRCURS
               END-EXEC.
      *
       130-LOAD-ONE-RANGE.
      *
           EXEC SQL
               FETCH TERRCURS
                   INTO :LR-STATE,     :LR-ZIPLO,  :LR-ZIPHI,
                        :LR-TERRITORY, :LR-REPNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 135-STORE-RANGE
           END-EVALUATE.
      *
       135-STORE-RANGE.
      *
           IF RANGE-COUNT < 1000
               ADD 1 TO RANGE-COUNT
               MOVE LR-STATE     TO RG-STATE (RANGE-COUNT)
               MOVE LR-ZIPLO     TO RG-ZIPLO (RANGE-COUNT)
               MOVE LR-ZIPHI     TO RG-ZIPHI (RANGE-COUNT)
               MOVE LR-TERRITORY TO RG-TERRITORY (RANGE-COUNT)
           ELSE
               ADD 1 TO TABLE-OVERFLOW-COUNT.
           IF LR-TERRITORY NOT = SPACES
               MOVE LR-TERRITORY TO LOOKUP-TERRITORY
               PERFORM 720-FIND-OR-ADD-TERRITORY
               IF LR-TERRITORY NOT = LAST-TERRITORY
                  OR LR-REPNO NOT = LAST-REPNO
                   PERFORM 137-STORE-TERRITORY-REP.
           MOVE LR-TERRITORY TO LAST-TERRITORY.
           MOVE LR-REPNO     TO LAST-REPNO.
      *
       137-STORE-TERRITORY-REP.
      *
           IF PAIR-COUNT < 1000
               ADD 1 TO PAIR-COUNT
               MOVE LR-TERRITORY TO PR-TERRITORY (PAIR-COUNT)
               MOVE LR-REPNO     TO PR-REPNO (PAIR-COUNT)
           ELSE
               ADD 1 TO TABLE-OVERFLOW-COUNT.
      *
       140-LOAD-QUOTAS.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN QUOTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 150-LOAD-ONE-QUOTA
                   UNTIL END-OF-ROWS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE QUOTCURS
               END-EXEC.
      *
       150-LOAD-ONE-QUOTA.
      *
           EXEC SQL
               FETCH QUOTCURS
                   INTO :LR-KIND, :LR-CODE, :LR-MONTH, :LR-AMOUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN LR-KIND = 'R'
                   MOVE LR-CODE TO LOOKUP-REPNO
                   PERFORM 700-FIND-OR-ADD-REP
                   IF FOUND-SUB > 0
                       PERFORM 155-ADD-REP-QUOTA
                   END-IF
               WHEN LR-KIND = 'T'
                   MOVE LR-CODE TO LOOKUP-TERRITORY
                   PERFORM 720-FIND-OR-ADD-TERRITORY
                   IF FOUND-SUB > 0
                       PERFORM 157-ADD-TERRITORY-QUOTA
                   END-IF
           END-EVALUATE.
      *
       155-ADD-REP-QUOTA.
      *
           ADD LR-AMOUNT TO RT-QUOTA-YTD (FOUND-SUB).
           IF LR-MONTH NOT < QUARTER-START-MONTH
               ADD LR-AMOUNT TO RT-QUOTA-QTD (FOUND-SUB).
           IF LR-MONTH = REPORT-MONTH
               ADD LR-AMOUNT TO RT-QUOTA-MTH (FOUND-SUB).
      *
       157-ADD-TERRITORY-QUOTA.
      *
           ADD LR-AMOUNT TO TT-QUOTA-YTD (FOUND-SUB).
           IF LR-MONTH NOT < QUARTER-START-MONTH
               ADD LR-AMOUNT TO TT-QUOTA-QTD (FOUND-SUB).
           IF LR-MONTH = REPORT-MONTH
               ADD LR-AMOUNT TO TT-QUOTA-MTH (FOUND-SUB).
      *
       200-ACCUMULATE-INVOICES.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN SALECURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 210-ACCUMULATE-ONE-INVOICE
                   UNTIL END-OF-ROWS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE SALECURS
               END-EXEC.
      *
       210-ACCUMULATE-ONE-INVOICE.
      *
           EXEC SQL
               FETCH SALECURS
                   INTO :SA-CUSTNO,  :SA-INVREP, :SA-CURREP,
                        :SA-STATE,   :SA-ZIPCODE,
                        :SA-DATE,    :SA-AMOUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1 TO INVOICE-ROW-COUNT
                   PERFORM 220-CREDIT-SALE
           END-EVALUATE.
      *
       220-CREDIT-SALE.
      *
      *    SA-INVREP IS THE REP WHO MADE THE SALE, SA-CURREP THE
      *    CUSTOMER'S REP TODAY.  A SALE WITH NO REP ON THE INVOICE
      *    GOES TO THE CURRENT REP UNDER EITHER RULE.
      *
           MOVE SA-DATE (6:2) TO SA-MONTH.
           IF SA-INVREP = SPACES
              OR (SALES-FOLLOW-CUSTOMER AND SA-CURREP NOT = SPACES)
               MOVE SA-CURREP TO SA-CREDIT-REP
           ELSE
               MOVE SA-INVREP TO SA-CREDIT-REP.
           IF SA-INVREP NOT = SPACES
              AND SA-CURREP NOT = SPACES
              AND SA-INVREP NOT = SA-CURREP
               PERFORM 240-NOTE-REASSIGNED-SALE.
           IF SA-CREDIT-REP NOT = SPACES
               MOVE SA-CREDIT-REP TO LOOKUP-REPNO
               PERFORM 700-FIND-OR-ADD-REP
               IF FOUND-SUB > 0
                   PERFORM 225-ADD-REP-SALE.
           PERFORM 740-FIND-CUSTOMER-TERRITORY.
           IF SA-TERRITORY NOT = SPACES
               MOVE SA-TERRITORY TO LOOKUP-TERRITORY
               PERFORM 720-FIND-OR-ADD-TERRITORY
               IF FOUND-SUB > 0
                   PERFORM 230-ADD-TERRITORY-SALE.
      *
       225-ADD-REP-SALE.
      *
           ADD SA-AMOUNT TO RT-SALES-YTD (FOUND-SUB).
           IF SA-MONTH NOT < QUARTER-START-MONTH
               ADD SA-AMOUNT TO RT-SALES-QTD (FOUND-SUB).
           IF SA-MONTH = REPORT-MONTH
               ADD SA-AMOUNT TO RT-SALES-MTH (FOUND-SUB).
      *
       230-ADD-TERRITORY-SALE.
      *
           ADD SA-AMOUNT TO TT-SALES-YTD (FOUND-SUB).
           IF SA-MONTH NOT < QUARTER-START-MONTH
               ADD SA-AMOUNT TO TT-SALES-QTD (FOUND-SUB).
           IF SA-MONTH = REPORT-MONTH
               ADD SA-AMOUNT TO TT-SALES-MTH (FOUND-SUB).
      *
       240-NOTE-REASSIGNED-SALE.
      *
           MOVE ZERO TO FOUND-SUB.
           PERFORM 245-CHECK-REASSIGNED-ENTRY
               VARYING MOVED-SUB FROM 1 BY 1
               UNTIL MOVED-SUB > MOVED-COUNT
                  OR FOUND-SUB > 0.
           IF FOUND-SUB = 0
               IF MOVED-COUNT < 500
                   ADD 1 TO MOVED-COUNT
                   MOVE MOVED-COUNT TO FOUND-SUB
                   MOVE SA-CUSTNO   TO MV-CUSTNO (FOUND-SUB)
                   MOVE SA-INVREP   TO MV-OLD-REP (FOUND-SUB)
                   MOVE SA-CURREP   TO MV-NEW-REP (FOUND-SUB)
                   MOVE ZERO        TO MV-SALES (FOUND-SUB)
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT.
           IF FOUND-SUB > 0
               ADD SA-AMOUNT TO MV-SALES (FOUND-SUB).
      *
       245-CHECK-REASSIGNED-ENTRY.
      *
           IF MV-CUSTNO (MOVED-SUB) = SA-CUSTNO
              AND MV-OLD-REP (MOVED-SUB) = SA-INVREP
               MOVE MOVED-SUB TO FOUND-SUB.
      *
       300-ACCUMULATE-CREDIT-MEMOS.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN MEMOCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 310-ACCUMULATE-ONE-MEMO
                   UNTIL END-OF-ROWS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE MEMOCURS
               END-EXEC.
      *
       310-ACCUMULATE-ONE-MEMO.
      *
           EXEC SQL
               FETCH MEMOCURS
                   INTO :SA-CUSTNO,  :SA-CURREP,
                        :SA-STATE,   :SA-ZIPCODE,
                        :SA-DATE,    :SA-AMOUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1 TO MEMO-ROW-COUNT
                   COMPUTE SA-AMOUNT = SA-AMOUNT * -1
                   PERFORM 320-FIND-MEMO-REP
                   IF VALID-CURSOR
                       PERFORM 220-CREDIT-SALE
                   END-IF
           END-EVALUATE.
      *
       320-FIND-MEMO-REP.
      *
           MOVE SPACES TO SA-INVREP.
           EXEC SQL
               SELECT INVREP
                   INTO :SA-INVREP
                   FROM MM01.INVOICE
                       WHERE INVCUST =  :SA-CUSTNO
                         AND INVDATE <= :SA-DATE
                         AND INVREP  <> ' '
                       ORDER BY INVDATE DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   SELECT INVREP
                       INTO :SA-INVREP
                       FROM MM01.INVHIST
                           WHERE INVCUST =  :SA-CUSTNO
                             AND INVDATE <= :SA-DATE
                             AND INVREP  <> ' '
                           ORDER BY INVDATE DESC
                           FETCH FIRST 1 ROW ONLY
               END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO SA-INVREP
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       400-PRINT-ATTAINMENT.
      *
           MOVE 'A' TO REPORT-SECTION-SW.
           PERFORM 410-PRINT-ONE-TERRITORY
               VARYING TERR-SUB FROM 1 BY 1
               UNTIL TERR-SUB > TERR-COUNT.
           MOVE ZERO TO RANK-COUNT.
           PERFORM 430-RANK-UNLISTED-REP
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > REP-COUNT.
           IF RANK-COUNT > 0
               MOVE '----'  TO TB-CODE
               MOVE TERRITORY-BANNER-LINE TO NEXT-REPORT-LINE
               MOVE 2 TO SPACE-CONTROL
               PERFORM 800-PRINT-REPORT-LINE
               PERFORM 440-PRINT-RANKED-REPS.
      *
       410-PRINT-ONE-TERRITORY.
      *
           MOVE TT-CODE (TERR-SUB) TO TB-CODE.
           MOVE TERRITORY-BANNER-LINE TO NEXT-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 800-PRINT-REPORT-LINE.
           MOVE TT-SALES-MTH (TERR-SUB) TO LA-SALES-MTH.
           MOVE TT-SALES-QTD (TERR-SUB) TO LA-SALES-QTD.
           MOVE TT-SALES-YTD (TERR-SUB) TO LA-SALES-YTD.
           MOVE TT-QUOTA-MTH (TERR-SUB) TO LA-QUOTA-MTH.
           MOVE TT-QUOTA-QTD (TERR-SUB) TO LA-QUOTA-QTD.
           MOVE TT-QUOTA-YTD (TERR-SUB) TO LA-QUOTA-YTD.
           MOVE SPACES             TO AL-RANK-X.
           MOVE SPACES             TO AL-REPNO.
           MOVE 'TERRITORY TOTAL'  TO AL-NAME.
           PERFORM 460-FORMAT-PERIOD-AMOUNTS.
           MOVE ATTAINMENT-LINE    TO NEXT-REPORT-LINE.
           PERFORM 800-PRINT-REPORT-LINE.
           MOVE ZERO TO RANK-COUNT.
           PERFORM 420-RANK-TERRITORY-REP
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           PERFORM 440-PRINT-RANKED-REPS.
      *
       420-RANK-TERRITORY-REP.
      *
           IF PR-TERRITORY (PAIR-SUB) = TT-CODE (TERR-SUB)
               MOVE PR-REPNO (PAIR-SUB) TO LOOKUP-REPNO
               PERFORM 700-FIND-OR-ADD-REP
               IF FOUND-SUB > 0
                   MOVE 'Y' TO RT-LISTED-SW (FOUND-SUB)
                   ADD 1 TO RANK-COUNT
                   MOVE FOUND-SUB TO RK-REP-SUB (RANK-COUNT).
      *
       430-RANK-UNLISTED-REP.
      *
           IF NOT RT-LISTED (REP-SUB)
              AND (RT-SALES-YTD (REP-SUB) NOT = ZERO
                   OR RT-QUOTA-YTD (REP-SUB) NOT = ZERO)
               ADD 1 TO RANK-COUNT
               MOVE REP-SUB TO RK-REP-SUB (RANK-COUNT).
      *
       440-PRINT-RANKED-REPS.
      *
      *    AN EXCHANGE SORT OF THE FEW REPS IN ONE TERRITORY, HIGHEST
      *    YEAR-TO-DATE ATTAINMENT FIRST.  REPS WITH NO QUOTA RANK
      *    BELOW EVERY REP WITH ONE, BY YEAR-TO-DATE SALES.
      *
           PERFORM 445-SET-RANK-PERCENT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > RANK-COUNT.
           PERFORM 450-SORT-RANK-PASS
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB >= RANK-COUNT.
           PERFORM 455-PRINT-RANKED-REP
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > RANK-COUNT.
      *
       445-SET-RANK-PERCENT.
      *
           MOVE RK-REP-SUB (RANK-SUB) TO REP-SUB.
           IF RT-QUOTA-YTD (REP-SUB) > ZERO
               COMPUTE RT-YTD-PERCENT (REP-SUB) ROUNDED =
                   (RT-SALES-YTD (REP-SUB) * 100)
                       / RT-QUOTA-YTD (REP-SUB)
                   ON SIZE ERROR
                       MOVE 9999 TO RT-YTD-PERCENT (REP-SUB)
               END-COMPUTE
           ELSE
               MOVE -1 TO RT-YTD-PERCENT (REP-SUB).
      *
       450-SORT-RANK-PASS.
      *
           COMPUTE RANK-START = RANK-SUB + 1.
           PERFORM 452-COMPARE-RANK-ENTRIES
               VARYING RANK-SUB-2 FROM RANK-START BY 1
               UNTIL RANK-SUB-2 > RANK-COUNT.
      *
       452-COMPARE-RANK-ENTRIES.
      *
           MOVE RK-REP-SUB (RANK-SUB)   TO REP-SUB.
           MOVE RK-REP-SUB (RANK-SUB-2) TO SWAP-SUB.
           IF RT-YTD-PERCENT (SWAP-SUB) > RT-YTD-PERCENT (REP-SUB)
              OR (RT-YTD-PERCENT (SWAP-SUB) = RT-YTD-PERCENT (REP-SUB)
                  AND RT-SALES-YTD (SWAP-SUB) > RT-SALES-YTD (REP-SUB))
               MOVE SWAP-SUB TO RK-REP-SUB (RANK-SUB)
               MOVE REP-SUB  TO RK-REP-SUB (RANK-SUB-2).
      *
       455-PRINT-RANKED-REP.
      *
           MOVE RK-REP-SUB (RANK-SUB) TO REP-SUB.
           MOVE RT-SALES-MTH (REP-SUB) TO LA-SALES-MTH.
           MOVE RT-SALES-QTD (REP-SUB) TO LA-SALES-QTD.
           MOVE RT-SALES-YTD (REP-SUB) TO LA-SALES-YTD.
           MOVE RT-QUOTA-MTH (REP-SUB) TO LA-QUOTA-MTH.
           MOVE RT-QUOTA-QTD (REP-SUB) TO LA-QUOTA-QTD.
           MOVE RT-QUOTA-YTD (REP-SUB) TO LA-QUOTA-YTD.
           MOVE RANK-SUB               TO AL-RANK.
           MOVE RT-REPNO (REP-SUB)     TO AL-REPNO.
           MOVE RT-REPNAME (REP-SUB)   TO AL-NAME.
           PERFORM 460-FORMAT-PERIOD-AMOUNTS.
           MOVE ATTAINMENT-LINE        TO NEXT-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 800-PRINT-REPORT-LINE.
           ADD 1 TO REPS-REPORTED.
      *
       460-FORMAT-PERIOD-AMOUNTS.
      *
           MOVE LA-SALES-MTH TO LA-SALES.
           MOVE LA-QUOTA-MTH TO LA-QUOTA.
           MOVE 1 TO SWAP-SUB.
           PERFORM 465-FORMAT-ONE-PERIOD.
           MOVE LA-SALES-QTD TO LA-SALES.
           MOVE LA-QUOTA-QTD TO LA-QUOTA.
           MOVE 2 TO SWAP-SUB.
           PERFORM 465-FORMAT-ONE-PERIOD.
           MOVE LA-SALES-YTD TO LA-SALES.
           MOVE LA-QUOTA-YTD TO LA-QUOTA.
           MOVE 3 TO SWAP-SUB.
           PERFORM 465-FORMAT-ONE-PERIOD.
      *
       465-FORMAT-ONE-PERIOD.
      *
           MOVE SPACES   TO AL-PERIOD (SWAP-SUB).
           MOVE LA-SALES TO AL-SALES (SWAP-SUB).
           MOVE LA-QUOTA TO AL-QUOTA (SWAP-SUB).
           IF LA-QUOTA > ZERO AND LA-SALES > ZERO
               COMPUTE LA-PERCENT ROUNDED = (LA-SALES * 100) / LA-QUOTA
                   ON SIZE ERROR
                       MOVE 999 TO LA-PERCENT
               END-COMPUTE
               IF LA-PERCENT > 999
                   MOVE 999 TO LA-PERCENT
               END-IF
               MOVE LA-PERCENT TO AL-PERCENT (SWAP-SUB)
               MOVE '%'        TO AL-PERCENT-SIGN (SWAP-SUB)
           ELSE
               IF LA-QUOTA > ZERO
                   MOVE ZERO   TO AL-PERCENT (SWAP-SUB)
                   MOVE '%'    TO AL-PERCENT-SIGN (SWAP-SUB).
      *
       500-PRINT-REASSIGNED-CUSTOMERS.
      *
           IF MOVED-COUNT > 0
               MOVE 'M' TO REPORT-SECTION-SW
               MOVE +999 TO LINE-COUNT
               PERFORM 510-PRINT-REASSIGNED-LINE
                   VARYING MOVED-SUB FROM 1 BY 1
                   UNTIL MOVED-SUB > MOVED-COUNT
                      OR NOT-VALID-CURSOR.
      *
       510-PRINT-REASSIGNED-LINE.
      *
           MOVE MV-CUSTNO (MOVED-SUB)  TO ML-CUSTNO.
           MOVE MV-OLD-REP (MOVED-SUB) TO ML-OLD-REP.
           MOVE MV-NEW-REP (MOVED-SUB) TO ML-NEW-REP.
           MOVE MV-SALES (MOVED-SUB)   TO ML-SALES.
           MOVE MV-CUSTNO (MOVED-SUB)  TO SA-CUSTNO.
           EXEC SQL
               SELECT LNAME
                   INTO :LR-REPNAME
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :SA-CUSTNO
           END-EXEC.
           IF SQLCODE = 0
               MOVE LR-REPNAME TO ML-NAME
           ELSE
               MOVE SPACES     TO ML-NAME.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF SALES-FOLLOW-CUSTOMER
               STRING 'NEW REP ' MV-NEW-REP (MOVED-SUB)
                   DELIMITED BY SIZE INTO ML-CREDITED
           ELSE
               STRING 'SELLING REP ' MV-OLD-REP (MOVED-SUB)
                   DELIMITED BY SIZE INTO ML-CREDITED.
           MOVE REASSIGNED-LINE TO NEXT-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 800-PRINT-REPORT-LINE.
      *
       600-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               MOVE 'A' TO REPORT-SECTION-SW
               PERFORM 810-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'TERRITORIES REPORTED:'     TO TL-LABEL
               MOVE TERR-COUNT                  TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'REPS REPORTED:'            TO TL-LABEL
               MOVE REPS-REPORTED               TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'REASSIGNED CUSTOMERS:'     TO TL-LABEL
               MOVE MOVED-COUNT                 TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'INVOICES READ:'            TO TL-LABEL
               MOVE INVOICE-ROW-COUNT           TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'CREDIT MEMOS READ:'        TO TL-LABEL
               MOVE MEMO-ROW-COUNT              TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD
               PERFORM 830-WRITE-REPORT-LINE.
           IF TABLE-OVERFLOW-COUNT > 0
               MOVE 'ROWS OVER TABLE LIMITS:'   TO TL-LABEL
               MOVE TABLE-OVERFLOW-COUNT        TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE.
      *
       610-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 830-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       700-FIND-OR-ADD-REP.
      *
      *    A REP ON AN INVOICE OR QUOTA BUT NO LONGER ON THE REP
      *    TABLE IS STILL REPORTED, UNDER AN UNKNOWN NAME.
      *
           MOVE ZERO TO FOUND-SUB.
           PERFORM 705-CHECK-REP-ENTRY
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > REP-COUNT
                  OR FOUND-SUB > 0.
           IF FOUND-SUB = 0
               IF REP-COUNT < 300
                   ADD 1 TO REP-COUNT
                   MOVE REP-COUNT     TO FOUND-SUB
                   MOVE LOOKUP-REPNO  TO RT-REPNO (FOUND-SUB)
                   MOVE 'UNKNOWN REP' TO RT-REPNAME (FOUND-SUB)
                   MOVE 'N'           TO RT-LISTED-SW (FOUND-SUB)
                   MOVE ZERO TO RT-SALES-MTH (FOUND-SUB)
                                RT-SALES-QTD (FOUND-SUB)
                                RT-SALES-YTD (FOUND-SUB)
                                RT-QUOTA-MTH (FOUND-SUB)
                                RT-QUOTA-QTD (FOUND-SUB)
                                RT-QUOTA-YTD (FOUND-SUB)
                                RT-YTD-PERCENT (FOUND-SUB)
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT.
      *
       705-CHECK-REP-ENTRY.
      *
           IF RT-REPNO (REP-SUB) = LOOKUP-REPNO
               MOVE REP-SUB TO FOUND-SUB.
      *
       720-FIND-OR-ADD-TERRITORY.
      *
           MOVE ZERO TO FOUND-SUB.
           PERFORM 725-CHECK-TERRITORY-ENTRY
               VARYING TERR-SUB FROM 1 BY 1
               UNTIL TERR-SUB > TERR-COUNT
                  OR FOUND-SUB > 0.
           IF FOUND-SUB = 0
               IF TERR-COUNT < 100
                   ADD 1 TO TERR-COUNT
                   MOVE TERR-COUNT       TO FOUND-SUB
                   MOVE LOOKUP-TERRITORY TO TT-CODE (FOUND-SUB)
                   MOVE ZERO TO TT-SALES-MTH (FOUND-SUB)
                                TT-SALES-QTD (FOUND-SUB)
                                TT-SALES-YTD (FOUND-SUB)
                                TT-QUOTA-MTH (FOUND-SUB)
                                TT-QUOTA-QTD (FOUND-SUB)
                                TT-QUOTA-YTD (FOUND-SUB)
               ELSE
                   ADD 1 TO TABLE-OVERFLOW-COUNT.
      *
       725-CHECK-TERRITORY-ENTRY.
      *
           IF TT-CODE (TERR-SUB) = LOOKUP-TERRITORY
               MOVE TERR-SUB TO FOUND-SUB.
      *
       740-FIND-CUSTOMER-TERRITORY.
      *
      *    THE SAME RULE TERRALGN USES: OF THE RANGES COVERING THE
      *    CUSTOMER'S STATE AND ZIP, THE ONE WITH THE HIGHEST LOW
      *    ZIP WINS.
      *
           MOVE SA-ZIPCODE (1:5) TO LOOKUP-ZIP5.
           MOVE SPACES           TO SA-TERRITORY.
           MOVE LOW-VALUE        TO BEST-ZIPLO.
           PERFORM 745-CHECK-RANGE-ENTRY
               VARYING RANGE-SUB FROM 1 BY 1
               UNTIL RANGE-SUB > RANGE-COUNT.
      *
       745-CHECK-RANGE-ENTRY.
      *
           IF RG-STATE (RANGE-SUB) = SA-STATE
              AND RG-ZIPLO (RANGE-SUB) NOT > LOOKUP-ZIP5
              AND RG-ZIPHI (RANGE-SUB) NOT < LOOKUP-ZIP5
              AND RG-ZIPLO (RANGE-SUB) > BEST-ZIPLO
               MOVE RG-ZIPLO (RANGE-SUB)     TO BEST-ZIPLO
               MOVE RG-TERRITORY (RANGE-SUB) TO SA-TERRITORY.
      *
       800-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 810-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE NEXT-REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 830-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       810-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 820-WRITE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 830-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           IF REASSIGNED-SECTION
               MOVE REASSIGNED-HEADING-1 TO PRTOUT-RECORD
               PERFORM 830-WRITE-REPORT-LINE
               MOVE 2 TO SPACE-CONTROL
               MOVE REASSIGNED-HEADING-2 TO PRTOUT-RECORD
               PERFORM 830-WRITE-REPORT-LINE
           ELSE
               MOVE ATTAINMENT-HEADING-1 TO PRTOUT-RECORD
               PERFORM 830-WRITE-REPORT-LINE
               MOVE 1 TO SPACE-CONTROL
               MOVE ATTAINMENT-HEADING-2 TO PRTOUT-RECORD
               PERFORM 830-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       820-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       830-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
