       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QUOTRPT.
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
           05  END-OF-QUOTES-SW        PIC X   VALUE 'N'.
               88  END-OF-QUOTES               VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
      *    THE MONTH IS GIVEN AS ITS FIRST AND LAST DAY.  A QUOTE
      *    BELONGS TO THE MONTH IT WAS RESOLVED IN: WON OR LOST ON
      *    ITS CLOSE DATE, EXPIRED ON THE DAY AFTER ITS EXPIRY
      *    DATE IF IT WAS STILL OPEN THEN.
      *
       01  SELECTION-PARAMETERS.
           05  FROM-DATE               PIC X(10).
           05  TO-DATE                 PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  QUOTE-FIELDS.
           05  QF-REPNO                PIC X(3).
           05  QF-QUOTNO               PIC X(6).
           05  QF-CUSTNO               PIC X(6).
           05  QF-QUOTDATE             PIC X(10).
           05  QF-EXPDATE              PIC X(10).
           05  QF-OUTCOME              PIC X.
               88  QF-WON                      VALUE 'W'.
               88  QF-LOST                     VALUE 'L'.
               88  QF-EXPIRED                  VALUE 'E'.
           05  QF-CLOSEDATE            PIC X(10).
           05  QF-TOTAL                PIC S9(9)V99 COMP-3.
      *
       01  REP-BREAK-FIELDS.
           05  RB-REPNO                PIC X(3)    VALUE SPACES.
           05  RB-REPNAME              PIC X(30).
           05  RB-ISSUED-COUNT         PIC S9(7)    COMP-3.
           05  RB-ISSUED-VALUE         PIC S9(9)V99 COMP-3.
           05  RB-WON-COUNT            PIC S9(7)    COMP-3.
           05  RB-WON-VALUE            PIC S9(9)V99 COMP-3.
           05  RB-LOST-COUNT           PIC S9(7)    COMP-3.
           05  RB-LOST-VALUE           PIC S9(9)V99 COMP-3.
           05  RB-EXPIRED-COUNT        PIC S9(7)    COMP-3.
           05  RB-EXPIRED-VALUE        PIC S9(9)V99 COMP-3.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-WON-COUNT            PIC S9(7)    VALUE ZERO.
           05  GT-WON-VALUE            PIC S9(11)V99 VALUE ZERO.
           05  GT-LOST-COUNT           PIC S9(7)    VALUE ZERO.
           05  GT-LOST-VALUE           PIC S9(11)V99 VALUE ZERO.
           05  GT-EXPIRED-COUNT        PIC S9(7)    VALUE ZERO.
           05  GT-EXPIRED-VALUE        PIC S9(11)V99 VALUE ZERO.
           05  GT-REP-COUNT            PIC S9(5)    VALUE ZERO.
      *
      *    THE HIT RATE IS QUOTES WON AS A PERCENTAGE OF ALL
      *    QUOTES RESOLVED - WON, LOST OR LET EXPIRE.
      *
       01  HIT-RATE-FIELDS             COMP-3.
           05  HR-WON                  PIC S9(7).
           05  HR-RESOLVED             PIC S9(7).
           05  HR-PERCENT              PIC S9(3)V9.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)   VALUE
               'QUOTE CONVERSION REPORT - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(43)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(8)    VALUE 'PERIOD: '.
           05  HL2-FROM    PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  HL2-TO      PIC X(10).
           05  FILLER      PIC X(100)  VALUE SPACES.
      *
       01  REP-HEADING-LINE.
           05  FILLER      PIC X(5)    VALUE 'REP: '.
           05  RH-REPNO    PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RH-REPNAME  PIC X(30).
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  DETAIL-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE '    QUOTE   CUSTOMER'.
           05  FILLER      PIC X(20)   VALUE '  QUOTED      EXPIRE'.
           05  FILLER      PIC X(20)   VALUE 'S     OUTCOME  CLOSE'.
           05  FILLER      PIC X(20)   VALUE 'D             VALUE '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  DL-QUOTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  DL-QUOTDATE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-EXPDATE  PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-OUTCOME  PIC X(7).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-CLOSED   PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-TOTAL    PIC Z(8)9.99.
           05  FILLER      PIC X(53)   VALUE SPACES.
      *
       01  REP-ISSUED-LINE.
           05  FILLER      PIC X(12)   VALUE '  ISSUED:   '.
           05  RI-COUNT    PIC Z(5)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RI-VALUE    PIC Z(8)9.99.
           05  FILLER      PIC X(100)  VALUE SPACES.
      *
       01  OUTCOME-TOTAL-LINE.
           05  FILLER      PIC X(12)   VALUE '  WON:      '.
           05  OT-WON      PIC Z(5)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OT-WON-VAL  PIC Z(10)9.99.
           05  FILLER      PIC X(10)   VALUE '  LOST:   '.
           05  OT-LOST     PIC Z(5)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OT-LOST-VAL PIC Z(10)9.99.
           05  FILLER      PIC X(11)   VALUE '  EXPIRED: '.
           05  OT-EXP      PIC Z(5)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OT-EXP-VAL  PIC Z(10)9.99.
           05  FILLER      PIC X(12)   VALUE '  HIT RATE: '.
           05  OT-HIT-RATE PIC ZZ9.9.
           05  FILLER      PIC X(1)    VALUE '%'.
           05  FILLER      PIC X(15)   VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER      PIC X(7)    VALUE 'TOTAL: '.
           05  GT-REPS     PIC Z(4)9.
           05  FILLER      PIC X(8)    VALUE ' REP(S)'.
           05  FILLER      PIC X(112)  VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE QUOTCURS CURSOR FOR
                   SELECT CASE WHEN QHREP = '   ' THEN '***'
                               ELSE QHREP END,
                          QHQUOTNO,   QHCUSTNO,
                          QHQUOTDATE, QHEXPDATE,
                          CASE WHEN QHSTATUS = 'O' THEN 'E'
                               ELSE QHSTATUS END,
                          COALESCE(CHAR(QHCLOSEDATE, ISO), ' '),
                          QHTOTAL
                       FROM MM01.QUOTEHDR
                       WHERE (QHSTATUS IN ('W', 'L')
                              AND QHCLOSEDATE BETWEEN :FROM-DATE
                                                  AND :TO-DATE)
                          OR (QHSTATUS = 'O'
                              AND QHEXPDATE >=
                                  DATE(:FROM-DATE) - 1 DAY
                              AND QHEXPDATE < :TO-DATE)
                       ORDER BY 1, 2
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-QUOTE-REPORT.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-DATE-RANGE.
           PERFORM 100-OPEN-QUOTE-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PROCESS-QUOTE
                   UNTIL END-OF-QUOTES
                      OR NOT-VALID-CURSOR
               IF RB-REPNO NOT = SPACES
                   PERFORM 250-PRINT-REP-TOTALS
               END-IF
               PERFORM 300-CLOSE-QUOTE-CURSOR.
           PERFORM 400-PRINT-GRAND-TOTAL.
           CLOSE PRTOUT.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-DATE-RANGE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO FROM-DATE.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO TO-DATE.
           MOVE FROM-DATE TO HL2-FROM.
           MOVE TO-DATE   TO HL2-TO.
      *
       100-OPEN-QUOTE-CURSOR.
      *
           EXEC SQL
               OPEN QUOTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PROCESS-QUOTE.
      *
           PERFORM 210-FETCH-QUOTE-ROW.
           IF NOT END-OF-QUOTES
               IF VALID-CURSOR
                   IF RB-REPNO NOT = SPACES
                      AND QF-REPNO NOT = RB-REPNO
                       PERFORM 250-PRINT-REP-TOTALS
                   END-IF
                   IF QF-REPNO NOT = RB-REPNO
                       PERFORM 220-START-REP-SECTION
                   END-IF
                   PERFORM 230-ACCUMULATE-OUTCOME.
      *
       210-FETCH-QUOTE-ROW.
      *
           EXEC SQL
               FETCH QUOTCURS
                   INTO :QF-REPNO,    :QF-QUOTNO,  :QF-CUSTNO,
                        :QF-QUOTDATE, :QF-EXPDATE, :QF-OUTCOME,
                        :QF-CLOSEDATE, :QF-TOTAL
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-QUOTES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-START-REP-SECTION.
      *
           MOVE QF-REPNO TO RB-REPNO.
           MOVE ZERO TO RB-WON-COUNT     RB-WON-VALUE
                        RB-LOST-COUNT    RB-LOST-VALUE
                        RB-EXPIRED-COUNT RB-EXPIRED-VALUE
                        RB-ISSUED-COUNT  RB-ISSUED-VALUE.
           IF RB-REPNO = '***'
               MOVE 'HOUSE ACCOUNTS' TO RB-REPNAME
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(QHTOTAL), 0)
                       INTO :RB-ISSUED-COUNT, :RB-ISSUED-VALUE
                       FROM MM01.QUOTEHDR
                           WHERE QHREP = '   '
                             AND QHQUOTDATE BETWEEN :FROM-DATE
                                                AND :TO-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT REPNAME
                       INTO :RB-REPNAME
                       FROM MM01.SALESREP
                           WHERE REPNO = :RB-REPNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN REP' TO RB-REPNAME
               END-IF
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(QHTOTAL), 0)
                       INTO :RB-ISSUED-COUNT, :RB-ISSUED-VALUE
                       FROM MM01.QUOTEHDR
                           WHERE QHREP = :RB-REPNO
                             AND QHQUOTDATE BETWEEN :FROM-DATE
                                                AND :TO-DATE
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO RB-ISSUED-COUNT
                            RB-ISSUED-VALUE.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE RB-REPNO   TO RH-REPNO.
           MOVE RB-REPNAME TO RH-REPNAME.
           MOVE REP-HEADING-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE DETAIL-HEADING-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
       230-ACCUMULATE-OUTCOME.
      *
      *    WON QUOTES ARE ONLY COUNTED; EVERY LOST OR EXPIRED
      *    QUOTE IS LISTED SO THE REP CAN FOLLOW IT UP.
      *
           EVALUATE TRUE
               WHEN QF-WON
                   ADD 1        TO RB-WON-COUNT
                   ADD QF-TOTAL TO RB-WON-VALUE
               WHEN QF-LOST
                   ADD 1        TO RB-LOST-COUNT
                   ADD QF-TOTAL TO RB-LOST-VALUE
                   MOVE 'LOST'  TO DL-OUTCOME
                   PERFORM 240-PRINT-DETAIL-LINE
               WHEN OTHER
                   ADD 1        TO RB-EXPIRED-COUNT
                   ADD QF-TOTAL TO RB-EXPIRED-VALUE
                   MOVE 'EXPIRED' TO DL-OUTCOME
                   MOVE SPACES  TO QF-CLOSEDATE
                   PERFORM 240-PRINT-DETAIL-LINE
           END-EVALUATE.
      *
       240-PRINT-DETAIL-LINE.
      *
           MOVE QF-QUOTNO    TO DL-QUOTNO.
           MOVE QF-CUSTNO    TO DL-CUSTNO.
           MOVE QF-QUOTDATE  TO DL-QUOTDATE.
           MOVE QF-EXPDATE   TO DL-EXPDATE.
           MOVE QF-CLOSEDATE TO DL-CLOSED.
           MOVE QF-TOTAL     TO DL-TOTAL.
           MOVE DETAIL-LINE  TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
       250-PRINT-REP-TOTALS.
      *
           MOVE RB-ISSUED-COUNT TO RI-COUNT.
           MOVE RB-ISSUED-VALUE TO RI-VALUE.
           MOVE REP-ISSUED-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE RB-WON-COUNT     TO OT-WON.
           MOVE RB-WON-VALUE     TO OT-WON-VAL.
           MOVE RB-LOST-COUNT    TO OT-LOST.
           MOVE RB-LOST-VALUE    TO OT-LOST-VAL.
           MOVE RB-EXPIRED-COUNT TO OT-EXP.
           MOVE RB-EXPIRED-VALUE TO OT-EXP-VAL.
           MOVE RB-WON-COUNT     TO HR-WON.
           COMPUTE HR-RESOLVED = RB-WON-COUNT + RB-LOST-COUNT
                               + RB-EXPIRED-COUNT.
           PERFORM 270-COMPUTE-HIT-RATE.
           MOVE OUTCOME-TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
           ADD RB-WON-COUNT     TO GT-WON-COUNT.
           ADD RB-WON-VALUE     TO GT-WON-VALUE.
           ADD RB-LOST-COUNT    TO GT-LOST-COUNT.
           ADD RB-LOST-VALUE    TO GT-LOST-VALUE.
           ADD RB-EXPIRED-COUNT TO GT-EXPIRED-COUNT.
           ADD RB-EXPIRED-VALUE TO GT-EXPIRED-VALUE.
           ADD 1 TO GT-REP-COUNT.
           MOVE SPACES TO RB-REPNO.
      *
       260-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           MOVE 1 TO SPACE-CONTROL.
      *
       270-COMPUTE-HIT-RATE.
      *
           IF HR-RESOLVED = 0
               MOVE ZERO TO HR-PERCENT
           ELSE
               COMPUTE HR-PERCENT ROUNDED =
                   HR-WON * 100 / HR-RESOLVED.
           MOVE HR-PERCENT TO OT-HIT-RATE.
      *
       300-CLOSE-QUOTE-CURSOR.
      *
           EXEC SQL
               CLOSE QUOTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-GRAND-TOTAL.
      *
           IF VALID-CURSOR
               MOVE GT-REP-COUNT TO GT-REPS
               MOVE GRAND-TOTAL-LINE TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 260-WRITE-REPORT-LINE
               MOVE GT-WON-COUNT     TO OT-WON
               MOVE GT-WON-VALUE     TO OT-WON-VAL
               MOVE GT-LOST-COUNT    TO OT-LOST
               MOVE GT-LOST-VALUE    TO OT-LOST-VAL
               MOVE GT-EXPIRED-COUNT TO OT-EXP
               MOVE GT-EXPIRED-VALUE TO OT-EXP-VAL
               MOVE GT-WON-COUNT     TO HR-WON
               COMPUTE HR-RESOLVED = GT-WON-COUNT + GT-LOST-COUNT
                                   + GT-EXPIRED-COUNT
               PERFORM 270-COMPUTE-HIT-RATE
               MOVE OUTCOME-TOTAL-LINE TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                   TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
