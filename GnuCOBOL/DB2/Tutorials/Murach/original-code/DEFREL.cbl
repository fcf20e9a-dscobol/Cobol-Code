       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DEFREL.
      *
      *    MONTH-END RELEASE OF DEFERRED REVENUE.  EVERY MONTH OF
      *    THE DEFERRAL SCHEDULES UP TO AND INCLUDING THE MONTH OF
      *    THE DATE CARD THAT HAS NOT BEEN RELEASED IS EARNED NOW:
      *    IT IS LISTED ON THE RELEASE REGISTER, MARKED RELEASED,
      *    AND BOOKED BY A BALANCED JOURNAL - DEFERRED REVENUE
      *    DEBITED, REVENUE CREDITED - THAT GOES THROUGH JRNEDIT
      *    WITH THE OTHER EXTRACTS.  A MONTH MISSED BY AN EARLIER
      *    RUN IS PICKED UP BY THE NEXT ONE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DEFJRNL ASSIGN TO UT-S-DEFJRNL.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DEFJRNL
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
               10  FILLER               PIC X(12).
           05  JR-TRAILER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-TRAILER-COUNT     PIC 9(5).
               10  JR-TRAILER-DEBITS    PIC 9(11)V99.
               10  JR-TRAILER-CREDITS   PIC 9(11)V99.
               10  FILLER               PIC X(11).
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
           05  END-OF-SCHEDULE-SW      PIC X   VALUE 'N'.
               88  END-OF-SCHEDULE             VALUE 'Y'.
           05  ACCOUNTS-FOUND-SW       PIC X   VALUE 'Y'.
               88  ACCOUNTS-FOUND              VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RELEASE-DATE            PIC X(10).
           05  RELEASE-PERIOD          PIC X(7).
           05  PERIOD-START            PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  GL-ACCOUNT-FIELDS.
           05  GL-DEFREV-ACCT          PIC X(8).
           05  GL-REVENUE-ACCT         PIC X(8).
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  SCHEDULE-FIELDS.
           05  DS-INVNO                PIC X(6).
           05  DS-CUSTNO               PIC X(6).
           05  DS-TEMPLNO              PIC X(6).
           05  DS-PERIOD               PIC X(7).
           05  DS-AMOUNT               PIC S9(9)V99    COMP-3.
      *
       01  RELEASE-TOTAL-FIELDS        COMP-3.
           05  RT-MONTH-COUNT          PIC S9(7)       VALUE ZERO.
           05  RT-AMOUNT               PIC S9(11)V99   VALUE ZERO.
           05  RT-ROWS-UPDATED         PIC S9(9)       VALUE ZERO.
           05  JT-RECORD-COUNT         PIC S9(5)       VALUE ZERO.
           05  JT-DEBIT-TOTAL          PIC S9(11)V99   VALUE ZERO.
           05  JT-CREDIT-TOTAL         PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'DEFERRED REVENUE RELEASE -    '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'CUSTNO  CONTRACT  IN'.
           05  FILLER      PIC X(20)   VALUE 'VOICE  PERIOD       '.
           05  FILLER      PIC X(20)   VALUE ' RELEASED           '.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TEMPLNO  PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-INVNO    PIC X(6).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-PERIOD   PIC X(7).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AMOUNT   PIC Z(9)9.99.
           05  FILLER      PIC X(83)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(16)   VALUE 'MONTHS RELEASED:'.
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(18)   VALUE '   AMOUNT EARNED: '.
           05  TL-AMOUNT   PIC Z(10)9.99.
           05  FILLER      PIC X(77)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE RELCURS CURSOR FOR
                   SELECT S.DSINVNO,   P.DPCUSTNO, P.DPTEMPLNO,
                          S.DSPERIOD,  S.DSAMOUNT
                       FROM MM01.DEFSCHED S
                           INNER JOIN MM01.DEFPLAN P
                       ON P.DPINVNO = S.DSINVNO
                       WHERE S.DSRELEASED = 'N'
                         AND S.DSPERIOD  <= :RELEASE-PERIOD
                       ORDER BY P.DPCUSTNO, P.DPTEMPLNO,
                                S.DSINVNO,  S.DSSEQ
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RELEASE-DEFERRED-REVENUE.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'DEFREL  ' TO EOJS-Program-Id.
           OPEN OUTPUT DEFJRNL
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RELEASE-DATE.
           PERFORM 060-LOOK-UP-GL-ACCOUNTS.
           IF ACCOUNTS-FOUND
               PERFORM 100-OPEN-RELEASE-CURSOR
               IF VALID-CURSOR
                   PERFORM 200-RELEASE-ONE-MONTH
                       UNTIL END-OF-SCHEDULE
                          OR NOT-VALID-CURSOR
                   EXEC SQL
                       CLOSE RELCURS
                   END-EXEC
               END-IF
               IF VALID-CURSOR
                   PERFORM 300-MARK-MONTHS-RELEASED
               END-IF
               IF VALID-CURSOR
                   PERFORM 400-WRITE-JOURNAL-FILE
                   PERFORM 500-PRINT-TOTAL-LINE
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC.
           CLOSE DEFJRNL
                 PRTOUT.
           DISPLAY RT-MONTH-COUNT ' SCHEDULE MONTH(S) RELEASED.'.
           MOVE RT-MONTH-COUNT TO EOJS-Records-In.
           MOVE RT-MONTH-COUNT TO EOJS-Records-Out.
           MOVE ZERO           TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT ACCOUNTS-FOUND OR NOT-VALID-CURSOR
               DISPLAY '**** RUN INCOMPLETE -- JOURNAL VOID ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RELEASE-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE
               INTO RELEASE-DATE.
           MOVE RELEASE-DATE(1:7) TO RELEASE-PERIOD.
           STRING RELEASE-PERIOD '-01' DELIMITED BY SIZE
               INTO PERIOD-START.
      *
       060-LOOK-UP-GL-ACCOUNTS.
      *
           MOVE 'DEFREV'  TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-DEFREV-ACCT.
           MOVE 'REVENUE' TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-REVENUE-ACCT.
      *
       070-LOOK-UP-ONE-ACCOUNT.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY  = :AL-GLKEY
                         AND GLCOMP = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ACCOUNTS-FOUND-SW
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR KEY '
                       AL-GLKEY ' ****'.
      *
       100-OPEN-RELEASE-CURSOR.
      *
           EXEC SQL
               OPEN RELCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-RELEASE-ONE-MONTH.
      *
           EXEC SQL
               FETCH RELCURS
                   INTO :DS-INVNO,   :DS-CUSTNO,  :DS-TEMPLNO,
                        :DS-PERIOD,  :DS-AMOUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-SCHEDULE-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1         TO RT-MONTH-COUNT
                   ADD DS-AMOUNT TO RT-AMOUNT
                   PERFORM 240-PRINT-RELEASE-LINE
           END-EVALUATE.
      *
       240-PRINT-RELEASE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE DS-CUSTNO   TO RL-CUSTNO.
           MOVE DS-TEMPLNO  TO RL-TEMPLNO.
           MOVE DS-INVNO    TO RL-INVNO.
           MOVE DS-PERIOD   TO RL-PERIOD.
           MOVE DS-AMOUNT   TO RL-AMOUNT.
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
       300-MARK-MONTHS-RELEASED.
      *
      *    THE UPDATE USES THE CURSOR'S OWN PREDICATE, AND THE
      *    WHOLE RUN IS ONE UNIT OF WORK, SO THE ROWS MARKED ARE
      *    EXACTLY THE ROWS LISTED AND JOURNALED.
      *
           IF RT-MONTH-COUNT > ZERO
               EXEC SQL
                   UPDATE MM01.DEFSCHED
                      SET DSRELEASED = 'Y',
                          DSRELDATE  = :RELEASE-DATE
                    WHERE DSRELEASED = 'N'
                      AND DSPERIOD  <= :RELEASE-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   MOVE SQLERRD(3) TO RT-ROWS-UPDATED
                   IF RT-ROWS-UPDATED NOT = RT-MONTH-COUNT
                       DISPLAY '**** ROWS RELEASED ' RT-ROWS-UPDATED
                               ' NOT = ROWS LISTED ' RT-MONTH-COUNT
                               ' ****'
                       MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-WRITE-JOURNAL-FILE.
      *
           MOVE 'H'          TO JR-RECORD-TYPE.
           MOVE SPACES       TO JR-RECORD-DATA.
           MOVE RELEASE-DATE TO JR-RUN-DATE.
           MOVE PERIOD-START TO JR-PERIOD-FROM.
           MOVE RELEASE-DATE TO JR-PERIOD-TO.
           WRITE JOURNAL-RECORD.
           IF RT-AMOUNT NOT = ZERO
               PERFORM 410-WRITE-JOURNAL-DETAILS.
           MOVE 'T'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JT-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JT-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       410-WRITE-JOURNAL-DETAILS.
      *
           MOVE 'D'            TO JR-RECORD-TYPE.
           MOVE SPACES         TO JR-RECORD-DATA.
           MOVE GL-DEFREV-ACCT TO JR-GLACCT.
           MOVE 'D'            TO JR-DC-CODE.
           MOVE RT-AMOUNT      TO JR-AMOUNT.
           MOVE 'DEFERRED REVENUE'  TO JR-DESC.
           WRITE JOURNAL-RECORD.
           ADD 1         TO JT-RECORD-COUNT.
           ADD RT-AMOUNT TO JT-DEBIT-TOTAL.
           MOVE 'D'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE GL-REVENUE-ACCT TO JR-GLACCT.
           MOVE 'C'             TO JR-DC-CODE.
           MOVE RT-AMOUNT       TO JR-AMOUNT.
           MOVE 'REVENUE EARNED'    TO JR-DESC.
           WRITE JOURNAL-RECORD.
           ADD 1         TO JT-RECORD-COUNT.
           ADD RT-AMOUNT TO JT-CREDIT-TOTAL.
      *
       500-PRINT-TOTAL-LINE.
      *
           IF PAGE-COUNT = ZERO
               PERFORM 250-PRINT-REPORT-HEADING.
           MOVE RT-MONTH-COUNT TO TL-COUNT.
           MOVE RT-AMOUNT      TO TL-AMOUNT.
           MOVE TOTAL-LINE     TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 270-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
