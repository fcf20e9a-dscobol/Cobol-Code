       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ESCHEAT.
      *
      *    ANNUAL UNCLAIMED PROPERTY (ESCHEAT) RUN.  TWO KINDS OF
      *    PROPERTY ARE HELD FOR CUSTOMERS IN MM01.ONACCT:
      *        CREDIT  AN UNAPPLIED CREDIT NEVER REFUNDED
      *        CHECK   A REFUND CHECK THAT HAS NOT CLEARED THE BANK
      *                AND HAS NOT BEEN VOIDED AS STALE BY CHKRECON
      *                (A VOIDED CHECK'S AMOUNT IS BACK ON THE ACCOUNT
      *                AS A CREDIT)
      *    EACH IS DORMANT ONCE IT HAS SAT UNTOUCHED FOR THE
      *    DORMANCY YEARS OF THE CUSTOMER'S LAST-KNOWN STATE IN
      *    MM01.ESCHSTATE (STATE '**' IS THE RULE FOR ANY STATE
      *    WITHOUT ONE OF ITS OWN; A STATE WITH NO RULE AT ALL IS
      *    NOT PROCESSED).  THE RUN HAS TWO STEPS:
      *
      *    1.  ITEMS LETTERED BY AN EARLIER RUN WHOSE RESPONSE
      *        WINDOW HAS PASSED ARE ESCHEATED: A CREDIT IS TAKEN
      *        OUT OF AR, AND THE JOURNAL MOVES IT (OR THE VOIDED
      *        CHECK) TO THE UNCLAIMED-PROPERTY LIABILITY.  EACH
      *        GOES ON THE STATE REPORTING FILE AND THE HOLDER
      *        REPORT BY STATE.  AN ITEM TOUCHED SINCE ITS LETTER
      *        IS NOT ESCHEATED; ITS DORMANCY STARTS AGAIN.
      *    2.  NEWLY DORMANT ITEMS GET A DUE-DILIGENCE LETTER AND
      *        AN MM01.ESCHEAT ROW CARRYING THE REPLY DEADLINE.
      *        AN ANONYMIZED CUSTOMER HAS NO ADDRESS TO WRITE TO,
      *        SO THE ROW IS RECORDED WITHOUT A LETTER.
      *
      *    OWNER RESPONSES AND THE STATE RULES ARE POSTED BY
      *    ESCHMNT; CLEARED REFUND CHECKS COME FROM THE BANK'S
      *    PAID ITEMS THROUGH CHKRECON.  THE WHOLE RUN IS ONE UNIT
      *    OF WORK; ON ANY DB2 ERROR IT IS ROLLED BACK AND ALL ITS
      *    OUTPUT IS VOID.
      *
      *    SYSIN: RUN DATE YYYYMMDD (BLANK = TODAY).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT LTRFILE  ASSIGN TO UT-S-LTRFILE.
           SELECT ESCHRPT  ASSIGN TO UT-S-ESCHRPT.
           SELECT ESCJRNL  ASSIGN TO UT-S-ESCJRNL.
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  LTRFILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  LTRFILE-RECORD              PIC X(132).
      *
       FD  ESCHRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  STATE-REPORT-RECORD.
      *
           05  ER-RECORD-TYPE           PIC X.
               88  ER-HEADER-RECORD         VALUE 'H'.
               88  ER-DETAIL-RECORD         VALUE 'D'.
               88  ER-STATE-RECORD          VALUE 'S'.
               88  ER-TRAILER-RECORD        VALUE 'T'.
           05  ER-RECORD-DATA.
               10  ER-STATE             PIC X(2).
               10  ER-CUSTNO            PIC X(6).
               10  ER-PROPERTY-TYPE     PIC X(2).
               10  ER-LNAME             PIC X(30).
               10  ER-FNAME             PIC X(20).
               10  ER-ADDR              PIC X(30).
               10  ER-CITY              PIC X(20).
               10  ER-ZIPCODE           PIC X(10).
               10  ER-LAST-ACTIVITY     PIC X(10).
               10  ER-AMOUNT            PIC 9(9)V99.
               10  FILLER               PIC X(8).
           05  ER-HEADER-DATA REDEFINES ER-RECORD-DATA.
               10  ER-RUN-DATE          PIC X(10).
               10  ER-REPORT-YEAR       PIC X(4).
               10  FILLER               PIC X(135).
           05  ER-STATE-DATA REDEFINES ER-RECORD-DATA.
               10  ER-SUM-STATE         PIC X(2).
               10  ER-SUM-COUNT         PIC 9(5).
               10  ER-SUM-AMOUNT        PIC 9(11)V99.
               10  FILLER               PIC X(129).
           05  ER-TRAILER-DATA REDEFINES ER-RECORD-DATA.
               10  ER-TRAILER-COUNT     PIC 9(7).
               10  ER-TRAILER-AMOUNT    PIC 9(11)V99.
               10  FILLER               PIC X(129).
      *
       FD  ESCJRNL
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
           05  END-OF-EXPIRED-SW       PIC X   VALUE 'N'.
               88  END-OF-EXPIRED              VALUE 'Y'.
           05  END-OF-DORMANT-SW       PIC X   VALUE 'N'.
               88  END-OF-DORMANT              VALUE 'Y'.
           05  ACCOUNTS-FOUND-SW       PIC X   VALUE 'Y'.
               88  ACCOUNTS-FOUND              VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
           05  STILL-DORMANT-SW        PIC X   VALUE 'N'.
               88  STILL-DORMANT               VALUE 'Y'.
           05  FIRST-STATE-SW          PIC X   VALUE 'Y'.
               88  FIRST-STATE                 VALUE 'Y'.
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
       01  PERIOD-LOCK-FIELDS.
      *
      *    THE ESCHEAT DATE AND THE JOURNAL CARRY THE POSTING
      *    DATE; A RUN DATE IN A CLOSED PERIOD IS REFUSED OR
      *    ROLLED FORWARD AS THE PERIOD'S CLOSE SAYS, AND EACH
      *    ROLLED ITEM IS LOGGED.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'ESCHEAT '.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
      *
       01  GL-ACCOUNT-FIELDS.
           05  GL-AR-ACCT              PIC X(8).
           05  GL-CASH-ACCT            PIC X(8).
           05  GL-UNCLAIM-ACCT         PIC X(8).
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  PROPERTY-FIELDS.
           05  PR-CUSTNO               PIC X(6).
           05  PR-TYPE                 PIC X.
           05  PR-DATE                 PIC X(10).
           05  PR-CHECKNO              PIC X(10).
           05  PR-KIND                 PIC X.
               88  PR-CREDIT                   VALUE 'C'.
               88  PR-CHECK                    VALUE 'K'.
           05  PR-STATE                PIC X(2).
           05  PR-AMOUNT               PIC S9(9)V99    COMP-3.
           05  PR-LAST-ACTIVITY        PIC X(10).
           05  PR-LETTER-DATE          PIC X(10).
           05  PR-DUE-DATE             PIC X(10).
           05  PR-OPEN-AMOUNT          PIC S9(9)V99    COMP-3.
           05  PR-REFUND-DATE          PIC X(10).
           05  PR-REFUND-DATE-NI       PIC S9(4)       COMP.
           05  PR-CLEARED-DATE         PIC X(10).
           05  PR-CLEARED-DATE-NI      PIC S9(4)       COMP.
           05  PR-FNAME                PIC X(20).
           05  PR-LNAME                PIC X(30).
           05  PR-ADDR                 PIC X(30).
           05  PR-CITY                 PIC X(20).
           05  PR-ZIPCODE              PIC X(10).
      *
       01  STATE-BREAK-FIELDS.
           05  PREVIOUS-STATE          PIC X(2).
           05  ST-COUNT                PIC S9(5)       COMP-3.
           05  ST-AMOUNT               PIC S9(11)V99   COMP-3.
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  ESCHEATED-COUNT         PIC S9(7)       VALUE ZERO.
           05  ESCHEATED-AMOUNT        PIC S9(11)V99   VALUE ZERO.
           05  CREDIT-AMOUNT           PIC S9(11)V99   VALUE ZERO.
           05  CHECK-AMOUNT            PIC S9(11)V99   VALUE ZERO.
           05  REACTIVATED-COUNT       PIC S9(7)       VALUE ZERO.
           05  LETTERED-COUNT          PIC S9(7)       VALUE ZERO.
           05  LETTERED-AMOUNT         PIC S9(11)V99   VALUE ZERO.
           05  NO-ADDRESS-COUNT        PIC S9(7)       VALUE ZERO.
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
               'UNCLAIMED PROPERTY HOLDER - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'ST  CUSTOMER  NAME  '.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '        PROPERTY  LA'.
           05  FILLER      PIC X(20)   VALUE 'ST ACTIVITY        A'.
           05  FILLER      PIC X(20)   VALUE 'MOUNT               '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-STATE    PIC X(2).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-LNAME    PIC X(30).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-PROPERTY PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-LAST-ACTIVITY PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AMOUNT   PIC Z(8)9.99.
           05  FILLER      PIC X(50)   VALUE SPACES.
      *
       01  STATE-TOTAL-LINE.
           05  FILLER      PIC X(10)   VALUE '    STATE '.
           05  STL-STATE   PIC X(2).
           05  FILLER      PIC X(3)    VALUE ' - '.
           05  STL-COUNT   PIC Z(4)9.
           05  FILLER      PIC X(48)   VALUE ' ITEM(S)'.
           05  STL-AMOUNT  PIC Z(10)9.99.
           05  FILLER      PIC X(50)   VALUE SPACES.
      *
       01  TOTAL-LINE-1.
           05  FILLER      PIC X(20)   VALUE 'ESCHEATED:          '.
           05  TL-ESCHEATED-COUNT PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE ' ITEM(S)     '.
           05  TL-ESCHEATED-AMOUNT PIC Z(10)9.99.
           05  FILLER      PIC X(77)   VALUE SPACES.
      *
       01  TOTAL-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'ACTIVE SINCE LETTER:'.
           05  TL-REACTIVATED-COUNT PIC Z(6)9.
           05  FILLER      PIC X(105)  VALUE
               ' ITEM(S) - NOT ESCHEATED, DORMANCY RESTARTED'.
      *
       01  TOTAL-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'NEWLY DORMANT:      '.
           05  TL-LETTERED-COUNT PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE ' ITEM(S)     '.
           05  TL-LETTERED-AMOUNT PIC Z(10)9.99.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  TL-NO-ADDRESS-COUNT PIC Z(6)9.
           05  FILLER      PIC X(66)   VALUE
               ' WITH NO ADDRESS - NOT LETTERED'.
      *
       01  LETTER-WORK-LINES.
      *
           05  LW-NAME-LINE.
               10  LWN-FNAME   PIC X(20).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWN-LNAME   PIC X(30).
               10  FILLER      PIC X(81) VALUE SPACES.
           05  LW-CITY-LINE.
               10  LWC-CITY    PIC X(20).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWC-STATE   PIC X(2).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWC-ZIPCODE PIC X(10).
               10  FILLER      PIC X(98) VALUE SPACES.
           05  LW-PROPERTY-LINE.
               10  FILLER      PIC X(4)  VALUE SPACES.
               10  LWP-KIND    PIC X(30).
               10  FILLER      PIC X(7)  VALUE ' DATED '.
               10  LWP-DATE    PIC X(10).
               10  FILLER      PIC X(2)  VALUE SPACES.
               10  LWP-AMOUNT  PIC $$$,$$$,$$9.99.
               10  FILLER      PIC X(65) VALUE SPACES.
           05  LW-DEADLINE-LINE.
               10  FILLER      PIC X(30) VALUE
                   'IF WE DO NOT HEAR FROM YOU BY '.
               10  LWD-DATE    PIC X(10).
               10  FILLER      PIC X(92) VALUE
                   ', THE LAW REQUIRES US TO REPORT AND PAY'.
           05  LW-STATE-LINE.
               10  FILLER      PIC X(32) VALUE
                   'THESE FUNDS OVER TO THE STATE OF'.
               10  FILLER      PIC X    VALUE SPACES.
               10  LWS-STATE   PIC X(2).
               10  FILLER      PIC X(97) VALUE '.'.
      *
       01  LETTER-TEXT-LINES.
      *
           05  LT-BODY-A       PIC X(60)   VALUE
               'OUR RECORDS SHOW THAT WE ARE HOLDING THE FOLLOWING'.
           05  LT-BODY-B       PIC X(60)   VALUE
               'FUNDS IN YOUR NAME, WITH NO ACTIVITY FOR SOME TIME:'.
           05  LT-BODY-C       PIC X(60)   VALUE
               'TO CLAIM THEM, PLEASE SIGN AND RETURN THIS LETTER WITH'.
           05  LT-BODY-D       PIC X(60)   VALUE
               'YOUR CURRENT ADDRESS, OR CALL OUR CREDIT DEPARTMENT.'.
           05  LT-CLAIM-LINE   PIC X(60)   VALUE
               'SIGNED ________________________  DATE __________'.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    STEP 1: LETTERED ITEMS PAST THEIR REPLY DEADLINE, WITH
      *    THE ONACCT ROW AS IT STANDS NOW SO ANY ACTIVITY SINCE
      *    THE LETTER CAN BE SEEN.
      *
           EXEC SQL
               DECLARE EXPCURS CURSOR FOR
                   SELECT E.ESCUSTNO,  E.ESTYPE,    E.ESDATE,
                          E.ESCHECKNO, E.ESKIND,    E.ESSTATE,
                          E.ESAMOUNT,  E.ESLASTACT, E.ESLETDATE,
                          A.ONAMT - A.ONAPPLIED,
                          A.ONREFDATE, A.ONCLRDATE,
                          B.FNAME,     B.LNAME,     B.ADDR,
                          B.CITY,      B.ZIPCODE
                       FROM MM01.ESCHEAT E
                           INNER JOIN MM01.ONACCT A
                       ON  A.ONCUSTNO  = E.ESCUSTNO
                       AND A.ONTYPE    = E.ESTYPE
                       AND A.ONDATE    = E.ESDATE
                       AND A.ONCHECKNO = E.ESCHECKNO
                           INNER JOIN MM01.CUSTOMER B
                       ON  B.CUSTNO    = E.ESCUSTNO
                       WHERE E.ESSTATUS  = 'L'
                         AND E.ESDUEDATE < :RUN-DATE
                       ORDER BY E.ESSTATE,  E.ESCUSTNO,
                                E.ESDATE,   E.ESCHECKNO, E.ESTYPE
           END-EXEC.
      *
      *    STEP 2: ITEMS NOW DORMANT WITH NO LETTER OUTSTANDING
      *    AND NOT ALREADY ESCHEATED.  DORMANCY RUNS FROM THE
      *    CREDIT DATE (OR THE REFUND DATE FOR A CHECK), OR FROM
      *    THE LATEST OWNER RESPONSE OR ACTIVITY IF LATER.
      *
           EXEC SQL
               DECLARE DORMCURS CURSOR FOR
                   SELECT A.ONCUSTNO,  A.ONTYPE,    A.ONDATE,
                          A.ONCHECKNO,
                          CASE WHEN A.ONREFDATE IS NULL
                               THEN 'C' ELSE 'K' END,
                          B.STATE,
                          CASE WHEN A.ONREFDATE IS NULL
                               THEN A.ONAMT - A.ONAPPLIED
                               ELSE COALESCE(A.ONREFAMT, A.ONAMT)
                               END,
                          COALESCE(A.ONREFDATE, A.ONDATE),
                          CHAR(DATE(:RUN-DATE)
                               + COALESCE(S.ESWINDAYS,
                                          D.ESWINDAYS) DAYS, ISO),
                          B.FNAME,     B.LNAME,     B.ADDR,
                          B.CITY,      B.ZIPCODE
                       FROM MM01.ONACCT A
                           INNER JOIN MM01.CUSTOMER B
                       ON  B.CUSTNO   = A.ONCUSTNO
                           LEFT OUTER JOIN MM01.ESCHSTATE S
                       ON  S.ESSTATE  = B.STATE
                           LEFT OUTER JOIN MM01.ESCHSTATE D
                       ON  D.ESSTATE  = '**'
                       WHERE ((A.ONREFDATE IS NULL
                               AND A.ONAMT - A.ONAPPLIED > 0)
                           OR (A.ONREFDATE IS NOT NULL
                               AND A.ONCLRDATE IS NULL
                               AND A.ONRVOIDDT IS NULL))
                         AND COALESCE(S.ESDORMYRS,
                                      D.ESDORMYRS) IS NOT NULL
                         AND DAYS(:RUN-DATE)
                           - DAYS(COALESCE(
                                 (SELECT MAX(R.ESRESPDATE)
                                      FROM MM01.ESCHEAT R
                                      WHERE R.ESCUSTNO  = A.ONCUSTNO
                                        AND R.ESTYPE    = A.ONTYPE
                                        AND R.ESDATE    = A.ONDATE
                                        AND R.ESCHECKNO = A.ONCHECKNO
                                        AND R.ESSTATUS  = 'R'),
                                 A.ONREFDATE, A.ONDATE))
                             >= COALESCE(S.ESDORMYRS,
                                         D.ESDORMYRS) * 365
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.ESCHEAT L
                                  WHERE L.ESCUSTNO  = A.ONCUSTNO
                                    AND L.ESTYPE    = A.ONTYPE
                                    AND L.ESDATE    = A.ONDATE
                                    AND L.ESCHECKNO = A.ONCHECKNO
                                    AND L.ESSTATUS IN ('L', 'E'))
                       ORDER BY B.STATE,   A.ONCUSTNO,
                                A.ONDATE,  A.ONCHECKNO, A.ONTYPE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-UNCLAIMED-PROPERTY.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'ESCHEAT ' TO EOJS-Program-Id.
           OPEN OUTPUT LTRFILE
                       ESCHRPT
                       ESCJRNL
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-DATE.
           PERFORM 055-CHECK-POSTING-PERIOD.
           IF VALID-CURSOR
               PERFORM 060-LOOK-UP-GL-ACCOUNTS.
           IF VALID-CURSOR AND ACCOUNTS-FOUND
               PERFORM 100-WRITE-REPORT-FILE-HEADER
               PERFORM 200-ESCHEAT-EXPIRED-ITEMS
               IF VALID-CURSOR
                   PERFORM 300-LETTER-DORMANT-ITEMS
               END-IF
               IF VALID-CURSOR
                   PERFORM 400-WRITE-JOURNAL-FILE
                   PERFORM 500-WRITE-REPORT-FILE-TRAILER
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC.
           PERFORM 600-PRINT-TOTAL-LINES.
           CLOSE LTRFILE
                 ESCHRPT
                 ESCJRNL
                 PRTOUT.
           DISPLAY ESCHEATED-COUNT ' ITEM(S) ESCHEATED.'.
           DISPLAY LETTERED-COUNT  ' ITEM(S) NEWLY DORMANT.'.
           MOVE ESCHEATED-COUNT TO EOJS-Records-In.
           ADD  LETTERED-COUNT  TO EOJS-Records-In.
           MOVE EOJS-Records-In TO EOJS-Records-Out.
           MOVE ZERO            TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT ACCOUNTS-FOUND
              OR (NOT-VALID-CURSOR AND NOT PERIOD-REFUSED)
               DISPLAY '**** RUN INCOMPLETE -- ALL OUTPUT VOID ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           IF WS-DATE-CARD = SPACES
               STRING CDT-Year '-' CDT-Month '-' CDT-Day
                   DELIMITED BY SIZE INTO RUN-DATE
           ELSE
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO RUN-DATE.
      *
       055-CHECK-POSTING-PERIOD.
      *
           MOVE RUN-DATE TO PERLOCK-TRANS-DATE.
           MOVE 'C' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           EVALUATE TRUE
               WHEN PERLOCK-ROLLED-FORWARD
                   DISPLAY 'RUN DATE ' RUN-DATE
                           ' IS IN A CLOSED PERIOD - ESCHEATS DATED '
                           PERLOCK-POST-DATE
               WHEN PERLOCK-CLOSED
                   DISPLAY 'RUN DATE ' RUN-DATE
                           ' IS IN A CLOSED PERIOD - RUN REFUSED.'
                   MOVE 'Y' TO PERIOD-REFUSED-SW
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       060-LOOK-UP-GL-ACCOUNTS.
      *
           MOVE 'AR'      TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-AR-ACCT.
           MOVE 'CASH'    TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-CASH-ACCT.
           MOVE 'UNCLAIM' TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-UNCLAIM-ACCT.
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
       100-WRITE-REPORT-FILE-HEADER.
      *
           MOVE 'H'           TO ER-RECORD-TYPE.
           MOVE SPACES        TO ER-RECORD-DATA.
           MOVE RUN-DATE      TO ER-RUN-DATE.
           MOVE RUN-DATE(1:4) TO ER-REPORT-YEAR.
           WRITE STATE-REPORT-RECORD.
      *
       200-ESCHEAT-EXPIRED-ITEMS.
      *
           EXEC SQL
               OPEN EXPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 210-ESCHEAT-ONE-ITEM
                   UNTIL END-OF-EXPIRED
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE EXPCURS
               END-EXEC
               IF NOT FIRST-STATE
                   PERFORM 260-FINISH-STATE.
      *
       210-ESCHEAT-ONE-ITEM.
      *
           EXEC SQL
               FETCH EXPCURS
                   INTO :PR-CUSTNO,   :PR-TYPE,     :PR-DATE,
                        :PR-CHECKNO,  :PR-KIND,     :PR-STATE,
                        :PR-AMOUNT,   :PR-LAST-ACTIVITY,
                        :PR-LETTER-DATE,
                        :PR-OPEN-AMOUNT,
                        :PR-REFUND-DATE  :PR-REFUND-DATE-NI,
                        :PR-CLEARED-DATE :PR-CLEARED-DATE-NI,
                        :PR-FNAME,    :PR-LNAME,    :PR-ADDR,
                        :PR-CITY,     :PR-ZIPCODE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-EXPIRED-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 220-TEST-STILL-DORMANT
                   IF STILL-DORMANT
                       PERFORM 230-ESCHEAT-PROPERTY
                   ELSE
                       PERFORM 225-RESTART-DORMANCY
                   END-IF
           END-EVALUATE.
      *
       220-TEST-STILL-DORMANT.
      *
      *    A CREDIT IS STILL DORMANT IF IT HAS NOT BEEN REFUNDED
      *    AND NONE OF IT HAS BEEN APPLIED SINCE THE LETTER; A
      *    CHECK IS STILL DORMANT IF IT HAS NOT CLEARED.
      *
           MOVE 'N' TO STILL-DORMANT-SW.
           IF PR-CREDIT
               IF PR-REFUND-DATE-NI < 0
                  AND PR-OPEN-AMOUNT = PR-AMOUNT
                   MOVE 'Y' TO STILL-DORMANT-SW
               END-IF
           ELSE
               IF PR-CLEARED-DATE-NI < 0
                   MOVE 'Y' TO STILL-DORMANT-SW.
      *
       225-RESTART-DORMANCY.
      *
           EXEC SQL
               UPDATE MM01.ESCHEAT
                  SET ESSTATUS   = 'R',
                      ESRESPDATE = :RUN-DATE
                WHERE ESCUSTNO  = :PR-CUSTNO
                  AND ESTYPE    = :PR-TYPE
                  AND ESDATE    = :PR-DATE
                  AND ESCHECKNO = :PR-CHECKNO
                  AND ESLETDATE = :PR-LETTER-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               ADD 1 TO REACTIVATED-COUNT.
      *
       230-ESCHEAT-PROPERTY.
      *
           IF PR-CREDIT
               EXEC SQL
                   UPDATE MM01.ONACCT
                      SET ONAPPLIED = ONAMT
                    WHERE ONCUSTNO  = :PR-CUSTNO
                      AND ONTYPE    = :PR-TYPE
                      AND ONDATE    = :PR-DATE
                      AND ONCHECKNO = :PR-CHECKNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               EXEC SQL
                   UPDATE MM01.ESCHEAT
                      SET ESSTATUS   = 'E',
                          ESESCHDATE = :PERLOCK-POST-DATE
                    WHERE ESCUSTNO  = :PR-CUSTNO
                      AND ESTYPE    = :PR-TYPE
                      AND ESDATE    = :PR-DATE
                      AND ESCHECKNO = :PR-CHECKNO
                      AND ESLETDATE = :PR-LETTER-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR AND PERLOCK-ROLLED-FORWARD
               PERFORM 235-LOG-ROLLED-FORWARD.
           IF VALID-CURSOR
               ADD 1         TO ESCHEATED-COUNT
               ADD PR-AMOUNT TO ESCHEATED-AMOUNT
               IF PR-CREDIT
                   ADD PR-AMOUNT TO CREDIT-AMOUNT
               ELSE
                   ADD PR-AMOUNT TO CHECK-AMOUNT
               END-IF
               PERFORM 240-WRITE-STATE-DETAIL
               PERFORM 250-PRINT-HOLDER-LINE.
      *
       235-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'ESCHEAT ' PR-CUSTNO ' ' PR-TYPE ' ' PR-DATE
                  ' ' PR-CHECKNO DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       240-WRITE-STATE-DETAIL.
      *
           IF FIRST-STATE
               MOVE 'N' TO FIRST-STATE-SW
               PERFORM 265-START-STATE
           ELSE
               IF PR-STATE NOT = PREVIOUS-STATE
                   PERFORM 260-FINISH-STATE
                   PERFORM 265-START-STATE.
           MOVE 'D'              TO ER-RECORD-TYPE.
           MOVE SPACES           TO ER-RECORD-DATA.
           MOVE PR-STATE         TO ER-STATE.
           MOVE PR-CUSTNO        TO ER-CUSTNO.
           IF PR-CREDIT
               MOVE 'CR'         TO ER-PROPERTY-TYPE
           ELSE
               MOVE 'CK'         TO ER-PROPERTY-TYPE.
           MOVE PR-LNAME         TO ER-LNAME.
           MOVE PR-FNAME         TO ER-FNAME.
           MOVE PR-ADDR          TO ER-ADDR.
           MOVE PR-CITY          TO ER-CITY.
           MOVE PR-ZIPCODE       TO ER-ZIPCODE.
           MOVE PR-LAST-ACTIVITY TO ER-LAST-ACTIVITY.
           MOVE PR-AMOUNT        TO ER-AMOUNT.
           WRITE STATE-REPORT-RECORD.
           ADD 1         TO ST-COUNT.
           ADD PR-AMOUNT TO ST-AMOUNT.
      *
       250-PRINT-HOLDER-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 280-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE PR-STATE         TO RL-STATE.
           MOVE PR-CUSTNO        TO RL-CUSTNO.
           MOVE PR-LNAME         TO RL-LNAME.
           IF PR-CREDIT
               MOVE 'CREDIT'     TO RL-PROPERTY
           ELSE
               MOVE 'CHECK'      TO RL-PROPERTY.
           MOVE PR-LAST-ACTIVITY TO RL-LAST-ACTIVITY.
           MOVE PR-AMOUNT        TO RL-AMOUNT.
           MOVE REPORT-LINE      TO PRTOUT-RECORD.
           PERFORM 290-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       260-FINISH-STATE.
      *
           MOVE 'S'            TO ER-RECORD-TYPE.
           MOVE SPACES         TO ER-RECORD-DATA.
           MOVE PREVIOUS-STATE TO ER-SUM-STATE.
           MOVE ST-COUNT       TO ER-SUM-COUNT.
           MOVE ST-AMOUNT      TO ER-SUM-AMOUNT.
           WRITE STATE-REPORT-RECORD.
           MOVE PREVIOUS-STATE TO STL-STATE.
           MOVE ST-COUNT       TO STL-COUNT.
           MOVE ST-AMOUNT      TO STL-AMOUNT.
           MOVE STATE-TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 290-WRITE-REPORT-LINE.
           ADD 2 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       265-START-STATE.
      *
           MOVE PR-STATE TO PREVIOUS-STATE.
           MOVE ZERO     TO ST-COUNT.
           MOVE ZERO     TO ST-AMOUNT.
      *
       280-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       290-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-LETTER-DORMANT-ITEMS.
      *
           EXEC SQL
               OPEN DORMCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 310-LETTER-ONE-ITEM
                   UNTIL END-OF-DORMANT
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE DORMCURS
               END-EXEC.
      *
       310-LETTER-ONE-ITEM.
      *
           EXEC SQL
               FETCH DORMCURS
                   INTO :PR-CUSTNO,   :PR-TYPE,     :PR-DATE,
                        :PR-CHECKNO,  :PR-KIND,     :PR-STATE,
                        :PR-AMOUNT,   :PR-LAST-ACTIVITY,
                        :PR-DUE-DATE,
                        :PR-FNAME,    :PR-LNAME,    :PR-ADDR,
                        :PR-CITY,     :PR-ZIPCODE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-DORMANT-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 320-RECORD-LETTER
                   IF VALID-CURSOR
                       ADD 1         TO LETTERED-COUNT
                       ADD PR-AMOUNT TO LETTERED-AMOUNT
                       IF PR-LNAME = 'ANONYMIZED'
                           ADD 1 TO NO-ADDRESS-COUNT
                       ELSE
                           PERFORM 330-WRITE-DUE-DILIGENCE-LETTER
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       320-RECORD-LETTER.
      *
           EXEC SQL
               INSERT INTO MM01.ESCHEAT
                      (ESCUSTNO,    ESTYPE,      ESDATE,
                       ESCHECKNO,   ESLETDATE,   ESKIND,
                       ESSTATE,     ESAMOUNT,    ESLASTACT,
                       ESDUEDATE,   ESSTATUS)
               VALUES (:PR-CUSTNO,  :PR-TYPE,    :PR-DATE,
                       :PR-CHECKNO, :RUN-DATE,   :PR-KIND,
                       :PR-STATE,   :PR-AMOUNT,  :PR-LAST-ACTIVITY,
                       :PR-DUE-DATE, 'L')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       330-WRITE-DUE-DILIGENCE-LETTER.
      *
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD AFTER ADVANCING PAGE.
           MOVE PR-FNAME TO LWN-FNAME.
           MOVE PR-LNAME TO LWN-LNAME.
           WRITE LTRFILE-RECORD FROM LW-NAME-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LTRFILE-RECORD FROM PR-ADDR.
           MOVE PR-CITY    TO LWC-CITY.
           MOVE PR-STATE   TO LWC-STATE.
           MOVE PR-ZIPCODE TO LWC-ZIPCODE.
           WRITE LTRFILE-RECORD FROM LW-CITY-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LT-BODY-A.
           WRITE LTRFILE-RECORD FROM LT-BODY-B.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           IF PR-CREDIT
               MOVE 'CREDIT ON YOUR ACCOUNT'   TO LWP-KIND
           ELSE
               MOVE 'UNCASHED REFUND CHECK'    TO LWP-KIND.
           MOVE PR-LAST-ACTIVITY TO LWP-DATE.
           MOVE PR-AMOUNT        TO LWP-AMOUNT.
           WRITE LTRFILE-RECORD FROM LW-PROPERTY-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           MOVE PR-DUE-DATE TO LWD-DATE.
           WRITE LTRFILE-RECORD FROM LW-DEADLINE-LINE.
           MOVE PR-STATE    TO LWS-STATE.
           WRITE LTRFILE-RECORD FROM LW-STATE-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LT-BODY-C.
           WRITE LTRFILE-RECORD FROM LT-BODY-D.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD
               AFTER ADVANCING 3 LINES.
           WRITE LTRFILE-RECORD FROM LT-CLAIM-LINE.
      *
       400-WRITE-JOURNAL-FILE.
      *
      *    AN ESCHEATED CREDIT LEAVES AR; AN ESCHEATED CHECK IS
      *    VOIDED BACK INTO CASH.  BOTH GO TO THE UNCLAIMED-
      *    PROPERTY LIABILITY UNTIL THE STATES ARE PAID.
      *
           MOVE 'H'               TO JR-RECORD-TYPE.
           MOVE SPACES            TO JR-RECORD-DATA.
           MOVE RUN-DATE          TO JR-RUN-DATE.
           MOVE PERLOCK-POST-DATE TO JR-PERIOD-FROM.
           MOVE PERLOCK-POST-DATE TO JR-PERIOD-TO.
           WRITE JOURNAL-RECORD.
           IF CREDIT-AMOUNT NOT = ZERO
               MOVE GL-AR-ACCT    TO JR-GLACCT
               MOVE 'D'           TO JR-DC-CODE
               MOVE CREDIT-AMOUNT TO JR-AMOUNT
               MOVE 'UNCLAIMED CREDITS'     TO JR-DESC
               PERFORM 410-WRITE-JOURNAL-DETAIL
               ADD CREDIT-AMOUNT  TO JT-DEBIT-TOTAL.
           IF CHECK-AMOUNT NOT = ZERO
               MOVE GL-CASH-ACCT  TO JR-GLACCT
               MOVE 'D'           TO JR-DC-CODE
               MOVE CHECK-AMOUNT  TO JR-AMOUNT
               MOVE 'VOIDED REFUND CHECKS'  TO JR-DESC
               PERFORM 410-WRITE-JOURNAL-DETAIL
               ADD CHECK-AMOUNT   TO JT-DEBIT-TOTAL.
           IF ESCHEATED-AMOUNT NOT = ZERO
               MOVE GL-UNCLAIM-ACCT  TO JR-GLACCT
               MOVE 'C'              TO JR-DC-CODE
               MOVE ESCHEATED-AMOUNT TO JR-AMOUNT
               MOVE 'UNCLAIMED PROPERTY'    TO JR-DESC
               PERFORM 410-WRITE-JOURNAL-DETAIL
               ADD ESCHEATED-AMOUNT  TO JT-CREDIT-TOTAL.
           MOVE 'T'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JT-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JT-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       410-WRITE-JOURNAL-DETAIL.
      *
           MOVE 'D' TO JR-RECORD-TYPE.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JT-RECORD-COUNT.
      *
       500-WRITE-REPORT-FILE-TRAILER.
      *
           MOVE 'T'              TO ER-RECORD-TYPE.
           MOVE SPACES           TO ER-RECORD-DATA.
           MOVE ESCHEATED-COUNT  TO ER-TRAILER-COUNT.
           MOVE ESCHEATED-AMOUNT TO ER-TRAILER-AMOUNT.
           WRITE STATE-REPORT-RECORD.
      *
       600-PRINT-TOTAL-LINES.
      *
           IF PAGE-COUNT = ZERO
               PERFORM 280-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           EVALUATE TRUE
               WHEN VALID-CURSOR AND ACCOUNTS-FOUND
                   MOVE ESCHEATED-COUNT   TO TL-ESCHEATED-COUNT
                   MOVE ESCHEATED-AMOUNT  TO TL-ESCHEATED-AMOUNT
                   MOVE TOTAL-LINE-1      TO PRTOUT-RECORD
                   PERFORM 290-WRITE-REPORT-LINE
                   MOVE 1 TO SPACE-CONTROL
                   MOVE REACTIVATED-COUNT TO TL-REACTIVATED-COUNT
                   MOVE TOTAL-LINE-2      TO PRTOUT-RECORD
                   PERFORM 290-WRITE-REPORT-LINE
                   MOVE LETTERED-COUNT    TO TL-LETTERED-COUNT
                   MOVE LETTERED-AMOUNT   TO TL-LETTERED-AMOUNT
                   MOVE NO-ADDRESS-COUNT  TO TL-NO-ADDRESS-COUNT
                   MOVE TOTAL-LINE-3      TO PRTOUT-RECORD
                   PERFORM 290-WRITE-REPORT-LINE
               WHEN PERIOD-REFUSED
                   MOVE '****  PERIOD CLOSED -- NO ESCHEATS  ****'
                                      TO PRTOUT-RECORD
                   PERFORM 290-WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD
                   PERFORM 290-WRITE-REPORT-LINE
           END-EVALUATE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
