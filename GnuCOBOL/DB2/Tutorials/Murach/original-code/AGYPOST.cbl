       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    AGYPOST.
      *
      *    COLLECTION AGENCY REMITTANCE POSTING.  THE AGENCY PAYS
      *    US WHAT IT COLLECTED LESS ITS COMMISSION.  EACH LINE OF
      *    ITS REMITTANCE FILE IS POSTED FOR THE GROSS AMOUNT THE
      *    CUSTOMER PAID, SO THE CUSTOMER IS CLEARED FOR ALL OF IT:
      *
      *    1.  THE INVOICE THE AGENCY NAMED, IF ANY, THEN THE
      *        CUSTOMER'S OTHER OPEN INVOICES OLDEST FIRST, GET
      *        MM01.PAYMENT ROWS (THE GL EXTRACT JOURNALS THESE AS
      *        CASH AGAINST AR LIKE ANY OTHER PAYMENT).
      *    2.  WHAT IS LEFT RECOVERS INVOICES WRITEOFF ALREADY
      *        WROTE OFF, OLDEST FIRST.  THE RECOVERED AMOUNT IS
      *        ADDED TO THE MM01.WRITEOFF ROW, AND THIS RUN'S OWN
      *        JOURNAL REINSTATES IT TO AR AND CLEARS IT WITH
      *        RECOVERY CASH, SO BAD DEBT RECOVERIES STAND APART
      *        FROM CURRENT CASH.
      *    3.  ANYTHING STILL LEFT GOES ON ACCOUNT FOR CASHAPP.
      *
      *    THE COMMISSION IS JOURNALED FROM CASH TO COLLECTION
      *    EXPENSE, SO CASH ENDS UP AT THE NET THE AGENCY SENT.
      *    EACH POSTED LINE IS KEPT IN MM01.AGYREMIT FOR THE
      *    MONTHLY AGENCY STATEMENT RECONCILIATION (AGYRECON).
      *
      *    THE FILE IS PROVED AGAINST ITS TRAILER BEFORE ANYTHING
      *    POSTS.  A LINE THAT DOES NOT FOOT, IS FOR A CUSTOMER
      *    NEVER PLACED, NAMES ANOTHER CUSTOMER'S INVOICE OR WAS
      *    ALREADY POSTED GOES TO BADTRAN; IT CAN BE CORRECTED AND
      *    SENT AGAIN UNDER THE SAME REMITTANCE ID.
      *
      *    SYSIN: POSTING DATE YYYYMMDD (BLANK = TODAY).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AGYFILE ASSIGN TO UT-S-AGYFILE.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
           SELECT AGYJRNL ASSIGN TO UT-S-AGYJRNL.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AGYFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AGENCY-REMITTANCE-RECORD.
      *
           05  AGY-RECORD-TYPE          PIC X.
               88  AGY-HEADER-RECORD        VALUE 'H'.
               88  AGY-DETAIL-RECORD        VALUE 'D'.
               88  AGY-TRAILER-RECORD       VALUE 'T'.
           05  AGY-RECORD-DATA.
               10  AGY-CUSTNO           PIC X(6).
               10  AGY-INVNO            PIC X(6).
               10  AGY-COLLECT-DATE     PIC X(10).
               10  AGY-GROSS            PIC 9(7)V99.
               10  AGY-COMMISSION       PIC 9(7)V99.
               10  AGY-NET              PIC 9(7)V99.
               10  FILLER               PIC X(30).
           05  AGY-HEADER-DATA REDEFINES AGY-RECORD-DATA.
               10  AGY-AGENCY-ID        PIC X(8).
               10  AGY-REMIT-ID         PIC X(10).
               10  AGY-REMIT-DATE       PIC X(10).
               10  FILLER               PIC X(51).
           05  AGY-TRAILER-DATA REDEFINES AGY-RECORD-DATA.
               10  AGY-TRAILER-COUNT    PIC 9(5).
               10  AGY-TRAILER-GROSS    PIC 9(9)V99.
               10  AGY-TRAILER-COMM     PIC 9(9)V99.
               10  AGY-TRAILER-NET      PIC 9(9)V99.
               10  FILLER               PIC X(41).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(80).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-AMOUNTS           VALUE 'AM'.
               88  REASON-NOT-PLACED        VALUE 'NP'.
               88  REASON-BAD-INVOICE       VALUE 'IV'.
               88  REASON-DUPLICATE         VALUE 'DP'.
               88  REASON-PERIOD-CLOSED     VALUE 'PC'.
               88  REASON-SQL-ERROR         VALUE 'SQ'.
      *
       FD  AGYJRNL
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
           05  END-OF-AGENCY-FILE-SW   PIC X   VALUE 'N'.
               88  END-OF-AGENCY-FILE          VALUE 'Y'.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  ACCOUNTS-FOUND-SW       PIC X   VALUE 'Y'.
               88  ACCOUNTS-FOUND              VALUE 'Y'.
           05  FILE-PROVED-SW          PIC X   VALUE 'Y'.
               88  FILE-PROVED                 VALUE 'Y'.
           05  HEADER-SEEN-SW          PIC X   VALUE 'N'.
               88  HEADER-SEEN                 VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X   VALUE 'N'.
               88  TRAILER-SEEN                VALUE 'Y'.
           05  LINE-VALID-SW           PIC X   VALUE 'Y'.
               88  LINE-VALID                  VALUE 'Y'.
           05  END-OF-INVOICES-SW      PIC X   VALUE 'N'.
               88  END-OF-INVOICES             VALUE 'Y'.
           05  END-OF-WRITEOFFS-SW     PIC X   VALUE 'N'.
               88  END-OF-WRITEOFFS            VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
           05  SUMMARY-VALID-SW        PIC X   VALUE 'Y'.
               88  SUMMARY-VALID               VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CUSTOMER-SUMMARY-FIELDS.
      *
      *    THE MM01.CUSTSUMM ROW IS RECOMPUTED FROM THE DETAIL
      *    FOR THE ONE CUSTOMER JUST POSTED - A FULL RECOMPUTE
      *    CANNOT DRIFT THE WAY INCREMENTAL ADDS AND SUBTRACTS
      *    EVENTUALLY DO, AND ONE CUSTOMER'S ROWS COST NOTHING.
      *
           05  CS-CUSTNO                PIC X(6).
           05  CS-OPEN-COUNT            PIC S9(7)    COMP-3.
           05  CS-OPEN-INVOICES         PIC S9(11)V99 COMP-3.
           05  CS-OPEN-PAYMENTS         PIC S9(11)V99 COMP-3.
           05  CS-OPEN-BALANCE          PIC S9(11)V99 COMP-3.
           05  CS-LAST-INV              PIC X(10).
           05  CS-LAST-INV-H            PIC X(10).
           05  CS-LAST-PAY              PIC X(10).
           05  CS-LAST-PAY-H            PIC X(10).
           05  CS-YTD-SALES             PIC S9(11)V99 COMP-3.
           05  CS-YTD-HIST              PIC S9(11)V99 COMP-3.
           05  CS-YEAR-START            PIC X(10).
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
      *    A POSTING DATE IN A CLOSED ACCOUNTING PERIOD IS REFUSED
      *    OR ROLLED FORWARD TO THE FIRST OPEN PERIOD, AS THE
      *    PERIOD'S CLOSE SAYS.  A REFUSED RUN SENDS EVERY LINE
      *    BACK ON BADTRAN; A ROLLED RUN POSTS AND JOURNALS ON THE
      *    ROLLED DATE AND LOGS EACH LINE.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'AGYPOST '.
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
           05  GL-COLLEXP-ACCT         PIC X(8).
           05  GL-BDRECOV-ACCT         PIC X(8).
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  REMITTANCE-HEADER-FIELDS.
           05  RH-AGENCY-ID            PIC X(8).
           05  RH-REMIT-ID             PIC X(10).
           05  RH-REMIT-DATE           PIC X(10).
      *
       01  PROOF-FIELDS                COMP-3.
           05  PF-DETAIL-COUNT         PIC S9(7)       VALUE ZERO.
           05  PF-GROSS                PIC S9(11)V99   VALUE ZERO.
           05  PF-COMMISSION           PIC S9(11)V99   VALUE ZERO.
           05  PF-NET                  PIC S9(11)V99   VALUE ZERO.
           05  PF-TRAILER-COUNT        PIC S9(7)       VALUE ZERO.
           05  PF-TRAILER-GROSS        PIC S9(11)V99   VALUE ZERO.
           05  PF-TRAILER-COMM         PIC S9(11)V99   VALUE ZERO.
           05  PF-TRAILER-NET          PIC S9(11)V99   VALUE ZERO.
      *
       01  REMITTANCE-LINE-FIELDS.
           05  RM-LINE                 PIC S9(4)       COMP.
           05  RM-CUSTNO               PIC X(6).
           05  RM-INVNO                PIC X(6).
           05  RM-COLLECT-DATE         PIC X(10).
           05  RM-GROSS                PIC S9(9)V99    COMP-3.
           05  RM-COMMISSION           PIC S9(9)V99    COMP-3.
           05  RM-NET                  PIC S9(9)V99    COMP-3.
           05  RM-CURRENT              PIC S9(9)V99    COMP-3.
           05  RM-RECOVERED            PIC S9(9)V99    COMP-3.
           05  RM-ON-ACCOUNT           PIC S9(9)V99    COMP-3.
           05  RM-REMAINING            PIC S9(9)V99    COMP-3.
           05  RM-COUNT                PIC S9(9)       COMP.
      *
       01  APPLICATION-FIELDS.
           05  AP-INVNO                PIC X(6).
           05  AP-INVCUST              PIC X(6).
           05  AP-BALANCE              PIC S9(9)V99    COMP-3.
           05  AP-AMOUNT               PIC S9(9)V99    COMP-3.
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  LINES-POSTED-COUNT      PIC S9(7)       VALUE ZERO.
           05  LINES-REJECTED-COUNT    PIC S9(7)       VALUE ZERO.
           05  TOTAL-GROSS             PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-COMMISSION        PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-NET               PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-CURRENT           PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-RECOVERED         PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-ON-ACCOUNT        PIC S9(11)V99   VALUE ZERO.
           05  JRNL-RECORD-COUNT       PIC S9(5)       VALUE ZERO.
           05  JRNL-DEBIT-TOTAL        PIC S9(11)V99   VALUE ZERO.
           05  JRNL-CREDIT-TOTAL       PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'AGENCY REMITTANCE REGISTER -  '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(10)   VALUE 'AGENCY:  '.
           05  HL2-AGENCY  PIC X(8).
           05  FILLER      PIC X(16)   VALUE '   REMITTANCE:  '.
           05  HL2-REMIT   PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' OF '.
           05  HL2-DATE    PIC X(10).
           05  FILLER      PIC X(74)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'CUST    INV     COLL'.
           05  FILLER      PIC X(20)   VALUE 'ECTED         GROSS '.
           05  FILLER      PIC X(20)   VALUE '  COMMISSION       N'.
           05  FILLER      PIC X(20)   VALUE 'ET      CURRENT   RE'.
           05  FILLER      PIC X(20)   VALUE 'COVERED   ON ACCOUNT'.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REGISTER-LINE.
           05  RL-CUSTNO       PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-INVNO        PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-COLLECT-DATE PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-GROSS        PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-COMMISSION   PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-NET          PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-CURRENT      PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-RECOVERED    PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-ON-ACCOUNT   PIC Z(6)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RL-NOTE         PIC X(14).
           05  FILLER          PIC X(18)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(18).
           05  TL-COUNT        PIC Z(4)9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  TL-GROSS        PIC Z(8)9.99.
           05  TL-COMMISSION   PIC Z(8)9.99.
           05  TL-NET          PIC Z(8)9.99.
           05  TL-CURRENT      PIC Z(8)9.99.
           05  TL-RECOVERED    PIC Z(8)9.99.
           05  TL-ON-ACCOUNT   PIC Z(8)9.99.
           05  FILLER          PIC X(28)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE OPENCURS CURSOR FOR
                   SELECT A.INVNO,
                          A.INVTOTAL -
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                       FROM MM01.INVOICE A
                       WHERE A.INVCUST = :RM-CUSTNO
                         AND A.INVTOTAL >
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                       ORDER BY A.INVDATE, A.INVNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE WOCURS CURSOR FOR
                   SELECT WOINVNO,
                          WOAMT - COALESCE(WORECAMT, 0)
                       FROM MM01.WRITEOFF
                       WHERE WOCUSTNO = :RM-CUSTNO
                         AND WOAMT > COALESCE(WORECAMT, 0)
                       ORDER BY WODATE, WOINVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-AGENCY-REMITTANCE.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'AGYPOST ' TO EOJS-Program-Id.
           OPEN OUTPUT BADTRAN
                       AGYJRNL
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           PERFORM 060-LOOK-UP-GL-ACCOUNTS.
           IF ACCOUNTS-FOUND
               PERFORM 080-PROVE-REMITTANCE-FILE.
           IF ACCOUNTS-FOUND AND FILE-PROVED
               PERFORM 100-WRITE-JOURNAL-HEADER
               OPEN INPUT AGYFILE
               MOVE 'N' TO END-OF-AGENCY-FILE-SW
               PERFORM 200-POST-REMITTANCE-RECORD
                   UNTIL END-OF-AGENCY-FILE
                      OR NOT-VALID-CURSOR
               CLOSE AGYFILE
               PERFORM 400-WRITE-JOURNAL-TRAILER
               PERFORM 500-PRINT-TOTAL-LINES.
           CLOSE BADTRAN
                 AGYJRNL
                 PRTOUT.
           DISPLAY LINES-POSTED-COUNT   ' REMITTANCE LINE(S) POSTED.'.
           MOVE PF-DETAIL-COUNT      TO EOJS-Records-In.
           MOVE LINES-POSTED-COUNT   TO EOJS-Records-Out.
           MOVE LINES-REJECTED-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF LINES-REJECTED-COUNT > 0
               DISPLAY LINES-REJECTED-COUNT
                       ' REMITTANCE LINE(S) REJECTED.'
               MOVE 8 TO RETURN-CODE.
           IF NOT FILE-PROVED
               DISPLAY '**** REMITTANCE FILE NOT PROVED -- '
                       'NOTHING POSTED ****'
               MOVE 8 TO RETURN-CODE.
           IF NOT ACCOUNTS-FOUND OR NOT-VALID-CURSOR
               DISPLAY '**** RUN INCOMPLETE -- JOURNAL VOID ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           IF WS-DATE-CARD = SPACES
               STRING CDT-Year '-' CDT-Month '-' CDT-Day
                   DELIMITED BY SIZE INTO RUN-DATE
           ELSE
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO RUN-DATE.
           PERFORM 055-CHECK-POSTING-PERIOD.
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
                           ' IS IN A CLOSED PERIOD - POSTING AS '
                           PERLOCK-POST-DATE
                   MOVE PERLOCK-POST-DATE TO RUN-DATE
               WHEN PERLOCK-CLOSED
                   DISPLAY 'RUN DATE ' RUN-DATE
                           ' IS IN A CLOSED PERIOD - NOTHING POSTED.'
                   MOVE 'Y' TO PERIOD-REFUSED-SW
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO ACCOUNTS-FOUND-SW
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
           MOVE 'COLLEXP' TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-COLLEXP-ACCT.
           MOVE 'BDRECOV' TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-BDRECOV-ACCT.
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
       080-PROVE-REMITTANCE-FILE.
      *
      *    THE WHOLE FILE IS READ ONCE AND PROVED AGAINST ITS
      *    TRAILER BEFORE A LINE POSTS, SO A SHORT OR DAMAGED
      *    FILE NEVER POSTS HALF A REMITTANCE.
      *
           OPEN INPUT AGYFILE.
           PERFORM 085-PROVE-ONE-RECORD
               UNTIL END-OF-AGENCY-FILE.
           CLOSE AGYFILE.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               DISPLAY 'REMITTANCE FILE HAS NO HEADER OR NO TRAILER.'
               MOVE 'N' TO FILE-PROVED-SW.
           IF TRAILER-SEEN
               IF PF-TRAILER-COUNT NOT = PF-DETAIL-COUNT
                  OR PF-TRAILER-GROSS NOT = PF-GROSS
                  OR PF-TRAILER-COMM  NOT = PF-COMMISSION
                  OR PF-TRAILER-NET   NOT = PF-NET
                   DISPLAY 'REMITTANCE FILE OUT OF BALANCE WITH '
                           'ITS TRAILER.'
                   MOVE 'N' TO FILE-PROVED-SW.
      *
       085-PROVE-ONE-RECORD.
      *
           READ AGYFILE
               AT END
                   MOVE 'Y' TO END-OF-AGENCY-FILE-SW.
           IF NOT END-OF-AGENCY-FILE
               EVALUATE TRUE
                   WHEN AGY-HEADER-RECORD
                       MOVE 'Y'            TO HEADER-SEEN-SW
                       MOVE AGY-AGENCY-ID  TO RH-AGENCY-ID
                       MOVE AGY-REMIT-ID   TO RH-REMIT-ID
                       MOVE AGY-REMIT-DATE TO RH-REMIT-DATE
                   WHEN AGY-DETAIL-RECORD
                       ADD 1 TO PF-DETAIL-COUNT
                       IF AGY-GROSS      NUMERIC
                          AND AGY-COMMISSION NUMERIC
                          AND AGY-NET        NUMERIC
                           ADD AGY-GROSS      TO PF-GROSS
                           ADD AGY-COMMISSION TO PF-COMMISSION
                           ADD AGY-NET        TO PF-NET
                       END-IF
                   WHEN AGY-TRAILER-RECORD
                       MOVE 'Y' TO TRAILER-SEEN-SW
                       MOVE 'Y' TO END-OF-AGENCY-FILE-SW
                       IF AGY-TRAILER-COUNT NUMERIC
                          AND AGY-TRAILER-GROSS NUMERIC
                          AND AGY-TRAILER-COMM  NUMERIC
                          AND AGY-TRAILER-NET   NUMERIC
                           MOVE AGY-TRAILER-COUNT TO PF-TRAILER-COUNT
                           MOVE AGY-TRAILER-GROSS TO PF-TRAILER-GROSS
                           MOVE AGY-TRAILER-COMM  TO PF-TRAILER-COMM
                           MOVE AGY-TRAILER-NET   TO PF-TRAILER-NET
                       ELSE
                           MOVE -1 TO PF-TRAILER-COUNT
                       END-IF
               END-EVALUATE.
      *
       100-WRITE-JOURNAL-HEADER.
      *
           MOVE 'H'      TO JR-RECORD-TYPE.
           MOVE SPACES   TO JR-RECORD-DATA.
           MOVE RUN-DATE TO JR-RUN-DATE.
           MOVE RUN-DATE TO JR-PERIOD-FROM.
           MOVE RUN-DATE TO JR-PERIOD-TO.
           WRITE JOURNAL-RECORD.
           MOVE RH-AGENCY-ID  TO HL2-AGENCY.
           MOVE RH-REMIT-ID   TO HL2-REMIT.
           MOVE RH-REMIT-DATE TO HL2-DATE.
      *
       200-POST-REMITTANCE-RECORD.
      *
           READ AGYFILE
               AT END
                   MOVE 'Y' TO END-OF-AGENCY-FILE-SW.
           IF NOT END-OF-AGENCY-FILE
               IF AGY-DETAIL-RECORD
                   PERFORM 210-POST-REMITTANCE-LINE.
      *
       210-POST-REMITTANCE-LINE.
      *
           MOVE 'Y'    TO LINE-VALID-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 220-EDIT-REMITTANCE-LINE.
           IF LINE-VALID
               PERFORM 230-CHECK-ALREADY-POSTED.
           IF LINE-VALID
               MOVE RM-GROSS TO RM-REMAINING
               MOVE ZERO     TO RM-CURRENT
                                RM-RECOVERED
                                RM-ON-ACCOUNT
               IF RM-INVNO NOT = SPACES
                   PERFORM 240-APPLY-TO-NAMED-INVOICE
               END-IF
               IF LINE-VALID AND RM-REMAINING > 0
                   PERFORM 250-APPLY-TO-OPEN-INVOICES
               END-IF
               IF LINE-VALID AND RM-REMAINING > 0
                   PERFORM 260-RECOVER-WRITTEN-OFF
               END-IF
               IF LINE-VALID AND RM-REMAINING > 0
                   PERFORM 270-PUT-ON-ACCOUNT
               END-IF
               IF LINE-VALID
                   PERFORM 280-INSERT-REMITTANCE-ROW.
           IF LINE-VALID AND PERLOCK-ROLLED-FORWARD
               PERFORM 285-LOG-ROLLED-FORWARD.
           IF LINE-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1             TO LINES-POSTED-COUNT
               ADD RM-GROSS      TO TOTAL-GROSS
               ADD RM-COMMISSION TO TOTAL-COMMISSION
               ADD RM-NET        TO TOTAL-NET
               ADD RM-CURRENT    TO TOTAL-CURRENT
               ADD RM-RECOVERED  TO TOTAL-RECOVERED
               ADD RM-ON-ACCOUNT TO TOTAL-ON-ACCOUNT
               PERFORM 300-WRITE-JOURNAL-DETAILS
               PERFORM 350-PRINT-REGISTER-LINE
               MOVE RM-CUSTNO TO CS-CUSTNO
               PERFORM 850-UPDATE-CUSTOMER-SUMMARY
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM 290-WRITE-BAD-TRANS-RECORD.
      *
       220-EDIT-REMITTANCE-LINE.
      *
           MOVE AGY-CUSTNO       TO RM-CUSTNO.
           MOVE AGY-INVNO        TO RM-INVNO.
           MOVE AGY-COLLECT-DATE TO RM-COLLECT-DATE.
           IF AGY-GROSS      NOT NUMERIC
              OR AGY-COMMISSION NOT NUMERIC
              OR AGY-NET        NOT NUMERIC
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'AM' TO BTR-REASON-CODE
           ELSE
               MOVE AGY-GROSS      TO RM-GROSS
               MOVE AGY-COMMISSION TO RM-COMMISSION
               MOVE AGY-NET        TO RM-NET
               IF RM-GROSS = 0
                  OR RM-GROSS - RM-COMMISSION NOT = RM-NET
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'AM' TO BTR-REASON-CODE.
           IF LINE-VALID AND PERIOD-REFUSED
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'PC' TO BTR-REASON-CODE.
           IF LINE-VALID
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :RM-COUNT
                       FROM MM01.COLLPLACE
                           WHERE CPCUSTNO = :RM-CUSTNO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE 'N'  TO LINE-VALID-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
                   WHEN RM-COUNT = 0
                       MOVE 'N'  TO LINE-VALID-SW
                       MOVE 'NP' TO BTR-REASON-CODE
               END-EVALUATE.
      *
       230-CHECK-ALREADY-POSTED.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :RM-COUNT
                   FROM MM01.AGYREMIT
                       WHERE AGREMITID  = :RH-REMIT-ID
                         AND AGCUSTNO   = :RM-CUSTNO
                         AND AGINVNO    = :RM-INVNO
                         AND AGCOLLDATE = :RM-COLLECT-DATE
                         AND AGGROSS    = :RM-GROSS
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN RM-COUNT > 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'DP' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       240-APPLY-TO-NAMED-INVOICE.
      *
      *    THE INVOICE THE AGENCY NAMED IS EITHER STILL OPEN OR
      *    ONE WRITEOFF CLOSED.  ANY OTHER INVOICE NUMBER, OR ONE
      *    BELONGING TO ANOTHER CUSTOMER, REJECTS THE LINE.
      *
           MOVE RM-INVNO TO AP-INVNO.
           EXEC SQL
               SELECT INVCUST,
                      INVTOTAL -
                          COALESCE((SELECT SUM(PAYAMT)
                              FROM MM01.PAYMENT
                              WHERE PAYINVNO = :AP-INVNO), 0)
                   INTO :AP-INVCUST, :AP-BALANCE
                   FROM MM01.INVOICE
                       WHERE INVNO = :AP-INVNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM 245-FIND-NAMED-WRITEOFF
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN AP-INVCUST NOT = RM-CUSTNO
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'IV' TO BTR-REASON-CODE
               WHEN AP-BALANCE > 0
                   PERFORM 255-APPLY-TO-ONE-INVOICE
           END-EVALUATE.
      *
       245-FIND-NAMED-WRITEOFF.
      *
           EXEC SQL
               SELECT WOCUSTNO,
                      WOAMT - COALESCE(WORECAMT, 0)
                   INTO :AP-INVCUST, :AP-BALANCE
                   FROM MM01.WRITEOFF
                       WHERE WOINVNO = :AP-INVNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'IV' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN AP-INVCUST NOT = RM-CUSTNO
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'IV' TO BTR-REASON-CODE
               WHEN AP-BALANCE > 0
                   PERFORM 265-RECOVER-ONE-INVOICE
           END-EVALUATE.
      *
       250-APPLY-TO-OPEN-INVOICES.
      *
           MOVE 'N' TO END-OF-INVOICES-SW.
           EXEC SQL
               OPEN OPENCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               PERFORM 252-APPLY-NEXT-OPEN-INVOICE
                   UNTIL END-OF-INVOICES
                      OR RM-REMAINING = 0
                      OR NOT LINE-VALID
               EXEC SQL
                   CLOSE OPENCURS
               END-EXEC.
      *
       252-APPLY-NEXT-OPEN-INVOICE.
      *
           EXEC SQL
               FETCH OPENCURS
                   INTO :AP-INVNO, :AP-BALANCE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y'  TO END-OF-INVOICES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OTHER
                   PERFORM 255-APPLY-TO-ONE-INVOICE
           END-EVALUATE.
      *
       255-APPLY-TO-ONE-INVOICE.
      *
           IF RM-REMAINING < AP-BALANCE
               MOVE RM-REMAINING TO AP-AMOUNT
           ELSE
               MOVE AP-BALANCE   TO AP-AMOUNT.
           EXEC SQL
               INSERT INTO MM01.PAYMENT
                      (PAYINVNO,   PAYDATE,    PAYAMT,
                       PAYCHECKNO, PAYCOMP)
                   SELECT :AP-INVNO,  :RUN-DATE,  :AP-AMOUNT,
                          :RH-REMIT-ID, INVCOMP
                       FROM MM01.INVOICE
                           WHERE INVNO = :AP-INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               ADD AP-AMOUNT      TO RM-CURRENT
               SUBTRACT AP-AMOUNT FROM RM-REMAINING.
      *
       260-RECOVER-WRITTEN-OFF.
      *
           MOVE 'N' TO END-OF-WRITEOFFS-SW.
           EXEC SQL
               OPEN WOCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               PERFORM 262-RECOVER-NEXT-WRITEOFF
                   UNTIL END-OF-WRITEOFFS
                      OR RM-REMAINING = 0
                      OR NOT LINE-VALID
               EXEC SQL
                   CLOSE WOCURS
               END-EXEC.
      *
       262-RECOVER-NEXT-WRITEOFF.
      *
           EXEC SQL
               FETCH WOCURS
                   INTO :AP-INVNO, :AP-BALANCE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y'  TO END-OF-WRITEOFFS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OTHER
                   PERFORM 265-RECOVER-ONE-INVOICE
           END-EVALUATE.
      *
       265-RECOVER-ONE-INVOICE.
      *
      *    A RECOVERY NEVER REOPENS THE INVOICE - IT STAYS IN
      *    HISTORY, AND THE WRITE-OFF ROW CARRIES HOW MUCH OF IT
      *    HAS COME BACK AND WHEN.
      *
           IF RM-REMAINING < AP-BALANCE
               MOVE RM-REMAINING TO AP-AMOUNT
           ELSE
               MOVE AP-BALANCE   TO AP-AMOUNT.
           EXEC SQL
               UPDATE MM01.WRITEOFF
                  SET WORECAMT  = COALESCE(WORECAMT, 0) + :AP-AMOUNT,
                      WORECDATE = :RUN-DATE
                WHERE WOINVNO   = :AP-INVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               ADD AP-AMOUNT      TO RM-RECOVERED
               SUBTRACT AP-AMOUNT FROM RM-REMAINING.
      *
       270-PUT-ON-ACCOUNT.
      *
      *    WHAT THE CUSTOMER PAID BEYOND EVERYTHING OWED WAITS ON
      *    ACCOUNT, KEYED BY THE REMITTANCE ID.  A SECOND LINE FOR
      *    THE SAME CUSTOMER IN ONE REMITTANCE ADDS TO THE ROW.
      *
           MOVE RM-REMAINING TO RM-ON-ACCOUNT.
           EXEC SQL
               UPDATE MM01.ONACCT
                  SET ONAMT     = ONAMT + :RM-ON-ACCOUNT
                WHERE ONCUSTNO  = :RM-CUSTNO
                  AND ONTYPE    = 'O'
                  AND ONDATE    = :RUN-DATE
                  AND ONCHECKNO = :RH-REMIT-ID
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MM01.ONACCT
                          (ONCUSTNO,   ONTYPE,    ONDATE,
                           ONCHECKNO,  ONAMT,     ONAPPLIED)
                   VALUES (:RM-CUSTNO, 'O',       :RUN-DATE,
                           :RH-REMIT-ID,
                           :RM-ON-ACCOUNT, 0)
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               MOVE ZERO TO RM-REMAINING.
      *
       280-INSERT-REMITTANCE-ROW.
      *
           EXEC SQL
               SELECT COALESCE(MAX(AGLINE), 0) + 1
                   INTO :RM-LINE
                   FROM MM01.AGYREMIT
                       WHERE AGREMITID = :RH-REMIT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   INSERT INTO MM01.AGYREMIT
                          (AGREMITID,   AGLINE,      AGAGENCY,
                           AGREMDATE,   AGCUSTNO,    AGINVNO,
                           AGCOLLDATE,  AGGROSS,     AGCOMM,
                           AGNET,       AGCURRENT,   AGRECOV,
                           AGONACCT,    AGPOSTDATE)
                   VALUES (:RH-REMIT-ID,   :RM-LINE,
                           :RH-AGENCY-ID,  :RH-REMIT-DATE,
                           :RM-CUSTNO,     :RM-INVNO,
                           :RM-COLLECT-DATE,
                           :RM-GROSS,      :RM-COMMISSION,
                           :RM-NET,        :RM-CURRENT,
                           :RM-RECOVERED,  :RM-ON-ACCOUNT,
                           :RUN-DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO LINE-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       285-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'AGENCY ' RH-REMIT-ID ' CUST ' RM-CUSTNO
                  ' INV ' RM-INVNO DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N'  TO LINE-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
               MOVE 'F'  TO PERLOCK-STATUS.
      *
       290-WRITE-BAD-TRANS-RECORD.
      *
           MOVE AGENCY-REMITTANCE-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO LINES-REJECTED-COUNT.
      *
       300-WRITE-JOURNAL-DETAILS.
      *
      *    CURRENT AND ON-ACCOUNT CASH REACH THE LEDGER THROUGH
      *    THE GL EXTRACT AT GROSS.  THIS JOURNAL BOOKS ONLY THE
      *    RECOVERY AND THE AGENCY'S COMMISSION.
      *
           IF RM-RECOVERED > 0
               MOVE GL-AR-ACCT          TO JR-GLACCT
               MOVE 'D'                 TO JR-DC-CODE
               MOVE RM-RECOVERED        TO JR-AMOUNT
               MOVE 'AR - REINSTATED'   TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE GL-BDRECOV-ACCT     TO JR-GLACCT
               MOVE 'C'                 TO JR-DC-CODE
               MOVE RM-RECOVERED        TO JR-AMOUNT
               MOVE 'BAD DEBT RECOVERY' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE GL-CASH-ACCT        TO JR-GLACCT
               MOVE 'D'                 TO JR-DC-CODE
               MOVE RM-RECOVERED        TO JR-AMOUNT
               MOVE 'CASH - RECOVERY'   TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE GL-AR-ACCT          TO JR-GLACCT
               MOVE 'C'                 TO JR-DC-CODE
               MOVE RM-RECOVERED        TO JR-AMOUNT
               MOVE 'AR - RECOVERY CASH' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF RM-COMMISSION > 0
               MOVE GL-COLLEXP-ACCT     TO JR-GLACCT
               MOVE 'D'                 TO JR-DC-CODE
               MOVE RM-COMMISSION       TO JR-AMOUNT
               MOVE 'AGENCY COMMISSION' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE GL-CASH-ACCT        TO JR-GLACCT
               MOVE 'C'                 TO JR-DC-CODE
               MOVE RM-COMMISSION       TO JR-AMOUNT
               MOVE 'CASH - AGENCY NETTED' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
      *
       310-WRITE-ONE-JOURNAL-LINE.
      *
           MOVE 'D' TO JR-RECORD-TYPE.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JRNL-RECORD-COUNT.
           IF JR-DC-CODE = 'D'
               ADD JR-AMOUNT TO JRNL-DEBIT-TOTAL
           ELSE
               ADD JR-AMOUNT TO JRNL-CREDIT-TOTAL.
           MOVE SPACES TO JR-RECORD-DATA.
      *
       350-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 360-PRINT-REPORT-HEADING.
           MOVE RM-CUSTNO       TO RL-CUSTNO.
           MOVE RM-INVNO        TO RL-INVNO.
           MOVE RM-COLLECT-DATE TO RL-COLLECT-DATE.
           MOVE RM-GROSS        TO RL-GROSS.
           MOVE RM-COMMISSION   TO RL-COMMISSION.
           MOVE RM-NET          TO RL-NET.
           MOVE RM-CURRENT      TO RL-CURRENT.
           MOVE RM-RECOVERED    TO RL-RECOVERED.
           MOVE RM-ON-ACCOUNT   TO RL-ON-ACCOUNT.
           IF RM-RECOVERED > 0
               MOVE 'RECOVERY'  TO RL-NOTE
           ELSE
               MOVE SPACES      TO RL-NOTE.
           MOVE REGISTER-LINE TO PRTOUT-RECORD.
           PERFORM 370-WRITE-REPORT-LINE.
      *
       360-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 370-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 370-WRITE-REPORT-LINE.
      *
       370-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       400-WRITE-JOURNAL-TRAILER.
      *
           MOVE 'T'               TO JR-RECORD-TYPE.
           MOVE SPACES            TO JR-RECORD-DATA.
           MOVE JRNL-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JRNL-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JRNL-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       500-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 360-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'POSTED LINES:'    TO TL-LABEL
               MOVE LINES-POSTED-COUNT TO TL-COUNT
               MOVE TOTAL-GROSS        TO TL-GROSS
               MOVE TOTAL-COMMISSION   TO TL-COMMISSION
               MOVE TOTAL-NET          TO TL-NET
               MOVE TOTAL-CURRENT      TO TL-CURRENT
               MOVE TOTAL-RECOVERED    TO TL-RECOVERED
               MOVE TOTAL-ON-ACCOUNT   TO TL-ON-ACCOUNT
               MOVE TOTAL-LINE         TO PRTOUT-RECORD
               PERFORM 370-WRITE-REPORT-LINE
               MOVE SPACES             TO TOTAL-LINE
               MOVE 'REJECTED LINES:'  TO TL-LABEL
               MOVE LINES-REJECTED-COUNT TO TL-COUNT
               MOVE TOTAL-LINE         TO PRTOUT-RECORD
               PERFORM 370-WRITE-REPORT-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                       TO PRTOUT-RECORD
               PERFORM 370-WRITE-REPORT-LINE.
      *
       850-UPDATE-CUSTOMER-SUMMARY.
      *
           IF CS-CUSTNO NOT = SPACES
               MOVE 'Y' TO SUMMARY-VALID-SW
               PERFORM 851-SUM-OPEN-ITEMS
               IF SUMMARY-VALID
                   PERFORM 852-GET-HISTORY-DATES
               END-IF
               IF SUMMARY-VALID
                   PERFORM 853-SUM-YTD-SALES
               END-IF
               IF SUMMARY-VALID
                   PERFORM 854-STORE-SUMMARY-ROW.
      *
       851-SUM-OPEN-ITEMS.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(INVTOTAL), 0),
                      COALESCE(MAX(INVDATE), ' ')
                   INTO :CS-OPEN-COUNT, :CS-OPEN-INVOICES,
                        :CS-LAST-INV
                   FROM MM01.INVOICE
                       WHERE INVCUST = :CS-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO SUMMARY-VALID-SW
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(A.PAYAMT), 0),
                          COALESCE(MAX(A.PAYDATE), ' ')
                       INTO :CS-OPEN-PAYMENTS, :CS-LAST-PAY
                       FROM MM01.PAYMENT A
                           INNER JOIN MM01.INVOICE B
                       ON A.PAYINVNO = B.INVNO
                           WHERE B.INVCUST = :CS-CUSTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO SUMMARY-VALID-SW.
      *
       852-GET-HISTORY-DATES.
      *
           EXEC SQL
               SELECT COALESCE(MAX(INVDATE), ' ')
                   INTO :CS-LAST-INV-H
                   FROM MM01.INVHIST
                       WHERE INVCUST = :CS-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO SUMMARY-VALID-SW
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(A.PAYDATE), ' ')
                       INTO :CS-LAST-PAY-H
                       FROM MM01.PAYHIST A
                           INNER JOIN MM01.INVHIST B
                       ON A.PAYINVNO = B.INVNO
                           WHERE B.INVCUST = :CS-CUSTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO SUMMARY-VALID-SW.
           IF SUMMARY-VALID
               IF CS-LAST-INV-H > CS-LAST-INV
                   MOVE CS-LAST-INV-H TO CS-LAST-INV
               END-IF
               IF CS-LAST-PAY-H > CS-LAST-PAY
                   MOVE CS-LAST-PAY-H TO CS-LAST-PAY.
      *
       853-SUM-YTD-SALES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-01-01' DELIMITED BY SIZE
               INTO CS-YEAR-START.
           EXEC SQL
               SELECT COALESCE(SUM(INVTOTAL), 0)
                   INTO :CS-YTD-SALES
                   FROM MM01.INVOICE
                       WHERE INVCUST  = :CS-CUSTNO
                         AND INVDATE >= :CS-YEAR-START
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO SUMMARY-VALID-SW
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(INVTOTAL), 0)
                       INTO :CS-YTD-HIST
                       FROM MM01.INVHIST
                           WHERE INVCUST  = :CS-CUSTNO
                             AND INVDATE >= :CS-YEAR-START
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO SUMMARY-VALID-SW
               ELSE
                   ADD CS-YTD-HIST TO CS-YTD-SALES.
      *
       854-STORE-SUMMARY-ROW.
      *
           COMPUTE CS-OPEN-BALANCE =
               CS-OPEN-INVOICES - CS-OPEN-PAYMENTS.
           EXEC SQL
               UPDATE MM01.CUSTSUMM
                  SET CSOPENBAL  = :CS-OPEN-BALANCE,
                      CSOPENCNT  = :CS-OPEN-COUNT,
                      CSLASTINV  = :CS-LAST-INV,
                      CSLASTPAY  = :CS-LAST-PAY,
                      CSYTDSALES = :CS-YTD-SALES
                WHERE CSCUSTNO   = :CS-CUSTNO
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MM01.CUSTSUMM
                          (CSCUSTNO,    CSOPENBAL,  CSOPENCNT,
                           CSLASTINV,   CSLASTPAY,  CSYTDSALES)
                   VALUES (:CS-CUSTNO,  :CS-OPEN-BALANCE,
                           :CS-OPEN-COUNT, :CS-LAST-INV,
                           :CS-LAST-PAY, :CS-YTD-SALES)
               END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
