       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REBACCR.
      *
      *    QUARTERLY VOLUME REBATE ACCRUAL AND SETTLEMENT.  FOR
      *    EVERY ACTIVE AGREEMENT REBMNT MAINTAINS, THE QUALIFYING
      *    SALES FROM THE START OF ITS PERIOD TO THE QUARTER-END
      *    DATE ON THE SYSIN CARD (OR THE PERIOD END, IF SOONER)
      *    ARE SUMMED FROM INVOICE AND INVHIST - INVOICE SUBTOTALS,
      *    BEFORE TAX AND SHIPPING - FOR THE CUSTOMER, AND FOR A
      *    HIERARCHY AGREEMENT EVERY CUSTOMER WHOSE PARENT IT IS.
      *    THE HIGHEST TIER REACHED GIVES THE PERCENT, AND THE
      *    REBATE EARNED TO DATE LESS WHAT IS ALREADY ACCRUED IS
      *    JOURNALLED AS THIS QUARTER'S MOVEMENT IN THE LIABILITY.
      *
      *    AN AGREEMENT WHOSE PERIOD HAS ENDED BY THE QUARTER-END
      *    DATE IS SETTLED IN THE SAME RUN: THE REBATE EARNED GOES
      *    OUT AS A 'C' CREDIT MEMO FOR PAYPOST (ONE BATCH WITH A
      *    HEADER AND TRAILER, THE SAME AS RMAMNT'S), THE
      *    LIABILITY IS CLEARED AGAINST AR, AND A REBATE STATEMENT
      *    SHOWING THE CALCULATION IS PRINTED FOR THE CUSTOMER.  A
      *    CANCELLED AGREEMENT HAS WHATEVER IT HAD ACCRUED REVERSED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PAYTRAN ASSIGN TO UT-S-PAYTRAN.
           SELECT REBJRNL ASSIGN TO UT-S-REBJRNL.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
           SELECT REBSTMT ASSIGN TO UT-S-REBSTMT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  REBJRNL
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
       FD  REBSTMT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  REBSTMT-RECORD              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-AGREEMENTS-SW    PIC X   VALUE 'N'.
               88  END-OF-AGREEMENTS           VALUE 'Y'.
           05  AGREEMENT-VALID-SW      PIC X   VALUE 'Y'.
               88  AGREEMENT-VALID             VALUE 'Y'.
           05  ACCOUNTS-FOUND-SW       PIC X   VALUE 'Y'.
               88  ACCOUNTS-FOUND              VALUE 'Y'.
           05  SETTLE-AGREEMENT-SW     PIC X   VALUE 'N'.
               88  SETTLE-AGREEMENT            VALUE 'Y'.
           05  END-OF-MEMBERS-SW       PIC X   VALUE 'N'.
               88  END-OF-MEMBERS              VALUE 'Y'.
           05  END-OF-TIERS-SW         PIC X   VALUE 'N'.
               88  END-OF-TIERS                VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  QTR-END-DATE            PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  GL-ACCOUNT-FIELDS.
           05  GL-REBEXP-ACCT          PIC X(8).
           05  GL-REBLIAB-ACCT         PIC X(8).
           05  GL-AR-ACCT              PIC X(8).
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  CURSOR-RESTART-FIELDS.
      *
           05  RS-AGRNO                PIC X(6)  VALUE LOW-VALUE.
      *
       01  AGREEMENT-FIELDS.
           05  AG-AGRNO                PIC X(6).
           05  AG-CUSTNO               PIC X(6).
           05  AG-HIERARCHY            PIC X.
           05  AG-FROMDATE             PIC X(10).
           05  AG-TODATE               PIC X(10).
           05  AG-STATUS               PIC X.
           05  AG-ASOF-DATE            PIC X(10).
           05  AG-TIER                 PIC S9(4)       COMP.
           05  AG-SALES                PIC S9(11)V99   COMP-3.
           05  AG-PCT                  PIC S9(2)V999   COMP-3.
           05  AG-EARNED               PIC S9(9)V99    COMP-3.
           05  AG-PRIOR-ACCRUED        PIC S9(9)V99    COMP-3.
           05  AG-MOVEMENT             PIC S9(9)V99    COMP-3.
           05  AG-NEW-STATUS           PIC X.
           05  AG-SETTLE-DATE          PIC X(10).
      *
       01  STATEMENT-FIELDS.
           05  ST-FNAME                PIC X(20).
           05  ST-LNAME                PIC X(30).
           05  ST-ADDR                 PIC X(30).
           05  ST-CITY                 PIC X(20).
           05  ST-STATE                PIC X(2).
           05  ST-ZIPCODE              PIC X(10).
           05  ST-MEMBER-CUSTNO        PIC X(6).
           05  ST-MEMBER-LNAME         PIC X(30).
           05  ST-MEMBER-SALES         PIC S9(11)V99   COMP-3.
           05  ST-TIER                 PIC S9(4)       COMP.
           05  ST-MINSALES             PIC S9(9)V99    COMP-3.
           05  ST-PCT                  PIC S9(2)V999   COMP-3.
      *
       01  REBATE-TOTAL-FIELDS         COMP-3.
           05  AGREEMENTS-ACCRUED      PIC S9(5)       VALUE ZERO.
           05  AGREEMENTS-SETTLED      PIC S9(5)       VALUE ZERO.
           05  AGREEMENTS-FAILED       PIC S9(5)       VALUE ZERO.
           05  MOVEMENT-TOTAL          PIC S9(11)V99   VALUE ZERO.
           05  JRNL-RECORD-COUNT       PIC S9(5)       VALUE ZERO.
           05  JRNL-DEBIT-TOTAL        PIC S9(11)V99   VALUE ZERO.
           05  JRNL-CREDIT-TOTAL       PIC S9(11)V99   VALUE ZERO.
      *
      *    THE CREDIT MEMOS GO OUT AS ONE BATCH WITH A HEADER AND
      *    TRAILER SO PAYPOST PROVES THEM LIKE ANY OTHER DEPOSIT
      *    BATCH.  EACH MEMO CARRIES 'REB' AND THE AGREEMENT
      *    NUMBER IN THE CHECK NUMBER FIELD.
      *
       01  BATCH-CONTROL-FIELDS.
           05  BATCH-ITEM-COUNT         PIC S9(5)    COMP-3
                                                     VALUE ZERO.
           05  BATCH-ITEM-AMOUNT        PIC S9(9)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  BATCH-HEADER-RECORD.
           05  FILLER                   PIC X        VALUE 'B'.
           05  BHR-BATCH-ID             PIC X(8).
           05  BHR-DEPOSIT-DATE         PIC X(10).
           05  FILLER                   PIC X(31)    VALUE SPACES.
      *
       01  BATCH-TRAILER-RECORD.
           05  FILLER                   PIC X        VALUE 'T'.
           05  BTR-BATCH-ID             PIC X(8).
           05  BTR-ITEM-COUNT           PIC 9(5).
           05  BTR-ITEM-AMOUNT          PIC 9(9)V99.
           05  FILLER                   PIC X(25)    VALUE SPACES.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
           05  STMT-SPACE-CONTROL      PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)   VALUE
               'REBATE ACCRUAL REGISTER - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(43)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'AGRMNT  CUSTNO  H  F'.
           05  FILLER      PIC X(20)   VALUE 'ROM       TO        '.
           05  FILLER      PIC X(20)   VALUE '     QUAL SALES     '.
           05  FILLER      PIC X(20)   VALUE 'PCT       EARNED   P'.
           05  FILLER      PIC X(20)   VALUE 'RIOR ACCR     MOVEME'.
           05  FILLER      PIC X(20)   VALUE 'NT   ACTION         '.
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-AGRNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-HIER     PIC X.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-FROM     PIC X(10).
           05  FILLER      PIC X       VALUE SPACES.
           05  RL-TO       PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SALES    PIC Z(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PCT      PIC Z9.999.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-EARNED   PIC Z(7)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PRIOR    PIC Z(7)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-MOVE     PIC Z(7)9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ACTION   PIC X(10).
           05  FILLER      PIC X(17)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(20)   VALUE 'ACCRUAL MOVEMENT:   '.
           05  TL-MOVE     PIC Z(9)9.99-.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(20)   VALUE 'CREDIT MEMOS ISSUED:'.
           05  TL-CREDITS  PIC Z(9)9.99.
           05  FILLER      PIC X(60)   VALUE SPACES.
      *
       01  STATEMENT-HEADING-LINE.
           05  FILLER      PIC X(26)   VALUE
               'VOLUME REBATE STATEMENT - '.
           05  SHL-DATE    PIC X(21).
           05  FILLER      PIC X(85)   VALUE SPACES.
      *
       01  MAILING-LINE-1.
           05  ML1-FNAME   PIC X(20).
           05  FILLER      PIC X       VALUE SPACES.
           05  ML1-LNAME   PIC X(30).
           05  FILLER      PIC X(81)   VALUE SPACES.
      *
       01  MAILING-LINE-2.
           05  ML2-ADDR    PIC X(30).
           05  FILLER      PIC X(102)  VALUE SPACES.
      *
       01  MAILING-LINE-3.
           05  ML3-CITY    PIC X(20).
           05  FILLER      PIC X       VALUE SPACES.
           05  ML3-STATE   PIC X(2).
           05  FILLER      PIC X       VALUE SPACES.
           05  ML3-ZIPCODE PIC X(10).
           05  FILLER      PIC X(98)   VALUE SPACES.
      *
       01  AGREEMENT-LINE.
           05  FILLER      PIC X(18)   VALUE 'REBATE AGREEMENT: '.
           05  AGL-AGRNO   PIC X(6).
           05  FILLER      PIC X(10)   VALUE '  PERIOD: '.
           05  AGL-FROM    PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  AGL-TO      PIC X(10).
           05  FILLER      PIC X(74)   VALUE SPACES.
      *
       01  STATEMENT-CAPTION-LINE.
           05  SCL-TEXT    PIC X(40).
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  MEMBER-LINE.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  MBL-CUSTNO  PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  MBL-LNAME   PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  MBL-SALES   PIC Z(9)9.99.
           05  FILLER      PIC X(74)   VALUE SPACES.
      *
       01  TIER-LINE.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(5)    VALUE 'TIER '.
           05  TRL-TIER    PIC Z9.
           05  FILLER      PIC X(13)   VALUE '  SALES FROM '.
           05  TRL-MIN     PIC Z(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TRL-PCT     PIC Z9.999.
           05  FILLER      PIC X(2)    VALUE '% '.
           05  TRL-MARK    PIC X(12).
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  AMOUNT-LINE.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  AML-LABEL   PIC X(30).
           05  AML-AMOUNT  PIC Z(9)9.99-.
           05  FILLER      PIC X(83)   VALUE SPACES.
      *
       01  PERCENT-LINE.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(30)   VALUE 'REBATE PERCENT EARNED'.
           05  FILLER      PIC X(7)    VALUE SPACES.
           05  PCL-PCT     PIC Z9.999.
           05  FILLER      PIC X(84)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    AGRCURS IS HELD ACROSS THE PER-AGREEMENT COMMITS.  A
      *    ROLLBACK STILL CLOSES A HELD CURSOR, SO THE RESTART
      *    PREDICATE LETS THE REOPEN RESUME PAST THE FAILED
      *    AGREEMENT, THE SAME AS THE WRITEOFF SWEEP.
      *
           EXEC SQL
               DECLARE AGRCURS CURSOR WITH HOLD FOR
                   SELECT RAAGRNO,    RACUSTNO,   RAHIER,
                          RAFROMDATE, RATODATE,   RASTATUS,
                          RAACCRUED
                       FROM MM01.REBAGR
                       WHERE ((RASTATUS   = 'A'
                           AND RAFROMDATE <= :QTR-END-DATE)
                          OR (RASTATUS    = 'X'
                           AND RAACCRUED  <> 0))
                         AND RAAGRNO > :RS-AGRNO
                       ORDER BY RAAGRNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE MEMBCURS CURSOR FOR
                   SELECT S.INVCUST, C.LNAME, SUM(S.INVSUBT)
                       FROM (SELECT INVCUST, INVDATE, INVSUBT
                                 FROM MM01.INVOICE
                             UNION ALL
                             SELECT INVCUST, INVDATE, INVSUBT
                                 FROM MM01.INVHIST) AS S,
                            MM01.CUSTOMER C
                       WHERE C.CUSTNO = S.INVCUST
                         AND S.INVDATE BETWEEN :AG-FROMDATE
                                           AND :AG-ASOF-DATE
                         AND (S.INVCUST = :AG-CUSTNO
                           OR (:AG-HIERARCHY = 'Y'
                               AND C.PARENT = :AG-CUSTNO))
                       GROUP BY S.INVCUST, C.LNAME
                       ORDER BY S.INVCUST
           END-EXEC.
      *
           EXEC SQL
               DECLARE TIERCURS CURSOR FOR
                   SELECT RTTIER, RTMINSALES, RTPCT
                       FROM MM01.REBTIER
                       WHERE RTAGRNO = :AG-AGRNO
                       ORDER BY RTMINSALES
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-ACCRUE-VOLUME-REBATES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'REBACCR ' TO EOJS-Program-Id.
           OPEN OUTPUT PAYTRAN
                       REBJRNL
                       PRTOUT
                       REBSTMT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           MOVE HL1-DATE TO SHL-DATE.
           PERFORM 050-ACCEPT-QUARTER-END.
           PERFORM 060-LOOK-UP-GL-ACCOUNTS.
           IF ACCOUNTS-FOUND
               PERFORM 100-WRITE-BATCH-AND-JOURNAL-HDR
               PERFORM 150-OPEN-AGREEMENT-CURSOR
               IF VALID-CURSOR
                   PERFORM 200-ACCRUE-ONE-AGREEMENT
                       UNTIL END-OF-AGREEMENTS
                          OR NOT-VALID-CURSOR
                   EXEC SQL
                       CLOSE AGRCURS
                   END-EXEC
               END-IF
               PERFORM 400-WRITE-BATCH-AND-JOURNAL-TLR
               PERFORM 500-PRINT-TOTAL-LINE.
           CLOSE PAYTRAN
                 REBJRNL
                 PRTOUT
                 REBSTMT.
           DISPLAY AGREEMENTS-ACCRUED ' AGREEMENT(S) ACCRUED.'.
           DISPLAY AGREEMENTS-SETTLED ' AGREEMENT(S) SETTLED.'.
           DISPLAY BATCH-ITEM-COUNT   ' CREDIT MEMO(S) WRITTEN.'.
           MOVE AGREEMENTS-ACCRUED TO EOJS-Records-In.
           ADD  AGREEMENTS-FAILED  TO EOJS-Records-In.
           MOVE AGREEMENTS-ACCRUED TO EOJS-Records-Out.
           MOVE AGREEMENTS-FAILED  TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF AGREEMENTS-FAILED > 0
               DISPLAY AGREEMENTS-FAILED ' AGREEMENT(S) FAILED.'
               MOVE 8 TO RETURN-CODE.
           IF NOT ACCOUNTS-FOUND OR NOT-VALID-CURSOR
               DISPLAY '**** RUN INCOMPLETE -- JOURNAL VOID ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-QUARTER-END.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE
               INTO QTR-END-DATE.
      *
       060-LOOK-UP-GL-ACCOUNTS.
      *
           MOVE 'REBEXP'  TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-REBEXP-ACCT.
           MOVE 'REBLIAB' TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-REBLIAB-ACCT.
           MOVE 'AR'      TO AL-GLKEY.
           PERFORM 070-LOOK-UP-ONE-ACCOUNT.
           MOVE AL-GLACCT TO GL-AR-ACCT.
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
       100-WRITE-BATCH-AND-JOURNAL-HDR.
      *
           STRING 'RB' CDT-Year(3:2) CDT-Month CDT-Day
               DELIMITED BY SIZE INTO BHR-BATCH-ID.
           MOVE BHR-BATCH-ID TO BTR-BATCH-ID.
           MOVE QTR-END-DATE TO BHR-DEPOSIT-DATE.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-HEADER-RECORD.
           MOVE 'H'          TO JR-RECORD-TYPE.
           MOVE SPACES       TO JR-RECORD-DATA.
           MOVE QTR-END-DATE TO JR-RUN-DATE.
           MOVE QTR-END-DATE TO JR-PERIOD-FROM.
           MOVE QTR-END-DATE TO JR-PERIOD-TO.
           WRITE JOURNAL-RECORD.
      *
       150-OPEN-AGREEMENT-CURSOR.
      *
           EXEC SQL
               OPEN AGRCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-ACCRUE-ONE-AGREEMENT.
      *
           EXEC SQL
               FETCH AGRCURS
                   INTO :AG-AGRNO,    :AG-CUSTNO,  :AG-HIERARCHY,
                        :AG-FROMDATE, :AG-TODATE,  :AG-STATUS,
                        :AG-PRIOR-ACCRUED
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-AGREEMENTS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   MOVE 'Y'      TO AGREEMENT-VALID-SW
                   MOVE AG-AGRNO TO RS-AGRNO
                   PERFORM 210-COMPUTE-REBATE
                   IF AGREEMENT-VALID
                       PERFORM 250-UPDATE-AGREEMENT-ROW
                   END-IF
                   IF AGREEMENT-VALID
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       ADD 1           TO AGREEMENTS-ACCRUED
                       ADD AG-MOVEMENT TO MOVEMENT-TOTAL
                       PERFORM 260-WRITE-ACCRUAL-JOURNAL
                       IF SETTLE-AGREEMENT
                           ADD 1 TO AGREEMENTS-SETTLED
                           PERFORM 270-SETTLE-AGREEMENT
                       END-IF
                       PERFORM 280-PRINT-REGISTER-LINE
                   ELSE
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                       ADD 1 TO AGREEMENTS-FAILED
                       DISPLAY '**** REBATE AGREEMENT ' AG-AGRNO
                               ' NOT ACCRUED - SQLCODE ' SQLCODE
                       PERFORM 150-OPEN-AGREEMENT-CURSOR
                   END-IF
           END-EVALUATE.
      *
       210-COMPUTE-REBATE.
      *
           MOVE 'N'       TO SETTLE-AGREEMENT-SW.
           MOVE AG-STATUS TO AG-NEW-STATUS.
           MOVE SPACES    TO AG-SETTLE-DATE.
           MOVE ZERO      TO AG-SALES
                             AG-PCT
                             AG-TIER
                             AG-EARNED.
           IF AG-STATUS = 'A'
               IF AG-TODATE > QTR-END-DATE
                   MOVE QTR-END-DATE TO AG-ASOF-DATE
               ELSE
                   MOVE AG-TODATE    TO AG-ASOF-DATE
                   MOVE 'Y'          TO SETTLE-AGREEMENT-SW
                   MOVE 'S'          TO AG-NEW-STATUS
                   MOVE QTR-END-DATE TO AG-SETTLE-DATE
               END-IF
               PERFORM 220-SUM-QUALIFYING-SALES
               IF AGREEMENT-VALID
                   PERFORM 230-FIND-TIER-PERCENT
               END-IF
               IF AGREEMENT-VALID
                   COMPUTE AG-EARNED ROUNDED =
                       AG-SALES * AG-PCT / 100.
           COMPUTE AG-MOVEMENT = AG-EARNED - AG-PRIOR-ACCRUED.
      *
       220-SUM-QUALIFYING-SALES.
      *
      *    PAID-OFF INVOICES HAVE MOVED TO HISTORY, SO THE PERIOD'S
      *    SALES ARE THE OPEN AND HISTORY TABLES TOGETHER, THE
      *    SAME AS THE GL EXTRACT TAKES THEM.
      *
           EXEC SQL
               SELECT COALESCE(SUM(S.INVSUBT), 0)
                   INTO :AG-SALES
                   FROM (SELECT INVCUST, INVDATE, INVSUBT
                             FROM MM01.INVOICE
                         UNION ALL
                         SELECT INVCUST, INVDATE, INVSUBT
                             FROM MM01.INVHIST) AS S
                   WHERE S.INVDATE BETWEEN :AG-FROMDATE
                                       AND :AG-ASOF-DATE
                     AND (S.INVCUST = :AG-CUSTNO
                       OR (:AG-HIERARCHY = 'Y'
                           AND S.INVCUST IN
                               (SELECT CUSTNO
                                    FROM MM01.CUSTOMER
                                    WHERE PARENT = :AG-CUSTNO)))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO AGREEMENT-VALID-SW.
      *
       230-FIND-TIER-PERCENT.
      *
      *    THE HIGHEST THRESHOLD REACHED SETS THE PERCENT FOR ALL
      *    QUALIFYING SALES.  SALES SHORT OF THE FIRST TIER EARN
      *    NOTHING.
      *
           EXEC SQL
               SELECT RTTIER, RTPCT
                   INTO :AG-TIER, :AG-PCT
                   FROM MM01.REBTIER
                       WHERE RTAGRNO    = :AG-AGRNO
                         AND RTMINSALES =
                             (SELECT MAX(RTMINSALES)
                                  FROM MM01.REBTIER
                                  WHERE RTAGRNO    = :AG-AGRNO
                                    AND RTMINSALES <= :AG-SALES)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO AG-TIER
                                AG-PCT
               WHEN OTHER
                   MOVE 'N' TO AGREEMENT-VALID-SW
           END-EVALUATE.
      *
       250-UPDATE-AGREEMENT-ROW.
      *
           EXEC SQL
               UPDATE MM01.REBAGR
                  SET RASALES     = :AG-SALES,
                      RAPCT       = :AG-PCT,
                      RAACCRUED   = :AG-EARNED,
                      RASTATUS    = :AG-NEW-STATUS,
                      RASETTLDATE = :AG-SETTLE-DATE
                WHERE RAAGRNO     = :AG-AGRNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO AGREEMENT-VALID-SW.
      *
       260-WRITE-ACCRUAL-JOURNAL.
      *
      *    AN INCREASE IN THE REBATE EARNED IS EXPENSED INTO THE
      *    LIABILITY; A DECREASE (SALES REVERSED, OR A CANCELLED
      *    AGREEMENT) COMES BACK OUT OF IT.
      *
           IF AG-MOVEMENT > ZERO
               MOVE GL-REBEXP-ACCT  TO JR-GLACCT
               MOVE 'D'             TO JR-DC-CODE
               MOVE AG-MOVEMENT     TO JR-AMOUNT
               MOVE 'REBATE EXPENSE'     TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE
               MOVE GL-REBLIAB-ACCT TO JR-GLACCT
               MOVE 'C'             TO JR-DC-CODE
               MOVE AG-MOVEMENT     TO JR-AMOUNT
               MOVE 'REBATE LIABILITY'   TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE.
           IF AG-MOVEMENT < ZERO
               MOVE GL-REBLIAB-ACCT TO JR-GLACCT
               MOVE 'D'             TO JR-DC-CODE
               COMPUTE JR-AMOUNT = 0 - AG-MOVEMENT
               MOVE 'REBATE LIABILITY'   TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE
               MOVE GL-REBEXP-ACCT  TO JR-GLACCT
               MOVE 'C'             TO JR-DC-CODE
               COMPUTE JR-AMOUNT = 0 - AG-MOVEMENT
               MOVE 'REBATE EXPENSE'     TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE.
      *
       265-WRITE-JOURNAL-LINE.
      *
           MOVE 'D' TO JR-RECORD-TYPE.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JRNL-RECORD-COUNT.
           IF JR-DC-CODE = 'D'
               ADD JR-AMOUNT TO JRNL-DEBIT-TOTAL
           ELSE
               ADD JR-AMOUNT TO JRNL-CREDIT-TOTAL.
      *
       270-SETTLE-AGREEMENT.
      *
      *    THE CREDIT GOES TO THE AGREEMENT CUSTOMER - THE PARENT
      *    FOR A NATIONAL ACCOUNT - ON ACCOUNT, FOR CASH
      *    APPLICATION TO TAKE AGAINST ITS OPEN INVOICES.
      *
           IF AG-EARNED > ZERO
               MOVE 'C'           TO PYT-TRANS-CODE
               MOVE SPACES        TO PYT-INVNO
               MOVE AG-CUSTNO     TO PYT-CUSTNO
               MOVE QTR-END-DATE  TO PYT-PAYDATE
               MOVE AG-EARNED     TO PYT-PAYAMT
               MOVE SPACES        TO PYT-CHECKNO
               STRING 'REB' AG-AGRNO DELIMITED BY SIZE
                   INTO PYT-CHECKNO
               MOVE 'REBACCR '    TO PYT-USER-ID
               WRITE PAYMENT-TRANSACTION-RECORD
               ADD 1         TO BATCH-ITEM-COUNT
               ADD AG-EARNED TO BATCH-ITEM-AMOUNT
               MOVE GL-REBLIAB-ACCT TO JR-GLACCT
               MOVE 'D'             TO JR-DC-CODE
               MOVE AG-EARNED       TO JR-AMOUNT
               MOVE 'REBATE LIABILITY'   TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE
               MOVE GL-AR-ACCT      TO JR-GLACCT
               MOVE 'C'             TO JR-DC-CODE
               MOVE AG-EARNED       TO JR-AMOUNT
               MOVE 'AR - REBATE CREDIT' TO JR-DESC
               PERFORM 265-WRITE-JOURNAL-LINE.
           PERFORM 300-PRINT-REBATE-STATEMENT.
      *
       280-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 285-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE AG-AGRNO         TO RL-AGRNO.
           MOVE AG-CUSTNO        TO RL-CUSTNO.
           MOVE AG-HIERARCHY     TO RL-HIER.
           MOVE AG-FROMDATE      TO RL-FROM.
           MOVE AG-TODATE        TO RL-TO.
           MOVE AG-SALES         TO RL-SALES.
           MOVE AG-PCT           TO RL-PCT.
           MOVE AG-EARNED        TO RL-EARNED.
           MOVE AG-PRIOR-ACCRUED TO RL-PRIOR.
           MOVE AG-MOVEMENT      TO RL-MOVE.
           EVALUATE TRUE
               WHEN AG-STATUS = 'X'
                   MOVE 'REVERSED'   TO RL-ACTION
               WHEN SETTLE-AGREEMENT
                   MOVE 'SETTLED'    TO RL-ACTION
               WHEN OTHER
                   MOVE 'ACCRUED'    TO RL-ACTION
           END-EVALUATE.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 290-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       285-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 290-WRITE-REPORT-LINE.
      *
       290-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-PRINT-REBATE-STATEMENT.
      *
      *    ONE PAGE PER SETTLED AGREEMENT: WHOSE SALES COUNTED,
      *    THE TIER TABLE WITH THE TIER REACHED MARKED, AND THE
      *    ARITHMETIC THAT GIVES THE CREDIT.
      *
           EXEC SQL
               SELECT FNAME,     LNAME,     ADDR,
                      CITY,      STATE,     ZIPCODE
                   INTO :ST-FNAME, :ST-LNAME, :ST-ADDR,
                        :ST-CITY,  :ST-STATE, :ST-ZIPCODE
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :AG-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES    TO ST-FNAME ST-ADDR ST-CITY
                                 ST-STATE ST-ZIPCODE
               MOVE AG-CUSTNO TO ST-LNAME.
           MOVE STATEMENT-HEADING-LINE TO REBSTMT-RECORD.
           WRITE REBSTMT-RECORD
               AFTER ADVANCING PAGE.
           MOVE ST-FNAME   TO ML1-FNAME.
           MOVE ST-LNAME   TO ML1-LNAME.
           MOVE MAILING-LINE-1 TO REBSTMT-RECORD.
           MOVE 3 TO STMT-SPACE-CONTROL.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE ST-ADDR    TO ML2-ADDR.
           MOVE MAILING-LINE-2 TO REBSTMT-RECORD.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE ST-CITY    TO ML3-CITY.
           MOVE ST-STATE   TO ML3-STATE.
           MOVE ST-ZIPCODE TO ML3-ZIPCODE.
           MOVE MAILING-LINE-3 TO REBSTMT-RECORD.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE AG-AGRNO    TO AGL-AGRNO.
           MOVE AG-FROMDATE TO AGL-FROM.
           MOVE AG-ASOF-DATE TO AGL-TO.
           MOVE AGREEMENT-LINE TO REBSTMT-RECORD.
           MOVE 3 TO STMT-SPACE-CONTROL.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE 'QUALIFYING SALES BY ACCOUNT' TO SCL-TEXT.
           MOVE STATEMENT-CAPTION-LINE TO REBSTMT-RECORD.
           MOVE 2 TO STMT-SPACE-CONTROL.
           PERFORM 390-WRITE-STATEMENT-LINE.
           PERFORM 310-PRINT-MEMBER-SALES.
           MOVE 'REBATE TIERS' TO SCL-TEXT.
           MOVE STATEMENT-CAPTION-LINE TO REBSTMT-RECORD.
           MOVE 2 TO STMT-SPACE-CONTROL.
           PERFORM 390-WRITE-STATEMENT-LINE.
           PERFORM 320-PRINT-TIER-TABLE.
           MOVE 'TOTAL QUALIFYING SALES'  TO AML-LABEL.
           MOVE AG-SALES                  TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO REBSTMT-RECORD.
           MOVE 2 TO STMT-SPACE-CONTROL.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE AG-PCT                    TO PCL-PCT.
           MOVE PERCENT-LINE TO REBSTMT-RECORD.
           PERFORM 390-WRITE-STATEMENT-LINE.
           MOVE 'REBATE CREDITED TO ACCOUNT' TO AML-LABEL.
           MOVE AG-EARNED                 TO AML-AMOUNT.
           MOVE AMOUNT-LINE TO REBSTMT-RECORD.
           PERFORM 390-WRITE-STATEMENT-LINE.
      *
       310-PRINT-MEMBER-SALES.
      *
           MOVE 'N' TO END-OF-MEMBERS-SW.
           EXEC SQL
               OPEN MEMBCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-MEMBERS-SW.
           MOVE 1 TO STMT-SPACE-CONTROL.
           PERFORM 315-PRINT-ONE-MEMBER
               UNTIL END-OF-MEMBERS.
           EXEC SQL
               CLOSE MEMBCURS
           END-EXEC.
      *
       315-PRINT-ONE-MEMBER.
      *
           EXEC SQL
               FETCH MEMBCURS
                   INTO :ST-MEMBER-CUSTNO, :ST-MEMBER-LNAME,
                        :ST-MEMBER-SALES
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-MEMBERS-SW
           ELSE
               MOVE ST-MEMBER-CUSTNO TO MBL-CUSTNO
               MOVE ST-MEMBER-LNAME  TO MBL-LNAME
               MOVE ST-MEMBER-SALES  TO MBL-SALES
               MOVE MEMBER-LINE TO REBSTMT-RECORD
               PERFORM 390-WRITE-STATEMENT-LINE.
      *
       320-PRINT-TIER-TABLE.
      *
           MOVE 'N' TO END-OF-TIERS-SW.
           EXEC SQL
               OPEN TIERCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-TIERS-SW.
           MOVE 1 TO STMT-SPACE-CONTROL.
           PERFORM 325-PRINT-ONE-TIER
               UNTIL END-OF-TIERS.
           EXEC SQL
               CLOSE TIERCURS
           END-EXEC.
      *
       325-PRINT-ONE-TIER.
      *
           EXEC SQL
               FETCH TIERCURS
                   INTO :ST-TIER, :ST-MINSALES, :ST-PCT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-TIERS-SW
           ELSE
               MOVE ST-TIER     TO TRL-TIER
               MOVE ST-MINSALES TO TRL-MIN
               MOVE ST-PCT      TO TRL-PCT
               IF ST-TIER = AG-TIER AND AG-PCT > ZERO
                   MOVE '<== REACHED' TO TRL-MARK
               ELSE
                   MOVE SPACES        TO TRL-MARK
               END-IF
               MOVE TIER-LINE TO REBSTMT-RECORD
               PERFORM 390-WRITE-STATEMENT-LINE.
      *
       390-WRITE-STATEMENT-LINE.
      *
           WRITE REBSTMT-RECORD
               AFTER STMT-SPACE-CONTROL LINES.
           MOVE 1 TO STMT-SPACE-CONTROL.
      *
       400-WRITE-BATCH-AND-JOURNAL-TLR.
      *
           MOVE BATCH-ITEM-COUNT  TO BTR-ITEM-COUNT.
           MOVE BATCH-ITEM-AMOUNT TO BTR-ITEM-AMOUNT.
           WRITE PAYMENT-TRANSACTION-RECORD
               FROM BATCH-TRAILER-RECORD.
           MOVE 'T'               TO JR-RECORD-TYPE.
           MOVE SPACES            TO JR-RECORD-DATA.
           MOVE JRNL-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JRNL-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JRNL-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       500-PRINT-TOTAL-LINE.
      *
           IF VALID-CURSOR
               MOVE MOVEMENT-TOTAL    TO TL-MOVE
               MOVE BATCH-ITEM-AMOUNT TO TL-CREDITS
               MOVE TOTAL-LINE        TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 290-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
