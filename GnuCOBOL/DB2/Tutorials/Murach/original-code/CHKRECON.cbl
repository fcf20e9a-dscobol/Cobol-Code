       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CHKRECON.
      *
      *    REFUND CHECK RECONCILIATION.  REFUND NUMBERS EACH
      *    REFUND CHECK, STORES THE NUMBER ON THE ONACCT ROW AND
      *    SENDS IT TO THE BANK ON THE POSITIVE-PAY ISSUE FILE.
      *    THIS RUN CLOSES THE LOOP:
      *
      *    1.  THE BANK'S PAID-ITEMS FILE MARKS EACH CHECK CLEARED.
      *        A PAID ITEM WE NEVER ISSUED, ONE PAID TWICE, ONE
      *        PAID AFTER IT WAS VOIDED OR FOR THE WRONG AMOUNT IS
      *        NOT POSTED BUT LISTED AS AN EXCEPTION.
      *    2.  A CHECK STILL OUTSTANDING AFTER THE STALE-DATE DAYS
      *        IS VOIDED: THE CHECK IS MARKED VOID, THE AMOUNT GOES
      *        BACK ON THE CUSTOMER'S ACCOUNT AS AN UNAPPLIED CREDIT
      *        (ONACCT TYPE 'S', KEYED BY THE CHECK NUMBER), AND A
      *        VOID IS SENT TO THE BANK ON THE POSITIVE-PAY FILE.
      *        A CHECK ALREADY IN ESCHEAT DUE DILIGENCE IS LEFT TO
      *        THE ESCHEAT RUN.
      *    3.  THE OUTSTANDING CHECK REGISTER LISTS EVERY CHECK
      *        STILL NEITHER PAID NOR VOIDED.
      *
      *    SYSIN CARDS:
      *       CARD 1: RUN DATE YYYYMMDD (BLANK = TODAY)
      *       CARD 2: STALE-DATE DAYS 9(3) (BLANK = 180)
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PAIDITEM ASSIGN TO UT-S-PAIDITEM.
           SELECT PPAYOUT  ASSIGN TO UT-S-PPAYOUT.
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PAIDITEM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  PAID-ITEM-RECORD.
      *
           05  PI-RECORD-TYPE           PIC X.
               88  PI-DETAIL-RECORD         VALUE 'D'.
           05  PI-CHECK-NUMBER          PIC 9(9).
           05  PI-PAID-DATE             PIC X(10).
           05  PI-AMOUNT                PIC 9(7)V99.
           05  FILLER                   PIC X(11).
      *
       FD  PPAYOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  POSITIVE-PAY-RECORD.
      *
           05  PP-RECORD-TYPE           PIC X.
               88  PP-HEADER-RECORD         VALUE 'H'.
               88  PP-DETAIL-RECORD         VALUE 'D'.
               88  PP-TRAILER-RECORD        VALUE 'T'.
           05  PP-RECORD-DATA.
               10  PP-ACTION            PIC X.
                   88  PP-ISSUE             VALUE 'I'.
                   88  PP-VOID              VALUE 'V'.
               10  PP-CHECK-NUMBER      PIC 9(9).
               10  PP-ISSUE-DATE        PIC X(10).
               10  PP-AMOUNT            PIC 9(7)V99.
               10  PP-PAYEE             PIC X(30).
           05  PP-HEADER-DATA REDEFINES PP-RECORD-DATA.
               10  PP-COMPANY-NAME      PIC X(22).
               10  PP-FILE-DATE         PIC X(10).
               10  FILLER               PIC X(27).
           05  PP-TRAILER-DATA REDEFINES PP-RECORD-DATA.
               10  PP-TRAILER-COUNT     PIC 9(7).
               10  PP-TRAILER-AMOUNT    PIC 9(9)V99.
               10  FILLER               PIC X(41).
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
           05  END-OF-PAID-ITEMS-SW    PIC X   VALUE 'N'.
               88  END-OF-PAID-ITEMS           VALUE 'Y'.
           05  END-OF-STALE-SW         PIC X   VALUE 'N'.
               88  END-OF-STALE                VALUE 'Y'.
           05  END-OF-OUTSTANDING-SW   PIC X   VALUE 'N'.
               88  END-OF-OUTSTANDING          VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  STALE-DAYS-CARD         PIC 9(3).
           05  STALE-DAYS              PIC S9(4)   COMP.
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    A VOIDED CHECK'S CREDIT IS DATED THE POSTING DATE; A
      *    RUN DATE IN A CLOSED PERIOD IS REFUSED OR ROLLED
      *    FORWARD AS THE PERIOD'S CLOSE SAYS, AND EACH ROLLED
      *    VOID IS LOGGED.  CLEARING A PAID ITEM POSTS NOTHING
      *    TO AR AND IS NOT HELD BACK BY A CLOSED PERIOD.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'CHKRECON'.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
      *
       01  CHECK-FIELDS.
           05  CK-CHECK-NUMBER         PIC S9(9)       COMP.
           05  CK-CUSTNO               PIC X(6).
           05  CK-TYPE                 PIC X.
           05  CK-DATE                 PIC X(10).
           05  CK-CHECKNO              PIC X(10).
           05  CK-ISSUE-DATE           PIC X(10).
           05  CK-AMOUNT               PIC S9(9)V99    COMP-3.
           05  CK-AGE-DAYS             PIC S9(9)       COMP.
           05  CK-LNAME                PIC X(30).
           05  CK-CLEARED-DATE         PIC X(10).
           05  CK-CLEARED-DATE-NI      PIC S9(4)       COMP.
           05  CK-VOID-DATE            PIC X(10).
           05  CK-VOID-DATE-NI         PIC S9(4)       COMP.
           05  CK-IN-ESCHEAT           PIC X.
           05  CK-PAID-DATE            PIC X(10).
           05  CK-PAID-AMOUNT          PIC S9(9)V99    COMP-3.
           05  CK-CREDIT-CHECKNO       PIC 9(10).
           05  CK-CREDIT-CHECKNO-X REDEFINES CK-CREDIT-CHECKNO
                                       PIC X(10).
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  PAID-READ-COUNT         PIC S9(7)       VALUE ZERO.
           05  PAID-POSTED-COUNT       PIC S9(7)       VALUE ZERO.
           05  PAID-POSTED-AMOUNT      PIC S9(11)V99   VALUE ZERO.
           05  PAID-EXCEPTION-COUNT    PIC S9(7)       VALUE ZERO.
           05  STALE-COUNT             PIC S9(7)       VALUE ZERO.
           05  STALE-AMOUNT            PIC S9(11)V99   VALUE ZERO.
           05  OUTSTANDING-COUNT       PIC S9(7)       VALUE ZERO.
           05  OUTSTANDING-AMOUNT      PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  HL1-TITLE   PIC X(30).
           05  FILLER      PIC X(3)    VALUE ' - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE '    CHECK  ISSUED   '.
           05  FILLER      PIC X(20)   VALUE '   AGE  CUSTOMER  NA'.
           05  FILLER      PIC X(20)   VALUE 'ME                  '.
           05  FILLER      PIC X(20)   VALUE '            AMOUNT  '.
           05  FILLER      PIC X(20)   VALUE '  NOTE              '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  CHECK-LINE.
           05  CL-CHECK-NUMBER PIC Z(8)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-ISSUE-DATE PIC X(10).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  CL-AGE      PIC Z(4)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  CL-LNAME    PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-AMOUNT   PIC Z(7)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-NOTE     PIC X(30).
           05  FILLER      PIC X(18)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(30).
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE ' CHECK(S)    '.
           05  TL-AMOUNT   PIC Z(10)9.99.
           05  FILLER      PIC X(68)   VALUE SPACES.
      *
       01  NONE-LINE.
           05  FILLER      PIC X(10)   VALUE '    NONE  '.
           05  FILLER      PIC X(122)  VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE STALECURS CURSOR FOR
                   SELECT A.ONRCHKNO,  A.ONCUSTNO,  A.ONTYPE,
                          A.ONDATE,    A.ONCHECKNO, A.ONREFDATE,
                          COALESCE(A.ONREFAMT, A.ONAMT),
                          DAYS(:RUN-DATE) - DAYS(A.ONREFDATE),
                          COALESCE(B.LNAME, ' ')
                       FROM MM01.ONACCT A
                           LEFT OUTER JOIN MM01.CUSTOMER B
                       ON A.ONCUSTNO = B.CUSTNO
                       WHERE A.ONRCHKNO  IS NOT NULL
                         AND A.ONCLRDATE IS NULL
                         AND A.ONRVOIDDT IS NULL
                         AND DAYS(:RUN-DATE) - DAYS(A.ONREFDATE)
                             > :STALE-DAYS
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.ESCHEAT E
                                  WHERE E.ESCUSTNO  = A.ONCUSTNO
                                    AND E.ESTYPE    = A.ONTYPE
                                    AND E.ESDATE    = A.ONDATE
                                    AND E.ESCHECKNO = A.ONCHECKNO
                                    AND E.ESSTATUS IN ('L', 'E'))
                       ORDER BY A.ONRCHKNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE OUTCURS CURSOR FOR
                   SELECT A.ONRCHKNO,  A.ONCUSTNO,  A.ONREFDATE,
                          COALESCE(A.ONREFAMT, A.ONAMT),
                          DAYS(:RUN-DATE) - DAYS(A.ONREFDATE),
                          COALESCE(B.LNAME, ' '),
                          CASE WHEN EXISTS
                             (SELECT 1
                                  FROM MM01.ESCHEAT E
                                  WHERE E.ESCUSTNO  = A.ONCUSTNO
                                    AND E.ESTYPE    = A.ONTYPE
                                    AND E.ESDATE    = A.ONDATE
                                    AND E.ESCHECKNO = A.ONCHECKNO
                                    AND E.ESSTATUS IN ('L', 'E'))
                               THEN 'Y' ELSE 'N' END
                       FROM MM01.ONACCT A
                           LEFT OUTER JOIN MM01.CUSTOMER B
                       ON A.ONCUSTNO = B.CUSTNO
                       WHERE A.ONRCHKNO  IS NOT NULL
                         AND A.ONCLRDATE IS NULL
                         AND A.ONRVOIDDT IS NULL
                       ORDER BY A.ONRCHKNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-REFUND-CHECKS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'CHKRECON' TO EOJS-Program-Id.
           OPEN INPUT  PAIDITEM
                OUTPUT PPAYOUT
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           PERFORM 055-CHECK-POSTING-PERIOD.
           PERFORM 090-WRITE-POSITIVE-PAY-HEADER.
           IF VALID-CURSOR
               PERFORM 100-POST-PAID-ITEMS.
           IF VALID-CURSOR
               PERFORM 200-VOID-STALE-CHECKS.
           IF VALID-CURSOR
               PERFORM 300-PRINT-OUTSTANDING-REGISTER.
           PERFORM 400-WRITE-POSITIVE-PAY-TRAILER.
           PERFORM 500-PRINT-TOTAL-LINES.
           CLOSE PAIDITEM
                 PPAYOUT
                 PRTOUT.
           DISPLAY PAID-POSTED-COUNT ' PAID CHECK(S) CLEARED.'.
           DISPLAY STALE-COUNT       ' STALE CHECK(S) VOIDED.'.
           MOVE PAID-READ-COUNT      TO EOJS-Records-In.
           MOVE PAID-POSTED-COUNT    TO EOJS-Records-Out.
           MOVE PAID-EXCEPTION-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF PAID-EXCEPTION-COUNT > 0
               DISPLAY PAID-EXCEPTION-COUNT
                       ' PAID ITEM EXCEPTION(S) - SEE REPORT.'
               MOVE 4 TO RETURN-CODE.
           IF PERIOD-REFUSED
               MOVE 8 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
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
           ACCEPT STALE-DAYS-CARD FROM SYSIN.
           IF STALE-DAYS-CARD NOT NUMERIC OR STALE-DAYS-CARD = ZERO
               MOVE 180 TO STALE-DAYS
           ELSE
               MOVE STALE-DAYS-CARD TO STALE-DAYS.
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
                           ' IS IN A CLOSED PERIOD - VOIDS DATED '
                           PERLOCK-POST-DATE
               WHEN PERLOCK-CLOSED
                   DISPLAY 'RUN DATE ' RUN-DATE
                           ' IS IN A CLOSED PERIOD - NO STALE VOIDS.'
                   MOVE 'Y' TO PERIOD-REFUSED-SW
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       090-WRITE-POSITIVE-PAY-HEADER.
      *
           MOVE 'H'      TO PP-RECORD-TYPE.
           MOVE SPACES   TO PP-RECORD-DATA.
           MOVE 'MURACH DISTRIBUTING   ' TO PP-COMPANY-NAME.
           MOVE RUN-DATE TO PP-FILE-DATE.
           WRITE POSITIVE-PAY-RECORD.
      *
       100-POST-PAID-ITEMS.
      *
           MOVE 'PAID ITEM EXCEPTIONS'     TO HL1-TITLE.
           PERFORM 460-PRINT-REPORT-HEADING.
           PERFORM 110-POST-ONE-PAID-ITEM
               UNTIL END-OF-PAID-ITEMS
                  OR NOT-VALID-CURSOR.
           IF PAID-EXCEPTION-COUNT = 0
               MOVE NONE-LINE TO PRTOUT-RECORD
               PERFORM 470-WRITE-REPORT-LINE.
      *
       110-POST-ONE-PAID-ITEM.
      *
           READ PAIDITEM
               AT END
                   MOVE 'Y' TO END-OF-PAID-ITEMS-SW.
           IF NOT END-OF-PAID-ITEMS
               IF PI-DETAIL-RECORD
                   ADD 1 TO PAID-READ-COUNT
                   PERFORM 120-FIND-PAID-CHECK
                   IF VALID-CURSOR
                       PERFORM 130-CLEAR-PAID-CHECK.
      *
       120-FIND-PAID-CHECK.
      *
           MOVE PI-CHECK-NUMBER TO CK-CHECK-NUMBER.
           MOVE PI-PAID-DATE    TO CK-PAID-DATE.
           MOVE PI-AMOUNT       TO CK-PAID-AMOUNT.
           MOVE SPACES          TO CL-NOTE.
           EXEC SQL
               SELECT A.ONCUSTNO,   A.ONREFDATE,
                      COALESCE(A.ONREFAMT, A.ONAMT),
                      COALESCE(B.LNAME, ' '),
                      A.ONCLRDATE,  A.ONRVOIDDT
                   INTO :CK-CUSTNO,  :CK-ISSUE-DATE,
                        :CK-AMOUNT,
                        :CK-LNAME,
                        :CK-CLEARED-DATE :CK-CLEARED-DATE-NI,
                        :CK-VOID-DATE    :CK-VOID-DATE-NI
                   FROM MM01.ONACCT A
                       LEFT OUTER JOIN MM01.CUSTOMER B
                   ON A.ONCUSTNO = B.CUSTNO
                   WHERE A.ONRCHKNO = :CK-CHECK-NUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NOT ISSUED BY US'      TO CL-NOTE
                   MOVE SPACES                  TO CK-CUSTNO
                   MOVE SPACES                  TO CK-LNAME
                   MOVE SPACES                  TO CK-ISSUE-DATE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN CK-CLEARED-DATE-NI NOT < 0
                   STRING 'ALREADY PAID ' CK-CLEARED-DATE
                       DELIMITED BY SIZE INTO CL-NOTE
               WHEN CK-VOID-DATE-NI NOT < 0
                   STRING 'PAID AFTER VOID ' CK-VOID-DATE
                       DELIMITED BY SIZE INTO CL-NOTE
               WHEN CK-PAID-AMOUNT NOT = CK-AMOUNT
                   MOVE 'PAID AMOUNT DIFFERS'   TO CL-NOTE
           END-EVALUATE.
      *
       130-CLEAR-PAID-CHECK.
      *
           IF CL-NOTE NOT = SPACES
               ADD 1 TO PAID-EXCEPTION-COUNT
               MOVE CK-PAID-AMOUNT TO CK-AMOUNT
               MOVE ZERO           TO CK-AGE-DAYS
               PERFORM 450-PRINT-CHECK-LINE
           ELSE
               EXEC SQL
                   UPDATE MM01.ONACCT
                      SET ONCLRDATE = :CK-PAID-DATE
                    WHERE ONRCHKNO  = :CK-CHECK-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1         TO PAID-POSTED-COUNT
                   ADD CK-AMOUNT TO PAID-POSTED-AMOUNT.
      *
       200-VOID-STALE-CHECKS.
      *
      *    THE STALE VOIDS ARE ONE UNIT OF WORK, SO THE VOIDS ON
      *    THE POSITIVE-PAY FILE ARE EXACTLY THE ONES COMMITTED.
      *
           MOVE 'STALE-DATED CHECKS VOIDED' TO HL1-TITLE.
           PERFORM 460-PRINT-REPORT-HEADING.
           IF NOT PERIOD-REFUSED
               EXEC SQL
                   OPEN STALECURS
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 210-VOID-ONE-STALE-CHECK
                       UNTIL END-OF-STALE
                          OR NOT-VALID-CURSOR
                   EXEC SQL
                       CLOSE STALECURS
                   END-EXEC.
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF PERIOD-REFUSED
                   MOVE '****  PERIOD CLOSED -- NO STALE VOIDS  ****'
                                      TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
               ELSE
                   IF STALE-COUNT = 0
                       MOVE NONE-LINE TO PRTOUT-RECORD
                       PERFORM 470-WRITE-REPORT-LINE
                   END-IF
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC.
      *
       210-VOID-ONE-STALE-CHECK.
      *
           EXEC SQL
               FETCH STALECURS
                   INTO :CK-CHECK-NUMBER, :CK-CUSTNO,  :CK-TYPE,
                        :CK-DATE,         :CK-CHECKNO,
                        :CK-ISSUE-DATE,   :CK-AMOUNT,
                        :CK-AGE-DAYS,     :CK-LNAME
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-STALE-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 220-VOID-CHECK
                   IF VALID-CURSOR
                       PERFORM 230-WRITE-POSITIVE-PAY-VOID
                       MOVE 'VOIDED - CREDIT RESTORED' TO CL-NOTE
                       PERFORM 450-PRINT-CHECK-LINE
                       ADD 1         TO STALE-COUNT
                       ADD CK-AMOUNT TO STALE-AMOUNT
                   END-IF
           END-EVALUATE.
      *
       220-VOID-CHECK.
      *
           EXEC SQL
               UPDATE MM01.ONACCT
                  SET ONRVOIDDT = :PERLOCK-POST-DATE
                WHERE ONCUSTNO  = :CK-CUSTNO
                  AND ONTYPE    = :CK-TYPE
                  AND ONDATE    = :CK-DATE
                  AND ONCHECKNO = :CK-CHECKNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE CK-CHECK-NUMBER TO CK-CREDIT-CHECKNO
               EXEC SQL
                   INSERT INTO MM01.ONACCT
                          (ONCUSTNO,   ONTYPE,    ONDATE,
                           ONCHECKNO,  ONAMT,     ONAPPLIED)
                   VALUES (:CK-CUSTNO, 'S',       :PERLOCK-POST-DATE,
                           :CK-CREDIT-CHECKNO-X,
                           :CK-AMOUNT, 0)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   IF PERLOCK-ROLLED-FORWARD
                       PERFORM 225-LOG-ROLLED-FORWARD.
      *
       225-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'STALE CHECK ' CK-CREDIT-CHECKNO-X
                  ' CUST ' CK-CUSTNO DELIMITED BY SIZE
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
       230-WRITE-POSITIVE-PAY-VOID.
      *
           MOVE 'D'             TO PP-RECORD-TYPE.
           MOVE SPACES          TO PP-RECORD-DATA.
           MOVE 'V'             TO PP-ACTION.
           MOVE CK-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE CK-ISSUE-DATE   TO PP-ISSUE-DATE.
           MOVE CK-AMOUNT       TO PP-AMOUNT.
           MOVE CK-LNAME        TO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
      *
       300-PRINT-OUTSTANDING-REGISTER.
      *
           MOVE 'OUTSTANDING REFUND CHECKS' TO HL1-TITLE.
           PERFORM 460-PRINT-REPORT-HEADING.
           EXEC SQL
               OPEN OUTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 310-PRINT-ONE-OUTSTANDING
                   UNTIL END-OF-OUTSTANDING
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE OUTCURS
               END-EXEC.
      *
       310-PRINT-ONE-OUTSTANDING.
      *
           EXEC SQL
               FETCH OUTCURS
                   INTO :CK-CHECK-NUMBER, :CK-CUSTNO,
                        :CK-ISSUE-DATE,   :CK-AMOUNT,
                        :CK-AGE-DAYS,     :CK-LNAME,
                        :CK-IN-ESCHEAT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-OUTSTANDING-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   IF CK-IN-ESCHEAT = 'Y'
                       MOVE 'IN ESCHEAT DUE DILIGENCE' TO CL-NOTE
                   ELSE
                       IF CK-AGE-DAYS > STALE-DAYS
                           MOVE 'STALE'                TO CL-NOTE
                       ELSE
                           MOVE SPACES                 TO CL-NOTE
                       END-IF
                   END-IF
                   PERFORM 450-PRINT-CHECK-LINE
                   ADD 1         TO OUTSTANDING-COUNT
                   ADD CK-AMOUNT TO OUTSTANDING-AMOUNT
           END-EVALUATE.
      *
       400-WRITE-POSITIVE-PAY-TRAILER.
      *
           MOVE 'T'          TO PP-RECORD-TYPE.
           MOVE SPACES       TO PP-RECORD-DATA.
           IF VALID-CURSOR
               MOVE STALE-COUNT  TO PP-TRAILER-COUNT
               MOVE STALE-AMOUNT TO PP-TRAILER-AMOUNT
           ELSE
               MOVE ZERO         TO PP-TRAILER-COUNT
               MOVE ZERO         TO PP-TRAILER-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
      *
       450-PRINT-CHECK-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 460-PRINT-REPORT-HEADING.
           MOVE CK-CHECK-NUMBER TO CL-CHECK-NUMBER.
           MOVE CK-ISSUE-DATE   TO CL-ISSUE-DATE.
           MOVE CK-AGE-DAYS     TO CL-AGE.
           MOVE CK-CUSTNO       TO CL-CUSTNO.
           MOVE CK-LNAME        TO CL-LNAME.
           MOVE CK-AMOUNT       TO CL-AMOUNT.
           MOVE CHECK-LINE      TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
      *
       460-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       470-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       500-PRINT-TOTAL-LINES.
      *
           MOVE 2 TO SPACE-CONTROL.
           EVALUATE TRUE
               WHEN VALID-CURSOR
                   MOVE 'PAID ITEMS CLEARED:'      TO TL-LABEL
                   MOVE PAID-POSTED-COUNT          TO TL-COUNT
                   MOVE PAID-POSTED-AMOUNT         TO TL-AMOUNT
                   MOVE TOTAL-LINE TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
                   MOVE 'PAID ITEM EXCEPTIONS:'    TO TL-LABEL
                   MOVE PAID-EXCEPTION-COUNT       TO TL-COUNT
                   MOVE ZERO                       TO TL-AMOUNT
                   MOVE TOTAL-LINE TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
                   MOVE 'STALE CHECKS VOIDED:'     TO TL-LABEL
                   MOVE STALE-COUNT                TO TL-COUNT
                   MOVE STALE-AMOUNT               TO TL-AMOUNT
                   MOVE TOTAL-LINE TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
                   MOVE 'OUTSTANDING:'             TO TL-LABEL
                   MOVE OUTSTANDING-COUNT          TO TL-COUNT
                   MOVE OUTSTANDING-AMOUNT         TO TL-AMOUNT
                   MOVE TOTAL-LINE TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD
                   PERFORM 470-WRITE-REPORT-LINE
           END-EVALUATE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
