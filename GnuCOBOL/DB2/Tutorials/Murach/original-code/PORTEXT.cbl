       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PORTEXT.
      *
      *    NIGHTLY CUSTOMER PORTAL EXTRACT.  ONE DELIMITED FILE
      *    (PIPE BY DEFAULT, COMMA WITH DELIM=C) CARRYING, FOR EACH
      *    CUSTOMER SENT, A SUMMARY RECORD AND ITS DETAIL:
      *
      *       H  RUN DATE, F(ULL) OR I(NCREMENTAL), CHANGES SINCE
      *       C  CUSTOMER - NAME, MM01.CUSTSUMM OPEN BALANCE, OPEN
      *          COUNT, LAST INVOICE AND PAYMENT DATES, AND THE LAST
      *          STATEMENT BALANCE AND DATE FROM MM01.STMTBAL
      *       I  OPEN INVOICE - DATE, DUE DATE FROM ITS TERMS (NET
      *          30 WHEN IT HAS NONE), TERMS CODE, TOTAL, PAID,
      *          BALANCE, AND Y IF AN OPEN DISPUTE IS AGAINST IT
      *       P  PAYMENT POSTED IN THE LAST 90 DAYS
      *       D  OPEN MM01.DISPUTE ROW
      *       T  CONTROL TRAILER - CUSTOMERS, DETAIL RECORDS (C, I,
      *          P AND D), TOTAL OF THE C OPEN BALANCES AND TOTAL OF
      *          THE I BALANCES
      *
      *    THE PORTAL REPLACES EVERYTHING IT HOLDS FOR A CUSTOMER
      *    THAT APPEARS ON THE FILE.  THE RUN ON THE FIRST OF THE
      *    MONTH (OR MODE=F) IS A FULL REFRESH OF EVERY ACTIVE
      *    CUSTOMER - ONE WITH AN OPEN ITEM, A BALANCE, AN OPEN
      *    DISPUTE OR A PAYMENT IN THE LAST 90 DAYS.  OTHER NIGHTS
      *    SEND ONLY THE CUSTOMERS WITH AN INVOICE, PAYMENT,
      *    DISPUTE OR STATEMENT DATED AFTER THE LAST COMPLETED RUN
      *    REGISTERED IN MM01.BIZRUN, ACTIVE OR NOT, SO A CUSTOMER
      *    WHO PAID OFF IS SENT ONCE MORE WITH NOTHING OPEN.  WITH
      *    NO EARLIER COMPLETED RUN, THE NIGHT IS A FULL REFRESH.
      *    ANONYMIZED CUSTOMERS ARE NEVER SENT.
      *
      *    THE RUN DATE COMES FROM THE BIZDATE SERVICE UNLESS A
      *    RUNDATE (YYYYMMDD) IS KEYED AS AN OVERRIDE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PORTOUT ASSIGN TO UT-S-PORTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PORTOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
      *
       01  PORTOUT-RECORD              PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-CUSTOMERS-SW     PIC X   VALUE 'N'.
               88  END-OF-CUSTOMERS            VALUE 'Y'.
           05  END-OF-DETAIL-SW        PIC X   VALUE 'N'.
               88  END-OF-DETAIL               VALUE 'Y'.
           05  EXTRACT-MODE-SW         PIC X   VALUE 'F'.
               88  FULL-REFRESH                VALUE 'F'.
               88  CHANGES-ONLY                VALUE 'I'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'PORTEXT '.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  BUSINESS-DATE-FIELDS.
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'PORTEXT '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  SINCE-DATE              PIC X(10).
           05  SINCE-DATE-IND          PIC S9(4)   COMP.
           05  WS-DATE-CARD            PIC X(08).
           05  MODE-CODE               PIC X.
           05  DELIMITER-CODE          PIC X.
               88  WANT-COMMA-DELIMITER        VALUE 'C'.
      *
       01  OUTPUT-DELIMITER            PIC X       VALUE '|'.
      *
       01  DELIMITED-WORK-FIELDS.
           05  DW-TEXT-LENGTH          PIC S9(4)   COMP.
           05  DW-TRIMMED-TEXT         PIC X(254).
           05  DW-POINTER              PIC S9(4)   COMP.
           05  DW-FIELD-TEXT           PIC X(30).
           05  DW-AMOUNT-EDIT          PIC -(10)9.99.
           05  DW-COUNT-EDIT           PIC Z(8)9.
      *
       01  DELIMITED-LINE              PIC X(200).
      *
       01  CUSTOMER-FIELDS.
           05  CU-CUSTNO               PIC X(6).
           05  CU-FNAME                PIC X(20).
           05  CU-LNAME                PIC X(30).
           05  CU-OPEN-BALANCE         PIC S9(11)V99   COMP-3.
           05  CU-OPEN-COUNT           PIC S9(7)       COMP-3.
           05  CU-LAST-INV             PIC X(10).
           05  CU-LAST-INV-IND         PIC S9(4)       COMP.
           05  CU-LAST-PAY             PIC X(10).
           05  CU-LAST-PAY-IND         PIC S9(4)       COMP.
           05  CU-STMT-BALANCE         PIC S9(11)V99   COMP-3.
           05  CU-STMT-BALANCE-IND     PIC S9(4)       COMP.
           05  CU-STMT-ASOF            PIC X(10).
           05  CU-STMT-ASOF-IND        PIC S9(4)       COMP.
      *
       01  DETAIL-FIELDS.
           05  DT-INVNO                PIC X(6).
           05  DT-DATE                 PIC X(10).
           05  DT-DUE-DATE             PIC X(10).
           05  DT-TERMS                PIC X(3).
           05  DT-TOTAL                PIC S9(9)V99    COMP-3.
           05  DT-PAID                 PIC S9(9)V99    COMP-3.
           05  DT-BALANCE              PIC S9(9)V99    COMP-3.
           05  DT-DISPUTED             PIC X.
           05  DT-CHECKNO              PIC X(10).
           05  DT-AMOUNT               PIC S9(9)V99    COMP-3.
           05  DT-REASON               PIC X(2).
           05  DT-OWNER                PIC X(8).
      *
       01  CONTROL-TOTALS              COMP-3.
           05  CUSTOMERS-SENT          PIC S9(9)       VALUE ZERO.
           05  DETAIL-RECORDS          PIC S9(9)       VALUE ZERO.
           05  INVOICE-RECORDS         PIC S9(9)       VALUE ZERO.
           05  PAYMENT-RECORDS         PIC S9(9)       VALUE ZERO.
           05  DISPUTE-RECORDS         PIC S9(9)       VALUE ZERO.
           05  CUSTOMER-BALANCE-TOTAL  PIC S9(13)V99   VALUE ZERO.
           05  INVOICE-BALANCE-TOTAL   PIC S9(13)V99   VALUE ZERO.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE CUSTCURS CURSOR FOR
                   SELECT C.CUSTNO,   C.FNAME,   C.LNAME,
                          COALESCE(S.CSOPENBAL, 0),
                          COALESCE(S.CSOPENCNT, 0),
                          S.CSLASTINV, S.CSLASTPAY,
                          B.SBBALANCE, B.SBASOF
                       FROM MM01.CUSTOMER C
                           LEFT OUTER JOIN MM01.CUSTSUMM S
                               ON S.CSCUSTNO = C.CUSTNO
                           LEFT OUTER JOIN MM01.STMTBAL B
                               ON B.SBCUSTNO = C.CUSTNO
                       WHERE C.LNAME <> 'ANONYMIZED'
                         AND ((:EXTRACT-MODE-SW = 'F'
                               AND (COALESCE(S.CSOPENCNT, 0) > 0
                                 OR COALESCE(S.CSOPENBAL, 0) <> 0
                                 OR S.CSLASTPAY >
                                        DATE(:RUN-DATE) - 90 DAYS
                                 OR EXISTS
                                    (SELECT 1
                                         FROM MM01.DISPUTE D
                                         WHERE D.DPCUSTNO = C.CUSTNO
                                           AND D.DPSTATUS = 'O')))
                           OR (:EXTRACT-MODE-SW = 'I'
                               AND (S.CSLASTINV > :SINCE-DATE
                                 OR S.CSLASTPAY > :SINCE-DATE
                                 OR B.SBASOF    > :SINCE-DATE
                                 OR EXISTS
                                    (SELECT 1
                                         FROM MM01.INVOICE A
                                         WHERE A.INVCUST = C.CUSTNO
                                           AND A.INVDATE >
                                                   :SINCE-DATE)
                                 OR EXISTS
                                    (SELECT 1
                                         FROM MM01.PAYMENT P
                                             INNER JOIN MM01.INVOICE A
                                                 ON P.PAYINVNO = A.INVNO
                                         WHERE A.INVCUST = C.CUSTNO
                                           AND P.PAYDATE >
                                                   :SINCE-DATE)
                                 OR EXISTS
                                    (SELECT 1
                                         FROM MM01.DISPUTE D
                                         WHERE D.DPCUSTNO = C.CUSTNO
                                           AND (D.DPOPENED >
                                                    :SINCE-DATE
                                             OR D.DPRESOLVED >
                                                    :SINCE-DATE)))))
                       ORDER BY C.CUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE OPENCURS CURSOR FOR
                   SELECT A.INVNO,   A.INVDATE,
                          A.INVDATE + COALESCE(T.TRMNETDAYS, 30) DAYS,
                          COALESCE(A.INVTERMS, ' '),
                          A.INVTOTAL,
                          COALESCE((SELECT SUM(P.PAYAMT)
                                        FROM MM01.PAYMENT P
                                        WHERE P.PAYINVNO = A.INVNO),
                                   0),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM MM01.DISPUTE D
                                         WHERE D.DPINVNO  = A.INVNO
                                           AND D.DPSTATUS = 'O')
                               THEN 'Y' ELSE 'N' END
                       FROM MM01.INVOICE A
                           LEFT OUTER JOIN MM01.TERMS T
                               ON T.TRMCODE = A.INVTERMS
                       WHERE A.INVCUST  = :CU-CUSTNO
                         AND A.INVTOTAL >
                             COALESCE((SELECT SUM(P.PAYAMT)
                                           FROM MM01.PAYMENT P
                                           WHERE P.PAYINVNO = A.INVNO),
                                      0)
                       ORDER BY A.INVDATE, A.INVNO
           END-EXEC.
      *
      *    A PAID-OFF INVOICE MAY ALREADY HAVE MOVED TO HISTORY
      *    WITH ITS PAYMENTS, SO BOTH SIDES ARE READ.
      *
           EXEC SQL
               DECLARE PAYCURS CURSOR FOR
                   SELECT P.PAYINVNO, P.PAYDATE,
                          COALESCE(P.PAYCHECKNO, ' '), P.PAYAMT
                       FROM MM01.PAYMENT P
                           INNER JOIN MM01.INVOICE A
                               ON P.PAYINVNO = A.INVNO
                       WHERE A.INVCUST = :CU-CUSTNO
                         AND P.PAYDATE > DATE(:RUN-DATE) - 90 DAYS
                   UNION ALL
                   SELECT P.PAYINVNO, P.PAYDATE,
                          COALESCE(P.PAYCHECKNO, ' '), P.PAYAMT
                       FROM MM01.PAYHIST P
                           INNER JOIN MM01.INVHIST A
                               ON P.PAYINVNO = A.INVNO
                       WHERE A.INVCUST = :CU-CUSTNO
                         AND P.PAYDATE > DATE(:RUN-DATE) - 90 DAYS
                   ORDER BY 2 DESC, 1
           END-EXEC.
      *
           EXEC SQL
               DECLARE DISPCURS CURSOR FOR
                   SELECT DPINVNO,   DPOPENED,
                          DPREASON,  COALESCE(DPOWNER, ' ')
                       FROM MM01.DISPUTE
                       WHERE DPCUSTNO = :CU-CUSTNO
                         AND DPSTATUS = 'O'
                       ORDER BY DPOPENED, DPINVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-EXTRACT-PORTAL-DATA.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'PORTEXT ' TO EOJS-Program-Id.
           OPEN OUTPUT PORTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 050-SET-RUN-DATE.
           IF VALID-CURSOR
               PERFORM 060-SET-EXTRACT-MODE.
           IF VALID-CURSOR
               PERFORM 100-WRITE-HEADER-RECORD
               PERFORM 110-OPEN-CUSTOMER-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-EXTRACT-ONE-CUSTOMER
                   UNTIL END-OF-CUSTOMERS
                      OR NOT-VALID-CURSOR
               PERFORM 290-CLOSE-CUSTOMER-CURSOR.
           IF VALID-CURSOR
               PERFORM 400-WRITE-TRAILER-RECORD.
           CLOSE PORTOUT.
           IF FULL-REFRESH
               DISPLAY 'FULL REFRESH FOR ' RUN-DATE
           ELSE
               DISPLAY 'CHANGES AFTER ' SINCE-DATE
                       ' THROUGH ' RUN-DATE.
           DISPLAY CUSTOMERS-SENT  ' CUSTOMER(S) EXTRACTED.'.
           DISPLAY INVOICE-RECORDS ' OPEN INVOICE(S), '
                   PAYMENT-RECORDS ' PAYMENT(S), '
                   DISPUTE-RECORDS ' DISPUTE(S).'.
           MOVE CUSTOMERS-SENT TO EOJS-Records-In.
           MOVE DETAIL-RECORDS TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF VALID-CURSOR
               PERFORM 900-MARK-RUN-COMPLETE
           ELSE
               DISPLAY '****  DB2 ERROR  -- EXTRACT INCOMPLETE, NO '
                       'TRAILER WRITTEN  ****'
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 3          TO PPS-ENTRY-COUNT.
           MOVE 'RUNDATE'  TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'MODE'     TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (2).
           MOVE 'DELIM'    TO PPS-KEYWORD (3).
           MOVE 'P'        TO PPS-VALUE (3).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE PPS-VALUE (2) (1:1) TO MODE-CODE
               IF MODE-CODE NOT = SPACE
                  AND MODE-CODE NOT = 'F'
                  AND MODE-CODE NOT = 'I'
                   DISPLAY 'MODE MUST BE F, I, OR BLANK.'
                   MOVE 'N' TO VALID-CURSOR-SW
               END-IF
               MOVE PPS-VALUE (3) (1:1) TO DELIMITER-CODE
               IF WANT-COMMA-DELIMITER
                   MOVE ',' TO OUTPUT-DELIMITER
               ELSE
                   MOVE '|' TO OUTPUT-DELIMITER.
      *
       050-SET-RUN-DATE.
      *
           MOVE PPS-VALUE (1) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE 'R' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS
               EVALUATE BZD-STATUS
                   WHEN '0'
                       MOVE BZD-DATE TO RUN-DATE
                   WHEN '2'
                       DISPLAY 'ALREADY RAN FOR BUSINESS DATE '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO VALID-CURSOR-SW
               END-EVALUATE
           ELSE
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO RUN-DATE
               MOVE RUN-DATE TO BZD-DATE
               MOVE 'O' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS.
      *
       060-SET-EXTRACT-MODE.
      *
           EXEC SQL
               SELECT MAX(BRDATE)
                   INTO :SINCE-DATE:SINCE-DATE-IND
                   FROM MM01.BIZRUN
                       WHERE BRPGM  = :BZD-PROGRAM
                         AND BRDONE = 'Y'
                         AND BRDATE < :RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF SINCE-DATE-IND < 0
                   MOVE SPACES TO SINCE-DATE.
           EVALUATE TRUE
               WHEN MODE-CODE = 'F'
                   MOVE 'F' TO EXTRACT-MODE-SW
               WHEN SINCE-DATE = SPACES
                   IF MODE-CODE = 'I'
                       DISPLAY 'NO EARLIER COMPLETED RUN - FULL '
                               'REFRESH TAKEN.'
                   END-IF
                   MOVE 'F' TO EXTRACT-MODE-SW
               WHEN MODE-CODE = 'I'
                   MOVE 'I' TO EXTRACT-MODE-SW
               WHEN RUN-DATE (9:2) = '01'
                   MOVE 'F' TO EXTRACT-MODE-SW
               WHEN OTHER
                   MOVE 'I' TO EXTRACT-MODE-SW
           END-EVALUATE.
           IF FULL-REFRESH
               MOVE '0001-01-01' TO SINCE-DATE.
      *
       100-WRITE-HEADER-RECORD.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'H'             TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE RUN-DATE        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE EXTRACT-MODE-SW TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           IF FULL-REFRESH
               MOVE SPACES      TO DW-FIELD-TEXT
           ELSE
               MOVE SINCE-DATE  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
      *
       110-OPEN-CUSTOMER-CURSOR.
      *
           EXEC SQL
               OPEN CUSTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-EXTRACT-ONE-CUSTOMER.
      *
           PERFORM 210-FETCH-CUSTOMER-ROW.
           IF NOT END-OF-CUSTOMERS
               IF VALID-CURSOR
                   ADD 1 TO CUSTOMERS-SENT
                   PERFORM 220-WRITE-CUSTOMER-RECORD
                   PERFORM 230-EXTRACT-OPEN-INVOICES
                   IF VALID-CURSOR
                       PERFORM 250-EXTRACT-PAYMENTS
                   END-IF
                   IF VALID-CURSOR
                       PERFORM 270-EXTRACT-DISPUTES.
      *
       210-FETCH-CUSTOMER-ROW.
      *
           EXEC SQL
               FETCH CUSTCURS
                   INTO :CU-CUSTNO,       :CU-FNAME,     :CU-LNAME,
                        :CU-OPEN-BALANCE, :CU-OPEN-COUNT,
                        :CU-LAST-INV:CU-LAST-INV-IND,
                        :CU-LAST-PAY:CU-LAST-PAY-IND,
                        :CU-STMT-BALANCE:CU-STMT-BALANCE-IND,
                        :CU-STMT-ASOF:CU-STMT-ASOF-IND
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-CUSTOMERS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 215-CLEAR-NULL-COLUMNS.
      *
       215-CLEAR-NULL-COLUMNS.
      *
           IF CU-LAST-INV-IND < 0
               MOVE SPACES TO CU-LAST-INV.
           IF CU-LAST-PAY-IND < 0
               MOVE SPACES TO CU-LAST-PAY.
           IF CU-STMT-BALANCE-IND < 0
               MOVE ZERO   TO CU-STMT-BALANCE.
           IF CU-STMT-ASOF-IND < 0
               MOVE SPACES TO CU-STMT-ASOF.
      *
       220-WRITE-CUSTOMER-RECORD.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'C'             TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE CU-CUSTNO       TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-FNAME        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-LNAME        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-OPEN-BALANCE TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-OPEN-COUNT   TO DW-COUNT-EDIT.
           MOVE DW-COUNT-EDIT   TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-LAST-INV     TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-LAST-PAY     TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-STMT-BALANCE TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CU-STMT-ASOF    TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
           ADD 1 TO DETAIL-RECORDS.
           ADD CU-OPEN-BALANCE TO CUSTOMER-BALANCE-TOTAL.
      *
       230-EXTRACT-OPEN-INVOICES.
      *
           MOVE 'N' TO END-OF-DETAIL-SW.
           EXEC SQL
               OPEN OPENCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 235-EXTRACT-ONE-INVOICE
                   UNTIL END-OF-DETAIL
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE OPENCURS
               END-EXEC.
      *
       235-EXTRACT-ONE-INVOICE.
      *
           EXEC SQL
               FETCH OPENCURS
                   INTO :DT-INVNO,  :DT-DATE,   :DT-DUE-DATE,
                        :DT-TERMS,  :DT-TOTAL,  :DT-PAID,
                        :DT-DISPUTED
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-DETAIL-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   COMPUTE DT-BALANCE = DT-TOTAL - DT-PAID
                   PERFORM 240-WRITE-INVOICE-RECORD
           END-EVALUATE.
      *
       240-WRITE-INVOICE-RECORD.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'I'             TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE CU-CUSTNO       TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-INVNO        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-DATE         TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-DUE-DATE     TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-TERMS        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-TOTAL        TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-PAID         TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-BALANCE      TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-DISPUTED     TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
           ADD 1 TO DETAIL-RECORDS
                    INVOICE-RECORDS.
           ADD DT-BALANCE TO INVOICE-BALANCE-TOTAL.
      *
       250-EXTRACT-PAYMENTS.
      *
           MOVE 'N' TO END-OF-DETAIL-SW.
           EXEC SQL
               OPEN PAYCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 255-EXTRACT-ONE-PAYMENT
                   UNTIL END-OF-DETAIL
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE PAYCURS
               END-EXEC.
      *
       255-EXTRACT-ONE-PAYMENT.
      *
           EXEC SQL
               FETCH PAYCURS
                   INTO :DT-INVNO,   :DT-DATE,
                        :DT-CHECKNO, :DT-AMOUNT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-DETAIL-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 260-WRITE-PAYMENT-RECORD
           END-EVALUATE.
      *
       260-WRITE-PAYMENT-RECORD.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'P'             TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE CU-CUSTNO       TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-INVNO        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-DATE         TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-CHECKNO      TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-AMOUNT       TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT  TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
           ADD 1 TO DETAIL-RECORDS
                    PAYMENT-RECORDS.
      *
       270-EXTRACT-DISPUTES.
      *
           MOVE 'N' TO END-OF-DETAIL-SW.
           EXEC SQL
               OPEN DISPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 275-EXTRACT-ONE-DISPUTE
                   UNTIL END-OF-DETAIL
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE DISPCURS
               END-EXEC.
      *
       275-EXTRACT-ONE-DISPUTE.
      *
           EXEC SQL
               FETCH DISPCURS
                   INTO :DT-INVNO,  :DT-DATE,
                        :DT-REASON, :DT-OWNER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-DETAIL-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   PERFORM 280-WRITE-DISPUTE-RECORD
           END-EVALUATE.
      *
       280-WRITE-DISPUTE-RECORD.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'D'             TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE CU-CUSTNO       TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-INVNO        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-DATE         TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-REASON       TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DT-OWNER        TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
           ADD 1 TO DETAIL-RECORDS
                    DISPUTE-RECORDS.
      *
       290-CLOSE-CUSTOMER-CURSOR.
      *
           EXEC SQL
               CLOSE CUSTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-WRITE-TRAILER-RECORD.
      *
      *    THE PORTAL LOADS NOTHING FROM A FILE WHOSE TRAILER IS
      *    MISSING OR DOES NOT AGREE WITH WHAT IT READ, SO A RUN
      *    THAT FAILS PART WAY NEVER WRITES ONE.
      *
           MOVE SPACES TO DELIMITED-LINE.
           MOVE 1 TO DW-POINTER.
           MOVE 'T'                    TO DW-FIELD-TEXT.
           PERFORM 710-APPEND-FIRST-FIELD.
           MOVE CUSTOMERS-SENT         TO DW-COUNT-EDIT.
           MOVE DW-COUNT-EDIT          TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE DETAIL-RECORDS         TO DW-COUNT-EDIT.
           MOVE DW-COUNT-EDIT          TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE CUSTOMER-BALANCE-TOTAL TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT         TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           MOVE INVOICE-BALANCE-TOTAL  TO DW-AMOUNT-EDIT.
           MOVE DW-AMOUNT-EDIT         TO DW-FIELD-TEXT.
           PERFORM 700-APPEND-FIELD.
           PERFORM 790-WRITE-DELIMITED-LINE.
      *
       700-APPEND-FIELD.
      *
           STRING OUTPUT-DELIMITER DELIMITED BY SIZE
               INTO DELIMITED-LINE
               WITH POINTER DW-POINTER
           END-STRING.
           PERFORM 710-APPEND-FIRST-FIELD.
      *
       710-APPEND-FIRST-FIELD.
      *
      *    A DELIMITER INSIDE A NAME WOULD SHIFT EVERY FIELD
      *    AFTER IT ON THE PORTAL SIDE.
      *
           INSPECT DW-FIELD-TEXT
               REPLACING ALL OUTPUT-DELIMITER BY SPACE.
           MOVE LENGTH OF DW-FIELD-TEXT TO DW-TEXT-LENGTH.
           CALL 'STRTRIM' USING DW-TEXT-LENGTH
                                DW-FIELD-TEXT
                                DW-TRIMMED-TEXT.
           IF DW-TEXT-LENGTH > 0
               STRING DW-TRIMMED-TEXT(1:DW-TEXT-LENGTH)
                          DELIMITED BY SIZE
                   INTO DELIMITED-LINE
                   WITH POINTER DW-POINTER
               END-STRING.
      *
       790-WRITE-DELIMITED-LINE.
      *
           WRITE PORTOUT-RECORD FROM DELIMITED-LINE.
      *
       900-MARK-RUN-COMPLETE.
      *
           MOVE RUN-DATE TO BZD-DATE.
           MOVE 'E' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           IF BZD-STATUS NOT = '0'
               DISPLAY 'BIZDATE COMPLETION FAILED - STATUS '
                       BZD-STATUS
               MOVE 4 TO RETURN-CODE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
