               10  EML-ACT-AMOUNT       PIC 9(9)V99.
               10  EML-ACT-BALANCE      PIC 9(9)V99.
               10  EML-ACT-BAL-SIGN     PIC X.
               10  EML-ACT-TRACKNO      PIC X(20).
               10  FILLER               PIC X(13).
           05  EML-HEADER-DATA REDEFINES EML-RECORD-DATA.
               10  EML-EMAIL            PIC X(30).
               10  EML-PERIOD-FROM      PIC X(10).
               10  EML-PERIOD-TO        PIC X(10).
               10  EML-OPENING-BAL      PIC 9(9)V99.
               10  EML-OPEN-SIGN        PIC X.
               10  EML-COMPANY          PIC X(2).
               10  FILLER               PIC X(8).
           05  EML-TRAILER-DATA REDEFINES EML-RECORD-DATA.
               10  EML-CLOSING-BAL      PIC 9(9)V99.
               10  EML-CLOSE-SIGN       PIC X.
               88  PRINT-CHANNEL               VALUE 'Y'.
           05  EMAIL-CHANNEL-SW        PIC X   VALUE 'N'.
               88  EMAIL-CHANNEL               VALUE 'Y'.
           05  RUN-REFUSED-SW          PIC X   VALUE 'N'.
               88  RUN-REFUSED                 VALUE 'Y'.
           05  RESTART-RUN-SW          PIC X   VALUE 'N'.
               88  RESTART-RUN                 VALUE 'Y'.
      *
       01  BUSINESS-DATE-FIELDS.
      *
      *    STATEMENTS MUST NOT GO OUT BEFORE THE DAY'S POSTINGS
      *    ARE IN, SO THE RUN ASKS THE BIZDATE SERVICE FIRST; IT
      *    REFUSES THE RUN WHILE ANY PREREQUISITE PROGRAM HAS NOT
      *    COMPLETED FOR THE BUSINESS DATE.  A FINISHED RUN IS
      *    MARKED COMPLETE IN TURN.
      *
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'CUSTSTMT'.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  DELIVERY-FIELDS.
      *
           05  SD-EMAIL                PIC X(30).
           05  SD-EMAIL-IND            PIC S9(4)   COMP.
           05  SD-REMARK               PIC X(8).
      *
      *    A CUSTOMER THE ADDRESS CHANGE SERVICE REPORTED AS MOVED
      *    OR UNDELIVERABLE (BADADDR M OR U) IS NOT MAILED.  THE
      *    STATEMENT GOES BY EMAIL ONLY WHEN AN EMAIL IS ON FILE,
      *    AND IS SUPPRESSED WHEN THERE IS NONE.
      *
           05  SD-BADADDR              PIC X.
               88  SD-ADDRESS-OK               VALUE SPACE.
           05  SD-BADADDR-IND          PIC S9(4)   COMP.
      *
       01  DELIVERY-COUNTERS           COMP-3.
           05  PRINT-DELIVERY-COUNT    PIC S9(7)   VALUE ZERO.
           05  EMAIL-DELIVERY-COUNT    PIC S9(7)   VALUE ZERO.
           05  NO-EMAIL-FALLBACK-COUNT PIC S9(7)   VALUE ZERO.
      *
       01  COMPANY-FIELDS.
      *
      *    THE RECEIVABLES TABLES CARRY MORE THAN ONE OPERATING
      *    COMPANY.  THE COMPANY KEYWORD STATEMENTS ONE COMPANY'S
      *    CUSTOMERS; LEFT BLANK, EVERY COMPANY IS RUN IN COMPANY
      *    ORDER.  EACH STATEMENT CARRIES ITS COMPANY'S NAME AND
      *    REMIT-TO ADDRESS, AND THE DELIVERY REGISTER SUBTOTALS
      *    EACH COMPANY.
      *
           05  REQUESTED-COMPANY       PIC X(2).
           05  FROM-COMPANY            PIC X(2).
           05  TO-COMPANY              PIC X(2).
           05  SD-COMPANY              PIC X(2).
           05  PREVIOUS-COMPANY        PIC X(2)    VALUE SPACES.
      *
       01  COMPANY-COUNTERS            COMP-3.
           05  CO-PRINT-COUNT          PIC S9(7)   VALUE ZERO.
           05  CO-EMAIL-COUNT          PIC S9(7)   VALUE ZERO.
           05  CO-SKIP-COUNT           PIC S9(7)   VALUE ZERO.
           05  CO-STMT-BALANCE         PIC S9(9)V99 VALUE ZERO.
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  SUPPRESSION-FIELDS.
      *
           05  MINIMUM-SKIP-COUNT      PIC S9(7)   VALUE ZERO.
           05  CREDIT-SKIP-COUNT       PIC S9(7)   VALUE ZERO.
           05  FLAGGED-SKIP-COUNT      PIC S9(7)   VALUE ZERO.
           05  BADADDR-SKIP-COUNT      PIC S9(7)   VALUE ZERO.
      *
       01  SUPPRESSION-TOTAL-LINE.
           05  FILLER      PIC X(14)   VALUE 'SKIPPED ZERO: '.
           05  STL-CREDIT  PIC Z(6)9.
           05  FILLER      PIC X(10)   VALUE '  FLAGGED:'.
           05  STL-FLAG    PIC Z(6)9.
           05  FILLER      PIC X(11)   VALUE '  BAD ADDR:'.
           05  STL-BADADDR PIC Z(6)9.
           05  FILLER      PIC X(34)   VALUE SPACES.
      *
       01  DELIVERY-REGISTER-LINE.
           05  DRL-CUSTNO  PIC X(6).
           05  FILLER      PIC X(12)   VALUE '  NO EMAIL: '.
           05  DTL-NOEML   PIC Z(6)9.
           05  FILLER      PIC X(82)   VALUE SPACES.
      *
       01  COMPANY-TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'COMPANY '.
           05  CTL-COMPANY PIC X(2).
           05  FILLER      PIC X(11)   VALUE '  PRINTED: '.
           05  CTL-PRINT   PIC Z(6)9.
           05  FILLER      PIC X(10)   VALUE '  EMAILED:'.
           05  CTL-EMAIL   PIC Z(6)9.
           05  FILLER      PIC X(10)   VALUE '  SKIPPED:'.
           05  CTL-SKIP    PIC Z(6)9.
           05  FILLER      PIC X(12)   VALUE '  BALANCES: '.
           05  CTL-BALANCE PIC Z(8)9.99-.
           05  FILLER      PIC X(45)   VALUE SPACES.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  CHECKPOINT-FIELDS.
      *
      *    EVERY CKPTINTERVAL CUSTOMERS THE RUN COMMITS AND SAVES
      *    THE LAST CUSTOMER COMPLETED, THE STATEMENT DATES, THE
      *    PAGE NUMBER AND THE REGISTER COUNTS IN MM01.STMTCKPT,
      *    ONE ROW PER COMPANY SELECTION.  A RUN THAT FINDS A ROW
      *    IS A RESTART: IT KEEPS THE CHECKPOINTED DATES AND
      *    COUNTS AND RESUMES AFTER THAT CUSTOMER, SO NOTHING UP TO
      *    THE CHECKPOINT IS PRINTED, EMAILED OR ROLLED TWICE.
      *    STMTBAL ROLLS SINCE THE LAST CHECKPOINT ARE BACKED OUT
      *    WITH THE FAILED RUN'S UNCOMMITTED WORK.  A CLEAN FINISH
      *    DELETES THE ROW.
      *
           05  CKPT-INTERVAL-CARD      PIC 9(5).
           05  CKPT-INTERVAL           PIC S9(5)   COMP-3.
           05  CKPT-CUSTOMER-COUNT     PIC S9(5)   COMP-3 VALUE ZERO.
           05  SK-RUN-DATE             PIC X(8).
           05  SK-TIMESTAMP            PIC X(26).
           05  SK-FROM-DATE            PIC X(10).
           05  SK-TO-DATE              PIC X(10).
      *
       01  CURSOR-RESTART-FIELDS.
           05  RS-COMPANY              PIC X(2)    VALUE LOW-VALUE.
           05  RS-CUSTNO               PIC X(6)    VALUE LOW-VALUE.
      *
       01  RESTART-REGISTER-LINE.
           05  FILLER      PIC X(30)   VALUE
               '*** RESTARTED AFTER CUSTOMER '.
           05  RRL-CUSTNO  PIC X(6).
           05  FILLER      PIC X(10)   VALUE ' COMPANY '.
           05  RRL-COMPANY PIC X(2).
           05  FILLER      PIC X(16)   VALUE ' CHECKPOINT OF '.
           05  RRL-TIMESTAMP PIC X(26).
           05  FILLER      PIC X(42)   VALUE SPACES.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  ACT-AMOUNT              PIC S9(9)V99    COMP-3.
           05  ACT-CURRENCY            PIC X(3).
           05  ACT-CURR-AMOUNT         PIC S9(9)V99    COMP-3.
           05  ACT-TRACKNO             PIC X(20).
      *
       01  HOME-CURRENCY               PIC X(3)        VALUE 'USD'.
      *
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  REMIT-LINE-1.
           05  FILLER      PIC X(10)   VALUE 'REMIT TO: '.
           05  RL1-NAME    PIC X(30).
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  REMIT-LINE-2.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  RL2-ADDR    PIC X(30).
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  REMIT-LINE-3.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  RL3-CITY    PIC X(20).
           05  FILLER      PIC X       VALUE SPACES.
           05  RL3-STATE   PIC X(2).
           05  FILLER      PIC X       VALUE SPACES.
           05  RL3-ZIPCODE PIC X(10).
           05  FILLER      PIC X(88)   VALUE SPACES.
      *
       01  PERIOD-LINE.
           05  FILLER      PIC X(18)   VALUE 'STATEMENT PERIOD: '.
           05  FILLER      PIC X(20)   VALUE 'GES     PAYMENTS    '.
           05  FILLER      PIC X(12)   VALUE '     BALANCE'.
           05  FILLER      PIC X(20)   VALUE '  CURR     ORIG AMT '.
           05  FILLER      PIC X(40)   VALUE 'TRACKING'.
      *
       01  OPENING-LINE.
           05  FILLER      PIC X(38)   VALUE 'BALANCE FORWARD'.
           05  DL-CURAMT   PIC Z(7)9.99.
           05  DL-CURAMT-X REDEFINES DL-CURAMT
                           PIC X(11).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  DL-TRACKNO  PIC X(20).
           05  FILLER      PIC X(20)   VALUE SPACES.
      *
       01  BALFWD-LINE-1.
           05  FILLER      PIC X(38)   VALUE 'PREVIOUS BALANCE'.
           END-EXEC.
      *
           EXEC SQL
               DECLARE CUSTCURS CURSOR WITH HOLD FOR
                   SELECT CUSTNO,   FNAME,   LNAME,
                          ADDR,     CITY,    STATE,   ZIPCODE,
                          STMTDLV,  EMAIL,   CYCLE,   STMTSTYLE,
                          BADADDR,  CUSTCOMP
                       FROM MM01.CUSTOMER
                       WHERE CUSTCOMP BETWEEN :FROM-COMPANY
                                          AND :TO-COMPANY
                         AND (CUSTCOMP > :RS-COMPANY
                           OR (CUSTCOMP = :RS-COMPANY
                               AND CUSTNO > :RS-CUSTNO))
                       ORDER BY CUSTCOMP, CUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE ACTCURS CURSOR FOR
                   SELECT A.INVDATE, 'I', A.INVNO, A.INVTOTAL,
                          A.INVCURR, A.INVCURAMT,
                          COALESCE((SELECT MIN(D.SCTRACKNO)
                                        FROM MM01.SHIPCONF D
                                        WHERE D.SCINVNO = A.INVNO),
                                   ' ')
                       FROM MM01.INVOICE A
                       WHERE A.INVCUST = :CUSTNO
                         AND A.INVDATE BETWEEN :FROM-DATE
                                           AND :TO-DATE
                   UNION ALL
                   SELECT B.PAYDATE, 'P', B.PAYINVNO, B.PAYAMT,
                          '   ', B.PAYAMT, ' '
                       FROM MM01.PAYMENT B
                           INNER JOIN MM01.INVOICE C
                       ON B.PAYINVNO = C.INVNO
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 048-CHECK-RUN-PREREQUISITES.
           IF VALID-CURSOR
               PERFORM 050-SET-DATE-RANGE
               PERFORM 060-CHECK-FOR-RESTART.
           IF VALID-CURSOR
               PERFORM 100-OPEN-CUSTOMER-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PRINT-CUST-STATEMENT
                   UNTIL END-OF-CUSTOMERS
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-CUSTOMER-CURSOR.
           IF PREVIOUS-COMPANY NOT = SPACES
               PERFORM 535-WRITE-COMPANY-TOTALS.
           IF RUN-REFUSED
               MOVE '****  PREREQUISITES NOT COMPLETE -- NO STATEMENTS'
                   TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE.
           IF NOT-VALID-CURSOR AND NOT RUN-REFUSED
               MOVE '****  DB2 ERROR  -- STATEMENTS INCOMPLETE  ****'
                   TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE.
           IF VALID-CURSOR
               PERFORM 295-CLEAR-CHECKPOINT.
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
               DISPLAY NO-EMAIL-FALLBACK-COUNT
                       ' EMAIL CUSTOMER(S) WITHOUT AN ADDRESS -'
                       ' PRINTED INSTEAD.'.
           IF RESTART-RUN
               DISPLAY 'COUNTS INCLUDE THE RUN BEFORE THE RESTART.'.
           IF VALID-CURSOR
               PERFORM 700-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *    LEAVES ITS DEFAULT.  PARMPARS ECHOES THE RESOLVED
      *    SET, SO THE OUTPUT SHOWS WHAT THE RUN WAS ASKED TO DO.
      *
           MOVE 7          TO PPS-ENTRY-COUNT.
           MOVE 'FROMDATE' TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'TODATE'   TO PPS-KEYWORD (2).
           MOVE '0000000'  TO PPS-VALUE (4).
           MOVE 'SUPPCR'   TO PPS-KEYWORD (5).
           MOVE 'N'        TO PPS-VALUE (5).
           MOVE 'COMPANY'  TO PPS-KEYWORD (6).
           MOVE SPACES     TO PPS-VALUE (6).
           MOVE 'CKPTINTERVAL' TO PPS-KEYWORD (7).
           MOVE '00500'    TO PPS-VALUE (7).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 8 TO RETURN-CODE.
      *
       048-CHECK-RUN-PREREQUISITES.
      *
           MOVE 'G' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           EVALUATE BZD-STATUS
               WHEN '0'
                   CONTINUE
               WHEN '3'
                   DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                           BZD-DATE ' - RUN REFUSED.'
                   MOVE 'Y' TO RUN-REFUSED-SW
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       050-SET-DATE-RANGE.
      *
           MOVE PPS-VALUE (4) (1:7) TO MIN-BALANCE-CARD.
           MOVE MIN-BALANCE-CARD TO MIN-STMT-BALANCE.
           MOVE PPS-VALUE (5) (1:1) TO SUPPRESS-CREDIT-CARD.
           MOVE PPS-VALUE (6) (1:2) TO REQUESTED-COMPANY.
           IF REQUESTED-COMPANY = SPACES
               MOVE LOW-VALUE  TO FROM-COMPANY
               MOVE HIGH-VALUE TO TO-COMPANY
           ELSE
               MOVE REQUESTED-COMPANY TO FROM-COMPANY
                                         TO-COMPANY.
           MOVE PPS-VALUE (7) (1:5) TO CKPT-INTERVAL-CARD.
           MOVE CKPT-INTERVAL-CARD  TO CKPT-INTERVAL.
      *
       060-CHECK-FOR-RESTART.
      *
           EXEC SQL
               SELECT SKLASTCOMP,  SKLASTCUST,  SKRUNDATE,
                      SKFROMDATE,  SKTODATE,    SKPAGES,
                      SKSTMTS,     SKPRINTED,   SKEMAILED,
                      SKNOEMAIL,   SKZERO,      SKMIN,
                      SKCREDIT,    SKFLAG,      SKBADADDR,
                      SKCOPRINT,   SKCOEMAIL,   SKCOSKIP,
                      SKCOBAL,     CHAR(SKTS)
                   INTO :RS-COMPANY,         :RS-CUSTNO,
                        :SK-RUN-DATE,        :SK-FROM-DATE,
                        :SK-TO-DATE,         :PAGE-COUNT,
                        :STATEMENTS-PRINTED, :PRINT-DELIVERY-COUNT,
                        :EMAIL-DELIVERY-COUNT,
                        :NO-EMAIL-FALLBACK-COUNT,
                        :ZERO-SKIP-COUNT,    :MINIMUM-SKIP-COUNT,
                        :CREDIT-SKIP-COUNT,  :FLAGGED-SKIP-COUNT,
                        :BADADDR-SKIP-COUNT, :CO-PRINT-COUNT,
                        :CO-EMAIL-COUNT,     :CO-SKIP-COUNT,
                        :CO-STMT-BALANCE,    :SK-TIMESTAMP
                   FROM MM01.STMTCKPT
                       WHERE SKCOMPREQ = :REQUESTED-COMPANY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 065-RESUME-FROM-CHECKPOINT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       065-RESUME-FROM-CHECKPOINT.
      *
      *    THE RESTART KEEPS THE INTERRUPTED RUN'S STATEMENT
      *    DATES AND HEADING DATE, WHATEVER THE DECK NOW SAYS.
      *
           MOVE 'Y' TO RESTART-RUN-SW.
           IF SK-FROM-DATE NOT = FROM-DATE
              OR SK-TO-DATE NOT = TO-DATE
               DISPLAY 'DECK DATES IGNORED - RESTART KEEPS '
                       SK-FROM-DATE ' TO ' SK-TO-DATE.
           MOVE SK-FROM-DATE TO FROM-DATE
                                PL-FROM.
           MOVE SK-TO-DATE   TO TO-DATE
                                PL-TO.
           MOVE SK-RUN-DATE  TO CDT-FULL-DATE.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           MOVE RS-COMPANY TO PREVIOUS-COMPANY.
           IF PREVIOUS-COMPANY NOT = SPACES
               PERFORM 206-LOAD-COMPANY-REMIT-TO.
           DISPLAY 'RESTARTING AFTER CUSTOMER ' RS-CUSTNO
                   ' COMPANY ' RS-COMPANY.
           MOVE RS-CUSTNO    TO RRL-CUSTNO.
           MOVE RS-COMPANY   TO RRL-COMPANY.
           MOVE SK-TIMESTAMP TO RRL-TIMESTAMP.
           WRITE DLVREG-RECORD FROM RESTART-REGISTER-LINE.
      *
       100-OPEN-CUSTOMER-CURSOR.
      *
       200-PRINT-CUST-STATEMENT.
      *
           PERFORM 210-FETCH-CUSTOMER-ROW.
           IF NOT END-OF-CUSTOMERS
              AND VALID-CURSOR
              AND SD-COMPANY NOT = PREVIOUS-COMPANY
               PERFORM 205-CHANGE-COMPANY.
           IF NOT END-OF-CUSTOMERS
               IF VALID-CURSOR
                  AND (CYCLE-CARD = SPACES
                       END-IF
                       IF STMT-SUPPRESSED
                           PERFORM 525-WRITE-SUPPRESS-LINE
                           ADD 1 TO CO-SKIP-COUNT
                       ELSE
                           ADD CLOSING-BALANCE TO CO-STMT-BALANCE
                           PERFORM 510-SET-DELIVERY-CHANNELS
                           IF PRINT-CHANNEL
                               MOVE OPENING-BALANCE
                               END-IF
                               ADD 1 TO STATEMENTS-PRINTED
                               ADD 1 TO PRINT-DELIVERY-COUNT
                               ADD 1 TO CO-PRINT-COUNT
                           END-IF
                           IF EMAIL-CHANNEL
                               MOVE OPENING-BALANCE
                                   PERFORM 600-WRITE-EMAIL-STATEMENT
                               END-IF
                               ADD 1 TO EMAIL-DELIVERY-COUNT
                               ADD 1 TO CO-EMAIL-COUNT
                           END-IF
                           PERFORM 520-WRITE-REGISTER-LINE
                       END-IF
                          AND VALID-CURSOR
                          AND BF-ROLL-NEEDED
                           PERFORM 248-ROLL-CARRIED-BALANCE.
           IF NOT END-OF-CUSTOMERS
              AND VALID-CURSOR
              AND CKPT-INTERVAL > ZERO
               ADD 1 TO CKPT-CUSTOMER-COUNT
               IF CKPT-CUSTOMER-COUNT >= CKPT-INTERVAL
                   PERFORM 290-TAKE-CHECKPOINT.
      *
       205-CHANGE-COMPANY.
      *
           IF PREVIOUS-COMPANY NOT = SPACES
               PERFORM 535-WRITE-COMPANY-TOTALS.
           MOVE SD-COMPANY TO PREVIOUS-COMPANY.
           PERFORM 206-LOAD-COMPANY-REMIT-TO.
      *
       206-LOAD-COMPANY-REMIT-TO.
      *
           MOVE 'K'              TO CPL-FUNCTION.
           MOVE PREVIOUS-COMPANY TO CPL-COMPANY.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           IF CPL-FAILED
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE CPL-NAME        TO RL1-NAME.
           MOVE CPL-REMIT-ADDR  TO RL2-ADDR.
           MOVE CPL-REMIT-CITY  TO RL3-CITY.
           MOVE CPL-REMIT-STATE TO RL3-STATE.
           MOVE CPL-REMIT-ZIP   TO RL3-ZIPCODE.
      *
       210-FETCH-CUSTOMER-ROW.
      *
                        :SD-DLVPREF:SD-DLVPREF-IND,
                        :SD-EMAIL:SD-EMAIL-IND,
                        :SD-CYCLE:SD-CYCLE-IND,
                        :SD-STMTSTYLE:SD-STMTSTYLE-IND,
                        :SD-BADADDR:SD-BADADDR-IND,
                        :SD-COMPANY
           END-EXEC.
           IF SD-CYCLE-IND < 0
               MOVE SPACES TO SD-CYCLE.
           IF SD-BADADDR-IND < 0
               MOVE SPACE TO SD-BADADDR.
           IF SD-STMTSTYLE-IND < 0
               MOVE 'O' TO SD-STMTSTYLE.
           IF SQLCODE = 100
           MOVE 1 TO LINE-COUNT.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 260-WRITE-PAGE-TOP-LINE.
           PERFORM 235-PRINT-REMIT-TO.
           MOVE 2 TO SPACE-CONTROL.
           MOVE PERIOD-LINE TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE OPENING-LINE TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       235-PRINT-REMIT-TO.
      *
           MOVE REMIT-LINE-1 TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE REMIT-LINE-2 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE REMIT-LINE-3 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
      *
       240-PRINT-ACTIVITY-LINES.
      *
                   MOVE SPACES TO DL-CURR
                   MOVE SPACES TO DL-CURAMT-X
               END-IF
               MOVE ACT-TRACKNO TO DL-TRACKNO
               MOVE DETAIL-LINE TO PRTOUT-RECORD
               PERFORM 250-WRITE-REPORT-LINE.
      *
           EXEC SQL
               FETCH ACTCURS
                   INTO :ACT-DATE, :ACT-TYPE, :ACT-REFNO, :ACT-AMOUNT,
                        :ACT-CURRENCY, :ACT-CURR-AMOUNT, :ACT-TRACKNO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-ACTIVITY-SW
           MOVE 1 TO LINE-COUNT.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 260-WRITE-PAGE-TOP-LINE.
           PERFORM 235-PRINT-REMIT-TO.
           MOVE 2 TO SPACE-CONTROL.
           MOVE PERIOD-LINE TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       290-TAKE-CHECKPOINT.
      *
      *    THE CHECKPOINT ROW COMMITS WITH THE STMTBAL ROLLS OF THE
      *    CUSTOMERS IT COVERS; THE CURSOR IS HELD ACROSS THE
      *    COMMIT.  THE OUTPUT WRITTEN SO FAR IS THE RESTART POINT
      *    SHOWN ON THE DELIVERY REGISTER OF THE RESTARTED RUN.
      *
           MOVE CDT-FULL-DATE    TO SK-RUN-DATE.
           MOVE SD-COMPANY       TO RS-COMPANY.
           MOVE CUSTNO           TO RS-CUSTNO.
           EXEC SQL
               UPDATE MM01.STMTCKPT
                  SET SKLASTCOMP = :RS-COMPANY,
                      SKLASTCUST = :RS-CUSTNO,
                      SKRUNDATE  = :SK-RUN-DATE,
                      SKFROMDATE = :FROM-DATE,
                      SKTODATE   = :TO-DATE,
                      SKPAGES    = :PAGE-COUNT,
                      SKSTMTS    = :STATEMENTS-PRINTED,
                      SKPRINTED  = :PRINT-DELIVERY-COUNT,
                      SKEMAILED  = :EMAIL-DELIVERY-COUNT,
                      SKNOEMAIL  = :NO-EMAIL-FALLBACK-COUNT,
                      SKZERO     = :ZERO-SKIP-COUNT,
                      SKMIN      = :MINIMUM-SKIP-COUNT,
                      SKCREDIT   = :CREDIT-SKIP-COUNT,
                      SKFLAG     = :FLAGGED-SKIP-COUNT,
                      SKBADADDR  = :BADADDR-SKIP-COUNT,
                      SKCOPRINT  = :CO-PRINT-COUNT,
                      SKCOEMAIL  = :CO-EMAIL-COUNT,
                      SKCOSKIP   = :CO-SKIP-COUNT,
                      SKCOBAL    = :CO-STMT-BALANCE,
                      SKTS       = CURRENT TIMESTAMP
                  WHERE SKCOMPREQ = :REQUESTED-COMPANY
           END-EXEC.
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO MM01.STMTCKPT
                          (SKCOMPREQ,  SKLASTCOMP, SKLASTCUST,
                           SKRUNDATE,  SKFROMDATE, SKTODATE,
                           SKPAGES,    SKSTMTS,    SKPRINTED,
                           SKEMAILED,  SKNOEMAIL,  SKZERO,
                           SKMIN,      SKCREDIT,   SKFLAG,
                           SKBADADDR,  SKCOPRINT,  SKCOEMAIL,
                           SKCOSKIP,   SKCOBAL,    SKTS)
                   VALUES (:REQUESTED-COMPANY,  :RS-COMPANY,
                           :RS-CUSTNO,          :SK-RUN-DATE,
                           :FROM-DATE,          :TO-DATE,
                           :PAGE-COUNT,         :STATEMENTS-PRINTED,
                           :PRINT-DELIVERY-COUNT,
                           :EMAIL-DELIVERY-COUNT,
                           :NO-EMAIL-FALLBACK-COUNT,
                           :ZERO-SKIP-COUNT,    :MINIMUM-SKIP-COUNT,
                           :CREDIT-SKIP-COUNT,  :FLAGGED-SKIP-COUNT,
                           :BADADDR-SKIP-COUNT, :CO-PRINT-COUNT,
                           :CO-EMAIL-COUNT,     :CO-SKIP-COUNT,
                           :CO-STMT-BALANCE,    CURRENT TIMESTAMP)
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO CKPT-CUSTOMER-COUNT.
      *
       295-CLEAR-CHECKPOINT.
      *
           EXEC SQL
               DELETE FROM MM01.STMTCKPT
                   WHERE SKCOMPREQ = :REQUESTED-COMPANY
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       300-CLOSE-CUSTOMER-CURSOR.
      *
                   MOVE 'Y' TO STMT-SUPPRESSED-SW
                   MOVE 'NO-STMT FLAG' TO SUPPRESS-REASON
                   ADD 1 TO FLAGGED-SKIP-COUNT
               WHEN NOT SD-ADDRESS-OK
                AND (SD-EMAIL-IND < 0 OR SD-EMAIL = SPACES)
                   MOVE 'Y' TO STMT-SUPPRESSED-SW
                   MOVE 'BAD ADDRESS' TO SUPPRESS-REASON
                   ADD 1 TO BADADDR-SKIP-COUNT
               WHEN SUPPRESS-CREDIT-ONLY
                AND CLOSING-BALANCE <= ZERO
                   MOVE 'Y' TO STMT-SUPPRESSED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT SD-ADDRESS-OK
               MOVE 'N' TO PRINT-CHANNEL-SW
               MOVE 'Y' TO EMAIL-CHANNEL-SW
               MOVE 'BAD ADDR' TO SD-REMARK.
      *
       520-WRITE-REGISTER-LINE.
      *
           MOVE MINIMUM-SKIP-COUNT TO STL-MIN.
           MOVE CREDIT-SKIP-COUNT  TO STL-CREDIT.
           MOVE FLAGGED-SKIP-COUNT TO STL-FLAG.
           MOVE BADADDR-SKIP-COUNT TO STL-BADADDR.
           WRITE DLVREG-RECORD FROM SUPPRESSION-TOTAL-LINE.
      *
       535-WRITE-COMPANY-TOTALS.
      *
           MOVE PREVIOUS-COMPANY TO CTL-COMPANY.
           MOVE CO-PRINT-COUNT   TO CTL-PRINT.
           MOVE CO-EMAIL-COUNT   TO CTL-EMAIL.
           MOVE CO-SKIP-COUNT    TO CTL-SKIP.
           MOVE CO-STMT-BALANCE  TO CTL-BALANCE.
           WRITE DLVREG-RECORD FROM COMPANY-TOTAL-LINE.
           MOVE ZERO TO CO-PRINT-COUNT
                        CO-EMAIL-COUNT
                        CO-SKIP-COUNT
                        CO-STMT-BALANCE.
      *
       600-WRITE-EMAIL-STATEMENT.
      *
           ELSE
               MOVE OPENING-BALANCE TO EML-OPENING-BAL
               MOVE '+' TO EML-OPEN-SIGN.
           MOVE SD-COMPANY TO EML-COMPANY.
           WRITE EMAIL-STATEMENT-RECORD.
      *
       620-WRITE-EMAIL-ACTIVITY.
               MOVE ACT-TYPE   TO EML-ACT-TYPE
               MOVE ACT-REFNO  TO EML-ACT-REFNO
               MOVE ACT-AMOUNT TO EML-ACT-AMOUNT
               MOVE ACT-TRACKNO TO EML-ACT-TRACKNO
               IF ACT-INVOICE
                   ADD ACT-AMOUNT TO RUNNING-BALANCE
               ELSE
           MOVE BF-NEW-BALANCE TO RUNNING-BALANCE.
           PERFORM 640-WRITE-EMAIL-TRAILER.
      *
      *
       700-MARK-RUN-COMPLETE.
      *
           MOVE 'E' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           IF BZD-STATUS NOT = '0'
               DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       ' - RUN NOT MARKED COMPLETE.'
               MOVE 8 TO RETURN-CODE.
      *
