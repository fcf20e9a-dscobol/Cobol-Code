      *    THE FREQUENCY CARD SETS HOW MANY PAY PERIODS THE YEAR
      *    HOLDS: M MONTHLY (12), S SEMI-MONTHLY (24), B BIWEEKLY
      *    (26), W WEEKLY (52).  THE PERIOD'S GROSS IS THE ANNUAL
      *    SALARY, BONUS, AND COMMISSION DIVIDED ACROSS THEM - EXCEPT
      *    THAT AN EMPLOYEE WHO IS A SALES REP (SALESREP.REPEMPNO)
      *    IS PAID THE COMMISSION COMMCALC EARNED AND A REVIEWER
      *    APPROVED, IN PLACE OF THE FLAT COMM COLUMN.
      *
      *    NET PAY IS TAKEN FROM GROSS IN THIS ORDER: PRE-TAX
      *    ELECTIONS (MM01.PAYDED), TAX WITHHOLDING (MM01.WHSETUP
      *    PRICED THROUGH THE ANNUALIZED BRACKETS IN MM01.WHRATE),
      *    GARNISHMENT ORDERS BY PRIORITY (MM01.GARNISH), THEN
      *    AFTER-TAX ELECTIONS.  NO DEDUCTION TAKES MORE THAN THE
      *    NET LEFT.  EVERY DEDUCTION IS A LINE ON MM01.PAYROLLHIST
      *    BESIDE THE GROSS-PAY LINE, WHICH CARRIES THE NET PAY
      *    ACHGEN DEPOSITS AND PAYSTMT PRINTS.
      *
      *    EACH PERIOD ALSO ACCRUES VACATION AND SICK HOURS TO
      *    MM01.LEAVBAL BY THE MM01.ACCRULE RULE FOR THE LEAVE TYPE,
      *    THE EMPLOYEE'S JOB AND YEARS OF SERVICE FROM THE HIRE
      *    DATE - THE ANNUAL HOURS DIVIDED ACROSS THE PERIODS.  A
      *    VACATION BALANCE PAID OUT ON TERMINATION (MM01.LEAVPAY)
      *    IS ADDED TO THE GROSS OF THE NEXT PAY, AND NOTHING MORE
      *    IS ACCRUED ONCE A FINAL PAY DATE IS SET.
      *
           05  PAY-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  PAY-FREQUENCY           PIC X.
           05  PERIODS-PER-YEAR        PIC S9(3)   COMP-3.
           05  PAY-YEAR-START          PIC X(10).
      *
       01  EMPLOYEE-FIELDS.
           05  EM-EMPNO                PIC X(6).
           05  EM-COMM                 PIC S9(5)V99   COMP-3.
           05  EM-NETPAY               PIC S9(7)V99   COMP-3.
           05  EM-GROSS                PIC S9(7)V99   COMP-3.
           05  EM-REP-LINKS            PIC S9(9)      COMP.
           05  EM-COMM-EARNED          PIC S9(7)V99   COMP-3.
           05  EM-TERMINATED           PIC X.
           05  EM-LEAVE-PAYOUT         PIC S9(7)V99   COMP-3.
      *
       01  NET-PAY-FIELDS              COMP-3.
           05  NP-NET                  PIC S9(7)V99.
           05  NP-PRETAX-TOTAL         PIC S9(7)V99.
           05  NP-TAXABLE              PIC S9(7)V99.
           05  NP-TAX-TOTAL            PIC S9(7)V99.
           05  NP-DISPOSABLE           PIC S9(7)V99.
           05  NP-GARNISH-TOTAL        PIC S9(7)V99.
           05  NP-YTD-TAXABLE          PIC S9(9)V99.
           05  NP-PERIOD-TAXABLE       PIC S9(7)V99.
           05  NP-ANNUAL               PIC S9(9)V99.
           05  NP-AMOUNT               PIC S9(7)V99.
           05  NP-ROOM                 PIC S9(9)V99.
      *
       01  DEDUCTION-LINE-TABLE.
           05  DL-COUNT                PIC S9(4)      COMP VALUE 0.
           05  DL-ENTRY OCCURS 30 TIMES
                   INDEXED BY DL-INDEX.
               10  DL-CLASS            PIC X.
               10  DL-CODE             PIC X(8).
               10  DL-REF              PIC X(12).
               10  DL-AMOUNT           PIC S9(7)V99   COMP-3.
      *
      *    DEDUCTION CLASSES ON THE PAY HISTORY LINE.
      *
       01  DEDUCTION-LINE-FIELDS.
           05  DL-LINE-CLASS           PIC X.
               88  DL-PRETAX-ELECTION          VALUE 'P'.
               88  DL-TAX-WITHHELD             VALUE 'T'.
               88  DL-GARNISHMENT              VALUE 'G'.
               88  DL-AFTER-TAX-ELECTION       VALUE 'A'.
           05  DL-LINE-CODE            PIC X(8).
           05  DL-LINE-REF             PIC X(12).
           05  DL-LINE-AMOUNT          PIC S9(7)V99   COMP-3.
           05  END-OF-DEDUCTIONS-SW    PIC X.
               88  END-OF-DEDUCTIONS           VALUE 'Y'.
      *
       01  ELECTION-FIELDS.
           05  ED-PRETAX-PASS          PIC X.
           05  ED-CODE                 PIC X(8).
           05  ED-METHOD               PIC X.
           05  ED-AMOUNT               PIC S9(5)V99   COMP-3.
           05  ED-RATE                 PIC S9V9999    COMP-3.
           05  ED-ANNUAL-LIMIT         PIC S9(7)V99   COMP-3.
           05  ED-YTD                  PIC S9(7)V99   COMP-3.
      *
       01  WITHHOLDING-FIELDS.
           05  WH-TAX-CODE             PIC X(4).
           05  WH-FILING               PIC X.
           05  WH-ALLOWANCES           PIC S9(2)      COMP-3.
           05  WH-EXTRA                PIC S9(5)V99   COMP-3.
           05  WH-EXEMPT               PIC X.
           05  WR-FLOOR                PIC S9(9)V99   COMP-3.
           05  WR-BASE                 PIC S9(7)V99   COMP-3.
           05  WR-RATE                 PIC S9V9999    COMP-3.
           05  WR-ALLOW-AMOUNT         PIC S9(5)V99   COMP-3.
           05  WR-WAGE-CAP             PIC S9(9)V99   COMP-3.
      *
       01  GARNISHMENT-FIELDS.
           05  GN-CASE                 PIC X(12).
           05  GN-METHOD               PIC X.
           05  GN-AMOUNT               PIC S9(5)V99   COMP-3.
           05  GN-RATE                 PIC S9V9999    COMP-3.
           05  GN-MAX-PCT              PIC S9V9999    COMP-3.
           05  GN-LIMIT                PIC S9(7)V99   COMP-3.
           05  GN-PAID-TD              PIC S9(7)V99   COMP-3.
      *
       01  LEAVE-ACCRUAL-FIELDS.
           05  LV-SERVICE-YEARS        PIC S9(4)      COMP.
           05  LV-JOB                  PIC X(8).
           05  LV-TYPE                 PIC X.
           05  LV-ANNUAL-HOURS         PIC S9(3)V99   COMP-3.
           05  LV-HOURS                PIC S9(3)V99   COMP-3.
      *
       01  DUPLICATE-CHECK-FIELDS.
           05  DUP-RUN-COUNT           PIC S9(9)      COMP.
           05  GROSS-PAY-TOTAL         PIC S9(11)V99  VALUE ZERO.
           05  NET-PAY-TOTAL           PIC S9(11)V99  VALUE ZERO.
           05  ROWS-FAILED             PIC S9(5)      VALUE ZERO.
           05  COMM-PAID-TOTAL         PIC S9(11)V99  VALUE ZERO.
           05  TAX-TABLES-MISSING      PIC S9(5)      VALUE ZERO.
           05  LEAVE-PAYOUT-TOTAL      PIC S9(11)V99  VALUE ZERO.
           05  LEAVE-HOURS-ACCRUED     PIC S9(9)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  FILLER      PIC X(20)   VALUE 'EMPLOYEE  NAME      '.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '          DEPT      '.
           05  FILLER      PIC X(21)   VALUE 'GROSS PAY  COMMISSION'.
           05  FILLER      PIC X(14)   VALUE '       NET PAY'.
           05  FILLER      PIC X(37)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-EMPNO    PIC X(6).
           05  RL-DEPT     PIC X(3).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-GROSS    PIC Z(6)9.99.
           05  FILLER      PIC X(6)    VALUE SPACES.
           05  RL-COMM     PIC Z(6)9.99.
           05  RL-COMM-X REDEFINES RL-COMM
                           PIC X(10).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-NET      PIC Z(6)9.99.
           05  FILLER      PIC X(37)   VALUE SPACES.
      *
       01  DEPT-TOTAL-LINE.
           05  FILLER      PIC X(17)   VALUE 'DEPARTMENT TOTAL '.
           05  TL-GROSS    PIC Z(10)9.99.
           05  FILLER      PIC X(13)   VALUE '  NET TOTAL: '.
           05  TL-NET      PIC Z(10)9.99.
           05  FILLER      PIC X(14)   VALUE '  COMMISSION: '.
           05  TL-COMM     PIC Z(10)9.99.
           05  FILLER      PIC X(48)   VALUE SPACES.
      *
           COPY EOJSTAT.
      *
               DECLARE EMPCURS CURSOR WITH HOLD FOR
                   SELECT EMPNO,   FNAME,   LNAME,
                          DEPT,    SALARY,  BONUS,
                          COMM,    NETPAY,
                          (SELECT COUNT(*)
                               FROM MM01.SALESREP R
                               WHERE R.REPEMPNO = P.EMPNO),
                          CASE WHEN PYRLTERMDATE IS NULL
                               THEN 'N' ELSE 'Y' END
                       FROM MM01.PAYROLL P
                       WHERE PYRLSTAT = 'A'
                       ORDER BY DEPT, EMPNO
           END-EXEC.
      *
      *    THE DEDUCTION CURSORS ARE OPENED AND CLOSED INSIDE ONE
      *    EMPLOYEE'S UNIT OF WORK.  AN ELECTION'S YEAR-TO-DATE IS
      *    WHAT EARLIER PAY DATES THIS YEAR TOOK UNDER ITS CODE.
      *
           EXEC SQL
               DECLARE ELECCURS CURSOR FOR
                   SELECT PDCODE,  PDMETHOD,  PDAMOUNT,
                          PDRATE,  PDANNLIMIT,
                          (SELECT COALESCE(SUM(H.DEDAMT), 0)
                               FROM MM01.PAYROLLHIST H
                               WHERE H.EMPNO    = D.PDEMPNO
                                 AND H.LINETYPE = 'D'
                                 AND H.DEDCODE  = D.PDCODE
                                 AND H.PAYDATE >= :PAY-YEAR-START
                                 AND H.PAYDATE  < :PAY-DATE)
                       FROM MM01.PAYDED D
                       WHERE PDEMPNO  = :EM-EMPNO
                         AND PDSTATUS = 'A'
                         AND PDPRETAX = :ED-PRETAX-PASS
                       ORDER BY PDCODE
           END-EXEC.
      *
           EXEC SQL
               DECLARE WHCURS CURSOR FOR
                   SELECT WHTAXCODE, WHFILING, WHALLOW,
                          WHEXTRA,   WHEXEMPT
                       FROM MM01.WHSETUP
                       WHERE WHEMPNO = :EM-EMPNO
                       ORDER BY WHTAXCODE
           END-EXEC.
      *
           EXEC SQL
               DECLARE GARNCURS CURSOR FOR
                   SELECT GNCASE,   GNMETHOD, GNAMOUNT,
                          GNRATE,   GNMAXPCT, GNLIMIT,
                          GNPAIDTD
                       FROM MM01.GARNISH
                       WHERE GNEMPNO  = :EM-EMPNO
                         AND GNSTATUS = 'A'
                       ORDER BY GNPRIORITY, GNCASE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY EMPLOYEES-PAID ' EMPLOYEE(S) PAID.'.
           DISPLAY 'NET PAY TOTAL FOR THE ACH FILE BALANCE: '
                   TL-NET.
           IF TAX-TABLES-MISSING > 0
               DISPLAY TAX-TABLES-MISSING
                       ' WITHHOLDING(S) WITH NO RATE TABLE.'.
           MOVE LEAVE-HOURS-ACCRUED TO TL-GROSS.
           DISPLAY 'LEAVE HOURS ACCRUED:  ' TL-GROSS.
           MOVE LEAVE-PAYOUT-TOTAL  TO TL-GROSS.
           DISPLAY 'LEAVE PAID OUT:       ' TL-GROSS.
           MOVE EMPLOYEES-PAID TO EOJS-Records-In
                                  EOJS-Records-Out.
           MOVE ROWS-FAILED    TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT RUN-ALLOWED OR NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TAX-TABLES-MISSING > 0
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO PAY-DATE.
           STRING WS-DATE-CARD(1:4) '-01-01'
               DELIMITED BY SIZE INTO PAY-YEAR-START.
           ACCEPT PAY-FREQUENCY FROM SYSIN.
           EVALUATE PAY-FREQUENCY
               WHEN 'M'   MOVE 12 TO PERIODS-PER-YEAR
                       PERFORM 240-PRINT-DEPT-TOTAL
                   END-IF
                   MOVE EM-DEPT TO DB-DEPT
                   MOVE ZERO TO EM-COMM-EARNED
                   IF EM-REP-LINKS > 0
                       PERFORM 215-TAKE-APPROVED-COMMISSION
                       COMPUTE EM-GROSS ROUNDED =
                           (EM-SALARY + EM-BONUS)
                           / PERIODS-PER-YEAR + EM-COMM-EARNED
                   ELSE
                       COMPUTE EM-GROSS ROUNDED =
                           (EM-SALARY + EM-BONUS + EM-COMM)
                           / PERIODS-PER-YEAR
                   END-IF
                   IF VALID-CURSOR
                       PERFORM 217-TAKE-LEAVE-PAYOUT
                       ADD EM-LEAVE-PAYOUT TO EM-GROSS
                   END-IF
                   IF VALID-CURSOR
                       PERFORM 500-CALCULATE-NET-PAY
                   END-IF
                   IF VALID-CURSOR AND EM-TERMINATED = 'N'
                       PERFORM 600-ACCRUE-LEAVE
                   END-IF
                   IF VALID-CURSOR
                       PERFORM 220-INSERT-GROSS-PAY-ROW
                   END-IF
                   IF VALID-CURSOR
                       ADD 1         TO EMPLOYEES-PAID
                       ADD 1         TO DB-EMP-COUNT
                       ADD EM-GROSS  TO DB-GROSS-TOTAL
                       ADD EM-GROSS  TO GROSS-PAY-TOTAL
                       ADD EM-NETPAY TO NET-PAY-TOTAL
                       ADD EM-COMM-EARNED TO COMM-PAID-TOTAL
                       ADD EM-LEAVE-PAYOUT TO LEAVE-PAYOUT-TOTAL
                       PERFORM 230-PRINT-REGISTER-LINE.
      *
       210-FETCH-EMPLOYEE-ROW.
                   INTO :EM-EMPNO, :EM-FNAME, :EM-LNAME,
                        :EM-DEPT:EM-DEPT-IND,
                        :EM-SALARY, :EM-BONUS, :EM-COMM,
                        :EM-NETPAY, :EM-REP-LINKS,
                        :EM-TERMINATED
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-EMPLOYEES-SW
               ELSE
                   IF EM-DEPT-IND < 0
                       MOVE '***' TO EM-DEPT.
      *
       215-TAKE-APPROVED-COMMISSION.
      *
      *    COMMPAY ROWS WHOSE APPROVEQ ITEM IS APPROVED ARE MARKED
      *    PAID WITH THIS PAY DATE, AND THE AMOUNT PAID IS SUMMED
      *    FROM EXACTLY THE ROWS MARKED.  THE MARKING IS PART OF
      *    THE EMPLOYEE'S UNIT OF WORK, SO A FAILED INSERT BELOW
      *    ROLLS IT BACK AND THE COMMISSION WAITS FOR THE RERUN.
      *
           EXEC SQL
               UPDATE MM01.COMMPAY
                  SET CMSTATUS  = 'P',
                      CMPAYDATE = :PAY-DATE
               WHERE  CMEMPNO   = :EM-EMPNO
                 AND  CMSTATUS  = 'Q'
                 AND  CMAQID IN
                      (SELECT AQID
                           FROM MM01.APPROVEQ
                           WHERE AQTYPE   = 'CM'
                             AND AQSTATUS = 'A')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(CMAMOUNT), 0)
                       INTO :EM-COMM-EARNED
                       FROM MM01.COMMPAY
                           WHERE CMEMPNO   = :EM-EMPNO
                             AND CMSTATUS  = 'P'
                             AND CMPAYDATE = :PAY-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR AND EM-COMM-EARNED NOT = ZERO
               EXEC SQL
                   UPDATE MM01.APPROVEQ
                      SET AQSTATUS = 'D'
                   WHERE  AQSTATUS = 'A'
                     AND  AQID IN
                          (SELECT CMAQID
                               FROM MM01.COMMPAY
                               WHERE CMEMPNO   = :EM-EMPNO
                                 AND CMSTATUS  = 'P'
                                 AND CMPAYDATE = :PAY-DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF NOT-VALID-CURSOR
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO ROWS-FAILED.
      *
      *
      *    THE PAYOUT ROWS ARE MARKED PAID IN THE EMPLOYEE'S UNIT OF
      *    WORK, AS THE COMMISSION ROWS ARE.
      *
       217-TAKE-LEAVE-PAYOUT.
      *
           MOVE ZERO TO EM-LEAVE-PAYOUT.
           EXEC SQL
               UPDATE MM01.LEAVPAY
                  SET LPSTATUS  = 'P',
                      LPPAYDATE = :PAY-DATE
               WHERE  LPEMPNO   = :EM-EMPNO
                 AND  LPSTATUS  = 'Q'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(LPAMOUNT), 0)
                       INTO :EM-LEAVE-PAYOUT
                       FROM MM01.LEAVPAY
                           WHERE LPEMPNO   = :EM-EMPNO
                             AND LPSTATUS  = 'P'
                             AND LPPAYDATE = :PAY-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF NOT-VALID-CURSOR
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO ROWS-FAILED.
      *
       220-INSERT-GROSS-PAY-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.PAYROLLHIST
                      (EMPNO,      PAYDATE,    GROSSPAY,
                       LINETYPE,   TAXWAGES,   NETPAY)
               VALUES (:EM-EMPNO,  :PAY-DATE,  :EM-GROSS,
                       'G',        :NP-TAXABLE, :EM-NETPAY)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 550-INSERT-DEDUCTION-LINES
                   VARYING DL-INDEX FROM 1 BY 1
                   UNTIL DL-INDEX > DL-COUNT
                      OR SQLCODE NOT = 0.
      *
      *    A TERMINATION CARRIES THE FINAL PAY DATE TO PYRLTERMDATE.
      *    THE PAY RUN THAT COVERS IT IS THE LAST ONE: THE EMPLOYEE
      *    GOES INACTIVE IN THE SAME UNIT OF WORK.
      *
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE MM01.PAYROLL
                      SET NETPAY   = :EM-NETPAY,
                          PYRLSTAT =
                              CASE WHEN PYRLTERMDATE <= :PAY-DATE
                                   THEN 'I'
                                   ELSE PYRLSTAT END
                   WHERE  EMPNO    = :EM-EMPNO
               END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
           MOVE EM-LNAME TO RL-LNAME.
           MOVE EM-DEPT  TO RL-DEPT.
           MOVE EM-GROSS TO RL-GROSS.
           IF EM-REP-LINKS > 0
               MOVE EM-COMM-EARNED TO RL-COMM
           ELSE
               MOVE SPACES TO RL-COMM-X.
           MOVE EM-NETPAY TO RL-NET.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           IF VALID-CURSOR
               MOVE GROSS-PAY-TOTAL TO TL-GROSS
               MOVE NET-PAY-TOTAL   TO TL-NET
               MOVE COMM-PAID-TOTAL TO TL-COMM
               MOVE TOTAL-LINE      TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                    TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
       500-CALCULATE-NET-PAY.
      *
           MOVE EM-GROSS TO NP-NET.
           MOVE ZERO     TO DL-COUNT
                            NP-PRETAX-TOTAL
                            NP-TAX-TOTAL
                            NP-GARNISH-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(TAXWAGES), 0)
                   INTO :NP-YTD-TAXABLE
                   FROM MM01.PAYROLLHIST
                       WHERE EMPNO    = :EM-EMPNO
                         AND LINETYPE = 'G'
                         AND PAYDATE >= :PAY-YEAR-START
                         AND PAYDATE  < :PAY-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               MOVE 'Y' TO ED-PRETAX-PASS
               MOVE 'P' TO DL-LINE-CLASS
               PERFORM 510-TAKE-ELECTIONS.
           COMPUTE NP-TAXABLE = EM-GROSS - NP-PRETAX-TOTAL.
           IF VALID-CURSOR
               PERFORM 520-WITHHOLD-TAXES.
           COMPUTE NP-DISPOSABLE = EM-GROSS - NP-TAX-TOTAL.
           IF VALID-CURSOR
               PERFORM 530-TAKE-GARNISHMENTS.
           IF VALID-CURSOR
               MOVE 'N' TO ED-PRETAX-PASS
               MOVE 'A' TO DL-LINE-CLASS
               PERFORM 510-TAKE-ELECTIONS.
           MOVE NP-NET TO EM-NETPAY.
           IF NOT-VALID-CURSOR
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO ROWS-FAILED
               DISPLAY 'NET PAY FAILED FOR ' EM-EMPNO
                       ', SQLCODE ' SQLCODE.
      *
       510-TAKE-ELECTIONS.
      *
           MOVE 'N' TO END-OF-DEDUCTIONS-SW.
           EXEC SQL
               OPEN ELECCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 515-TAKE-ONE-ELECTION
                   UNTIL END-OF-DEDUCTIONS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE ELECCURS
               END-EXEC.
      *
       515-TAKE-ONE-ELECTION.
      *
           EXEC SQL
               FETCH ELECCURS
                   INTO :ED-CODE,  :ED-METHOD, :ED-AMOUNT,
                        :ED-RATE,  :ED-ANNUAL-LIMIT, :ED-YTD
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-DEDUCTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   IF ED-METHOD = 'P'
                       COMPUTE NP-AMOUNT ROUNDED = EM-GROSS * ED-RATE
                   ELSE
                       MOVE ED-AMOUNT TO NP-AMOUNT
                   END-IF
                   IF ED-ANNUAL-LIMIT > ZERO
                       COMPUTE NP-ROOM = ED-ANNUAL-LIMIT - ED-YTD
                       IF NP-AMOUNT > NP-ROOM
                           MOVE NP-ROOM TO NP-AMOUNT
                       END-IF
                   END-IF
                   MOVE ED-CODE  TO DL-LINE-CODE
                   MOVE SPACES   TO DL-LINE-REF
                   PERFORM 540-ADD-DEDUCTION-LINE
                   IF DL-PRETAX-ELECTION
                       ADD DL-LINE-AMOUNT TO NP-PRETAX-TOTAL.
      *
       520-WITHHOLD-TAXES.
      *
           MOVE 'N' TO END-OF-DEDUCTIONS-SW.
           MOVE 'T' TO DL-LINE-CLASS.
           EXEC SQL
               OPEN WHCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 525-WITHHOLD-ONE-TAX
                   UNTIL END-OF-DEDUCTIONS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE WHCURS
               END-EXEC.
      *
      *    THE PERIOD'S TAXABLE WAGES ARE ANNUALIZED, LESS THE
      *    ALLOWANCES, AND PRICED ON THE BRACKET THEY FALL IN; THE
      *    ANNUAL TAX IS SPREAD BACK OVER THE PERIODS.  A TAX WITH
      *    A WAGE BASE CAP STOPS ONCE THE YEAR'S TAXABLE WAGES
      *    REACH IT.  AN EXEMPT EMPLOYEE HAS ONLY THE EXTRA AMOUNT
      *    THEY ASKED FOR WITHHELD.
      *
       525-WITHHOLD-ONE-TAX.
      *
           EXEC SQL
               FETCH WHCURS
                   INTO :WH-TAX-CODE, :WH-FILING, :WH-ALLOWANCES,
                        :WH-EXTRA,    :WH-EXEMPT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-DEDUCTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   MOVE ZERO TO NP-AMOUNT
                   IF WH-EXEMPT NOT = 'Y'
                       PERFORM 527-PRICE-ONE-TAX
                   END-IF
                   IF VALID-CURSOR
                       ADD WH-EXTRA    TO NP-AMOUNT
                       MOVE WH-TAX-CODE TO DL-LINE-CODE
                       MOVE SPACES      TO DL-LINE-REF
                       PERFORM 540-ADD-DEDUCTION-LINE
                       ADD DL-LINE-AMOUNT TO NP-TAX-TOTAL.
      *
       527-PRICE-ONE-TAX.
      *
           EXEC SQL
               SELECT WRALLOWAMT,       WRWAGECAP
                   INTO :WR-ALLOW-AMOUNT, :WR-WAGE-CAP
                   FROM MM01.WHRATE
                       WHERE WRTAXCODE = :WH-TAX-CODE
                         AND WRFILING IN (:WH-FILING, ' ')
                         AND WRFLOOR   = 0
                       ORDER BY WRFILING DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               ADD 1 TO TAX-TABLES-MISSING
               DISPLAY 'NO RATE TABLE FOR ' WH-TAX-CODE
                       ' FILING ' WH-FILING ' - EMPLOYEE ' EM-EMPNO
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   MOVE NP-TAXABLE TO NP-PERIOD-TAXABLE
                   IF WR-WAGE-CAP > ZERO
                       COMPUTE NP-ROOM = WR-WAGE-CAP - NP-YTD-TAXABLE
                       IF NP-ROOM < ZERO
                           MOVE ZERO TO NP-ROOM
                       END-IF
                       IF NP-PERIOD-TAXABLE > NP-ROOM
                           MOVE NP-ROOM TO NP-PERIOD-TAXABLE
                       END-IF
                   END-IF
                   COMPUTE NP-ANNUAL =
                       NP-PERIOD-TAXABLE * PERIODS-PER-YEAR
                       - WH-ALLOWANCES * WR-ALLOW-AMOUNT
                   IF NP-ANNUAL < ZERO
                       MOVE ZERO TO NP-ANNUAL
                   END-IF
                   PERFORM 528-FIND-TAX-BRACKET.
      *
       528-FIND-TAX-BRACKET.
      *
           EXEC SQL
               SELECT WRFLOOR,   WRBASE,   WRRATE
                   INTO :WR-FLOOR, :WR-BASE, :WR-RATE
                   FROM MM01.WHRATE
                       WHERE WRTAXCODE = :WH-TAX-CODE
                         AND WRFILING IN (:WH-FILING, ' ')
                         AND WRFLOOR  <= :NP-ANNUAL
                       ORDER BY WRFILING DESC, WRFLOOR DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               COMPUTE NP-AMOUNT ROUNDED =
                   (WR-BASE + (NP-ANNUAL - WR-FLOOR) * WR-RATE)
                   / PERIODS-PER-YEAR.
      *
       530-TAKE-GARNISHMENTS.
      *
           MOVE 'N' TO END-OF-DEDUCTIONS-SW.
           MOVE 'G' TO DL-LINE-CLASS.
           EXEC SQL
               OPEN GARNCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 535-TAKE-ONE-GARNISHMENT
                   UNTIL END-OF-DEDUCTIONS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE GARNCURS
               END-EXEC.
      *
      *    AN ORDER'S MAXIMUM SHARE OF DISPOSABLE PAY COUNTS WHAT
      *    THE ORDERS AHEAD OF IT HAVE ALREADY TAKEN.  AN ORDER
      *    PAID UP TO ITS TOTAL IS MARKED SATISFIED.
      *
       535-TAKE-ONE-GARNISHMENT.
      *
           EXEC SQL
               FETCH GARNCURS
                   INTO :GN-CASE,  :GN-METHOD,  :GN-AMOUNT,
                        :GN-RATE,  :GN-MAX-PCT, :GN-LIMIT,
                        :GN-PAID-TD
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-DEDUCTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   IF GN-METHOD = 'P'
                       COMPUTE NP-AMOUNT ROUNDED =
                           NP-DISPOSABLE * GN-RATE
                   ELSE
                       MOVE GN-AMOUNT TO NP-AMOUNT
                   END-IF
                   IF GN-MAX-PCT > ZERO
                       COMPUTE NP-ROOM ROUNDED =
                           NP-DISPOSABLE * GN-MAX-PCT
                           - NP-GARNISH-TOTAL
                       IF NP-AMOUNT > NP-ROOM
                           MOVE NP-ROOM TO NP-AMOUNT
                       END-IF
                   END-IF
                   IF GN-LIMIT > ZERO
                       COMPUTE NP-ROOM = GN-LIMIT - GN-PAID-TD
                       IF NP-AMOUNT > NP-ROOM
                           MOVE NP-ROOM TO NP-AMOUNT
                       END-IF
                   END-IF
                   MOVE 'GARNISH' TO DL-LINE-CODE
                   MOVE GN-CASE   TO DL-LINE-REF
                   PERFORM 540-ADD-DEDUCTION-LINE
                   IF DL-LINE-AMOUNT > ZERO
                       ADD DL-LINE-AMOUNT TO NP-GARNISH-TOTAL
                       PERFORM 537-UPDATE-GARNISHMENT.
      *
       537-UPDATE-GARNISHMENT.
      *
           EXEC SQL
               UPDATE MM01.GARNISH
                  SET GNPAIDTD = GNPAIDTD + :DL-LINE-AMOUNT,
                      GNSTATUS =
                          CASE WHEN GNLIMIT > 0
                                AND GNPAIDTD + :DL-LINE-AMOUNT
                                    >= GNLIMIT
                               THEN 'S'
                               ELSE GNSTATUS
                          END
               WHERE  GNEMPNO  = :EM-EMPNO
                 AND  GNCASE   = :GN-CASE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
      *    THE AMOUNT IS HELD TO THE NET STILL LEFT; A DEDUCTION
      *    THAT COMES TO NOTHING WRITES NO LINE.
      *
       540-ADD-DEDUCTION-LINE.
      *
           IF NP-AMOUNT > NP-NET
               MOVE NP-NET TO NP-AMOUNT.
           IF NP-AMOUNT < ZERO
               MOVE ZERO TO NP-AMOUNT.
           MOVE NP-AMOUNT TO DL-LINE-AMOUNT.
           IF DL-LINE-AMOUNT > ZERO
               IF DL-COUNT >= 30
                   DISPLAY '**** MORE THAN 30 DEDUCTIONS FOR '
                           EM-EMPNO ' ****'
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   ADD 1 TO DL-COUNT
                   SET DL-INDEX TO DL-COUNT
                   MOVE DL-LINE-CLASS  TO DL-CLASS (DL-INDEX)
                   MOVE DL-LINE-CODE   TO DL-CODE (DL-INDEX)
                   MOVE DL-LINE-REF    TO DL-REF (DL-INDEX)
                   MOVE DL-LINE-AMOUNT TO DL-AMOUNT (DL-INDEX)
                   SUBTRACT DL-LINE-AMOUNT FROM NP-NET.
      *
       550-INSERT-DEDUCTION-LINES.
      *
           MOVE DL-CLASS (DL-INDEX)  TO DL-LINE-CLASS.
           MOVE DL-CODE (DL-INDEX)   TO DL-LINE-CODE.
           MOVE DL-REF (DL-INDEX)    TO DL-LINE-REF.
           MOVE DL-AMOUNT (DL-INDEX) TO DL-LINE-AMOUNT.
           EXEC SQL
               INSERT INTO MM01.PAYROLLHIST
                      (EMPNO,      PAYDATE,     GROSSPAY,
                       LINETYPE,   DEDCLASS,    DEDCODE,
                       DEDREF,     DEDAMT)
               VALUES (:EM-EMPNO,  :PAY-DATE,   0,
                       'D',        :DL-LINE-CLASS, :DL-LINE-CODE,
                       :DL-LINE-REF, :DL-LINE-AMOUNT)
           END-EXEC.
      *
      *    AN EMPLOYEE NOT ON THE EMPLOYEE TABLE HAS NO HIRE DATE OR
      *    JOB TO ACCRUE BY, AND NO RULE MEANS NOTHING ACCRUES.
      *
       600-ACCRUE-LEAVE.
      *
           EXEC SQL
               SELECT YEAR(DATE(:PAY-DATE) - HIREDATE), JOB
                   INTO :LV-SERVICE-YEARS, :LV-JOB
                   FROM EMPLOYEE
                       WHERE EMPNO = :EM-EMPNO
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'V' TO LV-TYPE
               PERFORM 610-ACCRUE-ONE-TYPE
               MOVE 'S' TO LV-TYPE
               PERFORM 610-ACCRUE-ONE-TYPE
           ELSE
               IF SQLCODE NOT = 100
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF NOT-VALID-CURSOR
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO ROWS-FAILED.
      *
      *    A RULE FOR THE JOB WINS OVER THE BLANK-JOB RULE, AND THE
      *    HIGHEST SERVICE STEP REACHED WINS WITHIN EITHER.
      *
       610-ACCRUE-ONE-TYPE.
      *
           IF VALID-CURSOR
               EXEC SQL
                   SELECT ARANNHRS
                       INTO :LV-ANNUAL-HOURS
                       FROM MM01.ACCRULE
                           WHERE ARTYPE    = :LV-TYPE
                             AND ARJOB    IN (:LV-JOB, ' ')
                             AND ARMINYRS <= :LV-SERVICE-YEARS
                           ORDER BY ARJOB DESC, ARMINYRS DESC
                           FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE LV-HOURS ROUNDED =
                       LV-ANNUAL-HOURS / PERIODS-PER-YEAR
                   PERFORM 620-POST-ACCRUAL
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE 'N' TO VALID-CURSOR-SW.
      *
       620-POST-ACCRUAL.
      *
           EXEC SQL
               UPDATE MM01.LEAVBAL
                  SET LBBALANCE  = LBBALANCE + :LV-HOURS,
                      LBYTDACCR  = LBYTDACCR + :LV-HOURS,
                      LBLASTACCR = :PAY-DATE
               WHERE  LBEMPNO    = :EM-EMPNO
                 AND  LBTYPE     = :LV-TYPE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MM01.LEAVBAL
                          (LBEMPNO,    LBTYPE,     LBBALANCE,
                           LBYTDACCR,  LBYTDTAKEN, LBLASTACCR,
                           LBCLOSEYR)
                   VALUES (:EM-EMPNO,  :LV-TYPE,   :LV-HOURS,
                           :LV-HOURS,  0,          :PAY-DATE,
                           ' ')
               END-EXEC.
           IF SQLCODE = 0
               ADD LV-HOURS TO LEAVE-HOURS-ACCRUED
           ELSE
               MOVE 'N' TO VALID-CURSOR-SW.
      *
           COPY EOJPARA.
      *
