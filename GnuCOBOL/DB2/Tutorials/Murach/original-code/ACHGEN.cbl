               10  ACH-ACCOUNT          PIC X(17).
               10  ACH-AMOUNT           PIC 9(8)V99.
               10  ACH-NAME             PIC X(22).
               10  ACH-ENTRY-CLASS      PIC X.
                   88  ACH-WAGE-ENTRY       VALUE 'W'.
                   88  ACH-EXPENSE-ENTRY    VALUE 'E'.
               10  FILLER               PIC X(4).
           05  ACH-HEADER-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-COMPANY-NAME     PIC X(22).
               10  ACH-PAY-DATE         PIC X(10).
               88  END-OF-EMPLOYEES              VALUE 'Y'.
           05  BANK-DATA-FOUND-SW       PIC X    VALUE 'Y'.
               88  BANK-DATA-FOUND               VALUE 'Y'.
           05  END-OF-CLAIMANTS-SW      PIC X    VALUE 'N'.
               88  END-OF-CLAIMANTS              VALUE 'Y'.
      *
       01  DEPOSIT-COUNTERS             COMP.
      *
           05  EMPLOYEES-READ           PIC S9(7)   VALUE 0.
           05  DEPOSITS-WRITTEN         PIC S9(7)   VALUE 0.
           05  CHECKS-NEEDED            PIC S9(7)   VALUE 0.
           05  CLAIMANTS-READ           PIC S9(7)   VALUE 0.
           05  EXPENSES-WRITTEN         PIC S9(7)   VALUE 0.
           05  EXPENSE-CHECKS-NEEDED    PIC S9(7)   VALUE 0.
      *
       01  DEPOSIT-TOTALS               COMP-3.
      *
           05  DEPOSIT-AMOUNT-TOTAL     PIC S9(10)V99 VALUE ZERO.
           05  ROUTING-HASH-TOTAL       PIC S9(10)    VALUE ZERO.
           05  EXPENSE-AMOUNT-TOTAL     PIC S9(10)V99 VALUE ZERO.
      *
       01  PAY-CYCLE-PARAMETERS.
      *
       01  NET-PAY-FIELDS.
      *
           05  PYRL-NETPAY              PIC S9(7)V99 COMP-3.
      *
       01  EXPENSE-FIELDS.
      *
           05  EX-AMOUNT                PIC S9(7)V99 COMP-3.
      *
       01  DEPOSIT-NAME-FIELDS.
      *
           05  EDITED-AMOUNT            PIC Z(7)9.99.
      *
       01  CHECK-LIST-LINE.
           05  CL-KIND     PIC X(17)   VALUE 'CHECK REQUIRED:  '.
           05  CL-EMPNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-NAME     PIC X(22).
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  REGISTER-LINE.
           05  RL-KIND     PIC X(9)    VALUE 'DEPOSIT: '.
           05  RL-EMPNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-NAME     PIC X(22).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AMOUNT   PIC Z(7)9.99.
           05  FILLER      PIC X(80)   VALUE SPACES.
      *
      *    THE NET DEPOSITED IS THE NET PAYCALC CALCULATED FOR
      *    THIS PAY DATE, CARRIED ON THE GROSS-PAY LINE OF THE PAY
      *    HISTORY; AN EMPLOYEE NOT PAID ON THE DATE GETS NOTHING.
      *
           EXEC SQL
               DECLARE EMPCURS CURSOR FOR
                   SELECT P.EMPNO,  P.FNAME,  P.LNAME,
                          H.NETPAY
                       FROM MM01.PAYROLL P
                           INNER JOIN MM01.PAYROLLHIST H
                               ON H.EMPNO = P.EMPNO
                       WHERE H.PAYDATE  = :PAY-DATE
                         AND H.LINETYPE = 'G'
                         AND H.NETPAY   > 0
                       ORDER BY P.EMPNO
           END-EXEC.
      *
      *    APPROVED EXPENSE CLAIMS (EXPPOST) ARE REIMBURSED AS ONE
      *    ENTRY PER EMPLOYEE AFTER THE PAY, CLASSED E ON THE
      *    DETAIL RECORD SO THE BANK AND THE LEDGER SEE THEM APART
      *    FROM WAGES.  THEY NEVER PASS THROUGH PAYCALC OR THE PAY
      *    HISTORY, SO THEY ARE NEVER IN TAXABLE GROSS.  THE CLAIMS
      *    ARE MARKED PAID WITH THE PAY DATE FOR EXPJRNL.
      *
           EXEC SQL
               DECLARE EXPCURS CURSOR FOR
                   SELECT C.XCEMPNO, P.FNAME,  P.LNAME,
                          SUM(C.XCAMOUNT)
                       FROM MM01.EXPCLAIM C
                           INNER JOIN MM01.PAYROLL P
                               ON P.EMPNO = C.XCEMPNO
                       WHERE C.XCSTATUS = 'A'
                       GROUP BY C.XCEMPNO, P.FNAME, P.LNAME
                       ORDER BY C.XCEMPNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
                   UNTIL END-OF-EMPLOYEES
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-EMPLOYEE-CURSOR.
           IF VALID-CURSOR
               PERFORM 500-OPEN-EXPENSE-CURSOR
               IF VALID-CURSOR
                   PERFORM 510-PROCESS-ONE-CLAIMANT
                       UNTIL END-OF-CLAIMANTS
                          OR NOT-VALID-CURSOR
                   PERFORM 560-CLOSE-EXPENSE-CURSOR.
           PERFORM 400-WRITE-BATCH-TRAILER.
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC.
           CLOSE ACHFILE
                 PRTOUT.
           MOVE EMPLOYEES-READ   TO EOJS-Records-In.
           MOVE DEPOSITS-WRITTEN TO EOJS-Records-Out.
           MOVE CHECKS-NEEDED    TO EOJS-Records-Rejected.
           ADD  CLAIMANTS-READ   TO EOJS-Records-In.
           ADD  EXPENSE-CHECKS-NEEDED TO EOJS-Records-Rejected.
           MOVE EXPENSE-AMOUNT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'EXPENSE REIMBURSEMENTS DEPOSITED: '
                   EXPENSES-WRITTEN ' FOR ' EDITED-AMOUNT.
           DISPLAY 'EXPENSE REIMBURSEMENTS BY CHECK:  '
                   EXPENSE-CHECKS-NEEDED.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
           MOVE PB-ACCOUNT     TO ACH-ACCOUNT.
           MOVE PYRL-NETPAY    TO ACH-AMOUNT.
           MOVE DN-NAME        TO ACH-NAME.
           MOVE 'W'            TO ACH-ENTRY-CLASS.
           WRITE ACH-RECORD.
           ADD 1 TO DEPOSITS-WRITTEN.
           ADD PYRL-NETPAY TO DEPOSIT-AMOUNT-TOTAL.
           COMPUTE ROUTING-HASH-TOTAL =
               FUNCTION MOD(ROUTING-HASH-TOTAL + PB-ROUTING-NUM,
                            10000000000).
           MOVE 'DEPOSIT: ' TO RL-KIND.
           MOVE PYRL-EMPNO  TO RL-EMPNO.
           MOVE DN-NAME     TO RL-NAME.
           MOVE PYRL-NETPAY TO RL-AMOUNT.
       240-PRINT-CHECK-LINE.
      *
           ADD 1 TO CHECKS-NEEDED.
           MOVE 'CHECK REQUIRED:  ' TO CL-KIND.
           MOVE PYRL-EMPNO  TO CL-EMPNO.
           MOVE DN-NAME     TO CL-NAME.
           MOVE PYRL-NETPAY TO CL-AMOUNT.
           MOVE ROUTING-HASH-TOTAL   TO ACH-ROUTING-HASH.
           MOVE DEPOSIT-AMOUNT-TOTAL TO ACH-AMOUNT-TOTAL.
           WRITE ACH-RECORD.
      *
       500-OPEN-EXPENSE-CURSOR.
      *
           EXEC SQL
               OPEN EXPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
      *    AN EMPLOYEE WITH NO BANK ROW IS REIMBURSED BY CHECK; THE
      *    CLAIMS ARE PAID EITHER WAY.
      *
       510-PROCESS-ONE-CLAIMANT.
      *
           EXEC SQL
               FETCH EXPCURS
                   INTO :PYRL-EMPNO, :PYRL-FNAME, :PYRL-LNAME,
                        :EX-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-CLAIMANTS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   ADD 1 TO CLAIMANTS-READ
                   PERFORM 220-GET-BANK-DATA
                   MOVE SPACES TO DN-NAME
                   STRING PYRL-FNAME DELIMITED BY '  '
                          ' '        DELIMITED BY SIZE
                          PYRL-LNAME DELIMITED BY SIZE
                       INTO DN-NAME
                   END-STRING
                   IF BANK-DATA-FOUND
                       PERFORM 520-WRITE-EXPENSE-DETAIL
                       PERFORM 540-MARK-CLAIMS-PAID
                   ELSE
                       IF VALID-CURSOR
                           PERFORM 530-PRINT-EXPENSE-CHECK-LINE
                           PERFORM 540-MARK-CLAIMS-PAID.
      *
       520-WRITE-EXPENSE-DETAIL.
      *
           MOVE '6'    TO ACH-RECORD-TYPE.
           MOVE SPACES TO ACH-RECORD-DATA.
           MOVE PB-ROUTING-NUM TO ACH-ROUTING.
           MOVE PB-ACCOUNT     TO ACH-ACCOUNT.
           MOVE EX-AMOUNT      TO ACH-AMOUNT.
           MOVE DN-NAME        TO ACH-NAME.
           MOVE 'E'            TO ACH-ENTRY-CLASS.
           WRITE ACH-RECORD.
           ADD 1 TO DEPOSITS-WRITTEN.
           ADD 1 TO EXPENSES-WRITTEN.
           ADD EX-AMOUNT TO DEPOSIT-AMOUNT-TOTAL.
           ADD EX-AMOUNT TO EXPENSE-AMOUNT-TOTAL.
           COMPUTE ROUTING-HASH-TOTAL =
               FUNCTION MOD(ROUTING-HASH-TOTAL + PB-ROUTING-NUM,
                            10000000000).
           MOVE 'EXPENSE: ' TO RL-KIND.
           MOVE PYRL-EMPNO  TO RL-EMPNO.
           MOVE DN-NAME     TO RL-NAME.
           MOVE EX-AMOUNT   TO RL-AMOUNT.
           WRITE PRTOUT-RECORD FROM REGISTER-LINE.
      *
       530-PRINT-EXPENSE-CHECK-LINE.
      *
           ADD 1 TO EXPENSE-CHECKS-NEEDED.
           MOVE 'EXPENSE CHECK:   ' TO CL-KIND.
           MOVE PYRL-EMPNO  TO CL-EMPNO.
           MOVE DN-NAME     TO CL-NAME.
           MOVE EX-AMOUNT   TO CL-AMOUNT.
           WRITE PRTOUT-RECORD FROM CHECK-LIST-LINE.
      *
       540-MARK-CLAIMS-PAID.
      *
           EXEC SQL
               UPDATE MM01.EXPCLAIM
                  SET XCSTATUS  = 'P',
                      XCPAYDATE = :PAY-DATE
               WHERE  XCEMPNO   = :PYRL-EMPNO
                 AND  XCSTATUS  = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       560-CLOSE-EXPENSE-CURSOR.
      *
           EXEC SQL
               CLOSE EXPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
           COPY EOJPARA.
      *
