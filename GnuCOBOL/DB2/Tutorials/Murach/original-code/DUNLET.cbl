           05  INV-BALANCE             PIC S9(9)V99    COMP-3.
           05  BIZ-AGE-DAYS            PIC S9(9)       COMP.
           05  INVDATE-NUM             PIC 9(8).
           05  CUST-BADADDR            PIC X.
           05  CUST-REPNO              PIC X(3).
      *
       01  BUSINESS-DAY-FIELDS.
           05  BIZDAY-FUNCTION          PIC X.
           05  CL-ZIPCODE              PIC X(10).
           05  CL-SEVERITY             PIC 9       VALUE ZERO.
           05  CL-TOTAL-DUE            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CL-BADADDR              PIC X.
               88  CL-ADDRESS-OK               VALUE SPACE.
           05  CL-REPNO                PIC X(3).
      *
       01  OPEN-INVOICE-TABLE.
      *
           05  LEVEL-3-COUNT           PIC S9(7)   VALUE ZERO.
           05  PLAN-REMINDER-COUNT     PIC S9(7)   VALUE ZERO.
           05  PLACED-SKIP-COUNT       PIC S9(7)   VALUE ZERO.
           05  BADADDR-SKIP-COUNT      PIC S9(7)   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  REPORT-ARCHIVE-FIELDS.
           05  RPTA-FUNCTION           PIC X.
           05  RPTA-REPORT-ID          PIC X(8).
           05  RPTA-PARAMETERS         PIC X(40)   VALUE SPACES.
           05  RPTA-LINE               PIC X(132).
           05  RPTA-RUN-NUMBER         PIC 9(7).
           05  RPTA-STATUS             PIC X.
           05  RPTA-SPACING            PIC 9.
           05  RPTA-SPACING-X REDEFINES RPTA-SPACING
                                       PIC X.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)   VALUE 'DUNNING LETTER CONTROL -'.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '      LEVEL    TOTAL'.
           05  FILLER      PIC X(10)   VALUE ' DUE      '.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  FILLER      PIC X(3)    VALUE 'REP'.
           05  FILLER      PIC X(57)   VALUE SPACES.
      *
       01  CONTROL-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  RL-TOTAL    PIC Z(7)9.99.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-PLAN-FLAG PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-REPNO    PIC X(3).
           05  FILLER      PIC X(57)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(9)    VALUE 'LEVEL 1: '.
           05  TL-PLAN     PIC Z(6)9.
           05  FILLER      PIC X(10)   VALUE '  AGENCY: '.
           05  TL-PLACED   PIC Z(6)9.
           05  FILLER      PIC X(12)   VALUE '  BAD ADDR: '.
           05  TL-BADADDR  PIC Z(6)9.
           05  FILLER      PIC X(29)   VALUE SPACES.
      *
       01  LETTER-WORK-LINES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *
      *    A REBILLED INVOICE IS DUNNED FROM THE TERMS DATE CARRIED
      *    OVER FROM THE INVOICE IT REPLACED, AND THE LETTER SHOWS
      *    THAT DATE, SO THE CUSTOMER IS NOT ESCALATED FOR THE
      *    REBILL.  EVERY OTHER INVOICE HAS NO TERMS DATE AND IS
      *    DUNNED FROM ITS INVOICE DATE AS BEFORE.
      *
           EXEC SQL
               DECLARE INVCURS CURSOR FOR
                   SELECT A.INVNO,      A.INVCUST,   B.FNAME,
                          B.LNAME,      B.ADDR,      B.CITY,
                          B.STATE,      B.ZIPCODE,
                          COALESCE(A.INVTERMDT, A.INVDATE),
                          A.INVTOTAL -
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0),
                          DAYS(CURRENT DATE) -
                              DAYS(COALESCE(A.INVTERMDT, A.INVDATE)),
                          COALESCE(B.BADADDR, ' '),
                          COALESCE(B.REPNO, ' ')
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.INVCUST = B.CUSTNO
                                HL1-DATE.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO DH-RUN-DATE.
           MOVE 'DUNLET  ' TO RPTA-REPORT-ID.
           STRING 'RUN DATE ' DH-RUN-DATE
               DELIMITED BY SIZE INTO RPTA-PARAMETERS.
           PERFORM 800-REGISTER-REPORT-RUN.
           PERFORM 100-OPEN-INVOICE-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PROCESS-INVOICE-ROW
               END-IF
               PERFORM 300-CLOSE-INVOICE-CURSOR.
           PERFORM 500-PRINT-TOTAL-LINE.
           PERFORM 830-CLOSE-REPORT-RUN.
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
                   INTO :INVNO,   :CUSTNO,     :FNAME,
                        :LNAME,   :ADDR,       :CITY,
                        :STATE,   :ZIPCODE,    :INVDATE,
                        :INV-BALANCE, :AGE-DAYS,
                        :CUST-BADADDR,
                        :CUST-REPNO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
               MOVE CITY    TO CL-CITY
               MOVE STATE   TO CL-STATE
               MOVE ZIPCODE TO CL-ZIPCODE
               MOVE CUST-BADADDR TO CL-BADADDR
               MOVE CUST-REPNO   TO CL-REPNO
               MOVE ZERO    TO CL-SEVERITY
               MOVE ZERO    TO CL-TOTAL-DUE
               MOVE 0       TO OPEN-INVOICE-COUNT.
      *    (STATUS B, SET BY THE MONTHLY PLAN CHECK) ESCALATES THE
      *    NORMAL WAY, SO A BROKEN PROMISE CANNOT HIDE BEHIND THE
      *    PLAN FLAG.
      *
      *    A CUSTOMER FLAGGED BAD ADDRESS BY THE ADDRESS CHANGE
      *    SERVICE GETS NO LETTER - IT WOULD ONLY COME BACK.  THE
      *    SEVERITY IS STILL RECORDED SO THE LETTERS RESUME AT THE
      *    RIGHT LEVEL ONCE A NEW ADDRESS IS POSTED, AND THE
      *    CONTROL REPORT LISTS THE ACCOUNT FLAGGED ADDR SO CREDIT
      *    CAN SEE IT WAS HELD BACK.  COLLQGEN PUTS THESE ACCOUNTS
      *    ON THE COLLECTOR QUEUE.
      *
           IF CL-SEVERITY > 0
               PERFORM 380-CHECK-PAYMENT-PLAN
               PERFORM 390-RECORD-SEVERITY-HISTORY
           END-IF.
           IF CL-SEVERITY > 0 AND VALID-CURSOR
               EVALUATE TRUE
                   WHEN PLACED-CUSTOMER
                       ADD 1 TO PLACED-SKIP-COUNT
                   WHEN NOT CL-ADDRESS-OK
                       ADD 1 TO BADADDR-SKIP-COUNT
                       PERFORM 450-PRINT-CONTROL-LINE
                   WHEN OTHER
                       PERFORM 410-WRITE-LETTER-LINES
                       PERFORM 450-PRINT-CONTROL-LINE
                       IF PLAN-CUSTOMER
                           ADD 1 TO PLAN-REMINDER-COUNT
                       ELSE
                           EVALUATE CL-SEVERITY
                               WHEN 1  ADD 1 TO LEVEL-1-COUNT
                               WHEN 2  ADD 1 TO LEVEL-2-COUNT
                               WHEN 3  ADD 1 TO LEVEL-3-COUNT
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE SPACES TO CL-CUSTNO.
           MOVE 0 TO OPEN-INVOICE-COUNT.
           MOVE CL-LNAME     TO RL-LNAME.
           MOVE CL-SEVERITY  TO RL-SEVERITY.
           MOVE CL-TOTAL-DUE TO RL-TOTAL.
           MOVE CL-REPNO     TO RL-REPNO.
           IF NOT CL-ADDRESS-OK
               MOVE 'ADDR' TO RL-PLAN-FLAG
           ELSE
           IF PLAN-CUSTOMER
               MOVE 'PLAN' TO RL-PLAN-FLAG
           ELSE
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           PERFORM 810-ARCHIVE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           PERFORM 820-ARCHIVE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       500-PRINT-TOTAL-LINE.
               MOVE LEVEL-3-COUNT       TO TL-LEVEL-3
               MOVE PLAN-REMINDER-COUNT TO TL-PLAN
               MOVE PLACED-SKIP-COUNT   TO TL-PLACED
               MOVE BADADDR-SKIP-COUNT  TO TL-BADADDR
               MOVE TOTAL-LINE          TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 470-WRITE-REPORT-LINE.
      *
       800-REGISTER-REPORT-RUN.
      *
           MOVE 'O' TO RPTA-FUNCTION.
           MOVE SPACES TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
           IF RPTA-STATUS NOT = '0'
               DISPLAY 'REPORT RUN NOT LOGGED FOR ' RPTA-REPORT-ID.
      *
       810-ARCHIVE-PAGE-TOP-LINE.
      *
           MOVE 'P' TO RPTA-FUNCTION.
           MOVE PRTOUT-RECORD TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
       820-ARCHIVE-REPORT-LINE.
      *
           MOVE SPACE-CONTROL TO RPTA-SPACING.
           MOVE RPTA-SPACING-X TO RPTA-FUNCTION.
           MOVE PRTOUT-RECORD TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
       830-CLOSE-REPORT-RUN.
      *
           MOVE 'C' TO RPTA-FUNCTION.
           MOVE SPACES TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
