               88  END-OF-INVOICES             VALUE 'Y'.
           05  CHARGE-VALID-SW         PIC X   VALUE 'Y'.
               88  CHARGE-VALID                VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
           05  SUMMARY-VALID-SW         PIC X    VALUE 'Y'.
               88  SUMMARY-VALID                 VALUE 'Y'.
      *
           05  WS-DATE-CARD            PIC X(08).
           05  FINANCE-CHARGE-RATE     PIC 9V999   VALUE 0.015.
           05  PAST-DUE-CUTOFF         PIC X(10).
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    AN ASSESSMENT DATE IN A CLOSED ACCOUNTING PERIOD IS
      *    REFUSED OR ROLLED FORWARD TO THE FIRST OPEN PERIOD, AS
      *    THE PERIOD'S CLOSE SAYS.  A ROLLED RUN STILL AGES TO
      *    THE ASSESSMENT DATE; ONLY THE CHARGE INVOICES CARRY
      *    THE ROLLED DATE, AND EACH ONE IS LOGGED.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'FINCHG  '.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
      *
       01  BUSINESS-DAY-FIELDS.
           05  BIZDAY-FUNCTION          PIC X.
      *    ROLLBACK STILL CLOSES A HELD CURSOR, SO THE RESTART
      *    PREDICATE LETS A REOPEN RESUME PAST THE FAILED CHARGE
      *    INSTEAD OF FETCHING IT FOREVER.
      *
      *    PAST DUE IS MEASURED FROM THE TERMS DATE A REBILLED
      *    INVOICE CARRIES OVER FROM THE ONE IT REPLACED, OR FROM
      *    THE INVOICE DATE WHEN THERE IS NONE, SO A CORRECTION
      *    NEITHER RESTARTS NOR SHORTENS THE CUSTOMER'S TERMS.
      *
           EXEC SQL
               DECLARE PASTDUECURS CURSOR WITH HOLD FOR
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0),
                          DAYS(:ASSESS-DATE) -
                              DAYS(COALESCE(A.INVTERMDT, A.INVDATE))
                       FROM MM01.INVOICE A
                       WHERE A.INVNO NOT LIKE 'F%'
                         AND A.INVTOTAL >
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                         AND COALESCE(A.INVTERMDT, A.INVDATE)
                                 < :PAST-DUE-CUTOFF
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.COLLPLACE P
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 050-SET-ASSESS-DATE.
           IF VALID-CURSOR
               PERFORM 052-CHECK-POSTING-PERIOD.
           IF VALID-CURSOR
               PERFORM 055-COMPUTE-PAST-DUE-CUTOFF
               PERFORM 060-GET-LAST-CHARGE-NUMBER.
           IF CHARGES-FAILED > 0
               DISPLAY CHARGES-FAILED ' CHARGE(S) FAILED TO POST.'
               MOVE 8 TO RETURN-CODE.
           IF VALID-CURSOR
               PERFORM 500-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO VALID-CURSOR-SW
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS.
      *
       052-CHECK-POSTING-PERIOD.
      *
           MOVE ASSESS-DATE TO PERLOCK-TRANS-DATE.
           MOVE 'C' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           EVALUATE TRUE
               WHEN PERLOCK-ROLLED-FORWARD
                   DISPLAY 'ASSESSMENT DATE ' ASSESS-DATE
                           ' IS IN A CLOSED PERIOD - CHARGES DATED '
                           PERLOCK-POST-DATE
               WHEN PERLOCK-CLOSED
                   DISPLAY 'ASSESSMENT DATE ' ASSESS-DATE
                           ' IS IN A CLOSED PERIOD - RUN REFUSED.'
                   MOVE 'Y' TO PERIOD-REFUSED-SW
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       055-COMPUTE-PAST-DUE-CUTOFF.
      *
      *
           ADD 1 TO CIN-SEQUENCE.
           MOVE CHARGE-INVOICE-NUMBER TO INVNO.
           MOVE PERLOCK-POST-DATE     TO INVDATE.
           MOVE CHARGE-AMOUNT         TO INVSUBT.
           MOVE ZERO                  TO INVTAX.
           MOVE ZERO                  TO INVSHIP.
           EXEC SQL
               INSERT INTO MM01.INVOICE
                      (INVNO,    INVCUST,   INVDATE,
                       INVSUBT,  INVTAX,    INVSHIP,   INVTOTAL,
                       INVCOMP)
                   SELECT :INVNO,   :INVCUST,  :INVDATE,
                          :INVSUBT, :INVTAX,   :INVSHIP,  :INVTOTAL,
                          CUSTCOMP
                       FROM MM01.CUSTOMER
                           WHERE CUSTNO = :INVCUST
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO CHARGE-VALID-SW
               SUBTRACT 1 FROM CIN-SEQUENCE
           ELSE
               IF PERLOCK-ROLLED-FORWARD
                   PERFORM 225-LOG-ROLLED-FORWARD.
      *
       225-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'CHARGE ' INVNO ' CUST ' INVCUST
                  ' ON ' PAST-DUE-INVNO DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N' TO CHARGE-VALID-SW
               SUBTRACT 1 FROM CIN-SEQUENCE
               MOVE 'F' TO PERLOCK-STATUS.
      *
       230-PRINT-CHARGE-LINE.
      *
      *
       400-PRINT-TOTAL-LINE.
      *
           EVALUATE TRUE
               WHEN VALID-CURSOR
                   MOVE CHARGES-COUNT TO TL-COUNT
                   MOVE CHARGES-TOTAL TO TL-TOTAL
                   MOVE TOTAL-LINE    TO PRTOUT-RECORD
               WHEN PERIOD-REFUSED
                   MOVE '****  PERIOD CLOSED -- NO CHARGES  ****'
                                      TO PRTOUT-RECORD
               WHEN OTHER
                   MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD
           END-EVALUATE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
       500-MARK-RUN-COMPLETE.
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
       850-UPDATE-CUSTOMER-SUMMARY.
      *
