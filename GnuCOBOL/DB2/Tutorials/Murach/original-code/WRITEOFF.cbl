               88  REASON-INV-NOT-FOUND      VALUE 'IV'.
               88  REASON-NOT-OPEN           VALUE 'NO'.
               88  REASON-BLANK-REASON       VALUE 'RC'.
               88  REASON-PERIOD-CLOSED      VALUE 'PC'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       FD  WOJRNL
               88  WRITEOFF-VALID              VALUE 'Y'.
           05  ACCOUNTS-FOUND-SW       PIC X   VALUE 'Y'.
               88  ACCOUNTS-FOUND              VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
           05  SUMMARY-VALID-SW         PIC X    VALUE 'Y'.
               88  SUMMARY-VALID                 VALUE 'Y'.
      *
           05  WS-DATE-CARD            PIC X(08).
           05  SMALL-BALANCE-CARD      PIC 9(5)V99.
           05  SMALL-BALANCE-LIMIT     PIC S9(5)V99 COMP-3.
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    A RUN DATE IN A CLOSED ACCOUNTING PERIOD IS REFUSED OR
      *    ROLLED FORWARD TO THE FIRST OPEN PERIOD, AS THE
      *    PERIOD'S CLOSE SAYS.  A REFUSED RUN SENDS EVERY KEYED
      *    WRITE-OFF BACK ON BADTRAN AND SKIPS THE SWEEP; A ROLLED
      *    RUN POSTS AND JOURNALS ON THE ROLLED DATE AND LOGS EACH
      *    WRITE-OFF.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'WRITEOFF'.
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
           05  GL-BADDEBT-ACCT         PIC X(8).
               PERFORM 100-WRITE-JOURNAL-HEADER
               PERFORM 200-POST-KEYED-WRITEOFF
                   UNTIL END-OF-TRANSACTIONS
               IF SMALL-BALANCE-LIMIT > 0 AND NOT PERIOD-REFUSED
                   PERFORM 300-SWEEP-SMALL-BALANCES
               END-IF
               PERFORM 400-WRITE-JOURNAL-TRAILER
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
           ACCEPT SMALL-BALANCE-CARD FROM SYSIN.
           MOVE SMALL-BALANCE-CARD TO SMALL-BALANCE-LIMIT.
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
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY  = :AL-GLKEY
                         AND GLCOMP = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ACCOUNTS-FOUND-SW
                   MOVE 'N'  TO WRITEOFF-VALID-SW
                   MOVE 'RC' TO BTR-REASON-CODE
               ELSE
                   IF PERIOD-REFUSED
                       MOVE 'N'  TO WRITEOFF-VALID-SW
                       MOVE 'PC' TO BTR-REASON-CODE
                   ELSE
                       PERFORM 220-WRITE-OFF-ONE-INVOICE
                   END-IF
               END-IF
               IF WRITEOFF-VALID
                   ADD 1 TO KEYED-WRITEOFF-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO WRITEOFF-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF PERLOCK-ROLLED-FORWARD
                   PERFORM 255-LOG-ROLLED-FORWARD.
      *
       255-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'WRITE-OFF ' WO-INVNO ' CUST ' WO-CUSTNO
                  ' ' WO-REASON DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N'  TO WRITEOFF-VALID-SW
               MOVE 'SQ' TO BTR-REASON-CODE
               MOVE 'F'  TO PERLOCK-STATUS.
      *
       260-WRITE-JOURNAL-DETAILS.
      *
