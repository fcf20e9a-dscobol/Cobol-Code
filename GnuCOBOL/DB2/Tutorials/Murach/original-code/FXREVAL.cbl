           05  IR-NEW-RATE             PIC S9(3)V9(6)  COMP-3.
           05  IR-NEW-VALUE            PIC S9(9)V99    COMP-3.
           05  IR-MOVEMENT             PIC S9(9)V99    COMP-3.
           05  IR-COMP                 PIC X(2).
           05  IR-STANDING             PIC S9(9)V99    COMP-3.
           05  IR-CHANGE               PIC S9(9)V99    COMP-3.
      *
       01  CURRENCY-BREAK-FIELDS.
           05  CB-CURR                 PIC X(3)        VALUE SPACES.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-MOVEMENT             PIC S9(11)V99   VALUE ZERO.
           05  GT-CHANGE               PIC S9(11)V99   VALUE ZERO.
           05  GT-CLOSED-STANDING      PIC S9(11)V99   VALUE ZERO.
           05  GT-INVOICE-COUNT        PIC S9(7)       VALUE ZERO.
           05  JT-RECORD-COUNT         PIC S9(5)       VALUE ZERO.
           05  JT-DEBIT-TOTAL          PIC S9(11)V99   VALUE ZERO.
           05  FILLER      PIC X(20)   VALUE 'RATE    NEW RATE    '.
           05  FILLER      PIC X(20)   VALUE '  BOOK VALUE   REVAL'.
           05  FILLER      PIC X(20)   VALUE 'UED       MOVEMENT  '.
           05  FILLER      PIC X(20)   VALUE '  CHANGE'.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-CURR     PIC X(3).
           05  RL-NEW      PIC Z(7)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-MOVE     PIC Z(7)9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CHANGE   PIC Z(7)9.99-.
           05  FILLER      PIC X(48)   VALUE SPACES.
      *
       01  CURRENCY-TOTAL-LINE.
           05  FILLER      PIC X(9)    VALUE 'CURRENCY '.
           05  FILLER      PIC X(26)   VALUE
               'UNREALIZED MOVEMENT TOTAL:'.
           05  TL-MOVE     PIC Z(9)9.99-.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(18)   VALUE 'JOURNALED CHANGE: '.
           05  TL-CHANGE   PIC Z(9)9.99-.
           05  FILLER      PIC X(56)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               DECLARE FXCURS CURSOR FOR
                   SELECT A.INVNO,    A.INVCURR,  A.INVCURAMT,
                          A.INVTOTAL, A.INVCOMP,
                          A.INVTOTAL -
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                       CLOSE FXCURS
                   END-EXEC
               END-IF
               IF VALID-CURSOR
                   PERFORM 350-RETIRE-CLOSED-INVOICES
               END-IF
               IF VALID-CURSOR
                   PERFORM 400-WRITE-JOURNAL-FILE
                   PERFORM 500-PRINT-TOTAL-LINE.
                 PRTOUT.
           DISPLAY GT-INVOICE-COUNT ' INVOICE(S) REVALUED.'.
           IF NOT ACCOUNTS-FOUND OR NOT-VALID-CURSOR
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY '**** RUN INCOMPLETE -- JOURNAL VOID ****'
               MOVE 12 TO RETURN-CODE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC.
           STOP RUN.
      *
       050-ACCEPT-REVAL-DATE.
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY  = :AL-GLKEY
                         AND GLCOMP = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ACCOUNTS-FOUND-SW
                   END-IF
                   IF RATE-FOUND
                       PERFORM 230-COMPUTE-MOVEMENT
                       PERFORM 235-RECORD-UNREALIZED-ROW
                       PERFORM 240-PRINT-INVOICE-LINE.
      *
       210-FETCH-FX-INVOICE.
           EXEC SQL
               FETCH FXCURS
                   INTO :IR-INVNO,  :IR-CURR,  :IR-CURAMT,
                        :IR-TOTAL,  :IR-COMP,  :IR-BALANCE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
           ADD IR-NEW-VALUE TO CB-NEW-VALUE.
           ADD IR-MOVEMENT TO CB-MOVEMENT.
           ADD IR-MOVEMENT TO GT-MOVEMENT.
      *
       235-RECORD-UNREALIZED-ROW.
      *
      *    AN INVOICE'S UNREALIZED MOVEMENT STANDS ON THE BOOKS IN
      *    MM01.FXUNREAL UNTIL THE NEXT REVALUATION REPLACES IT OR
      *    A FOREIGN-CURRENCY PAYMENT REVERSES IT IN PAYPOST.  THE
      *    STANDING ROW IS RETIRED AS OF THE REVALUATION DATE AND
      *    THE NEW MOVEMENT RECORDED, AND ONLY THE CHANGE BETWEEN
      *    THE TWO IS JOURNALED - SO A RERUN FOR THE SAME DATE
      *    JOURNALS NOTHING A SECOND TIME.
      *
           EXEC SQL
               SELECT COALESCE(SUM(FUAMOUNT), 0)
                   INTO :IR-STANDING
                   FROM MM01.FXUNREAL
                       WHERE FUINVNO = :IR-INVNO
                         AND FURVDATE IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               EXEC SQL
                   UPDATE MM01.FXUNREAL
                      SET FURVDATE   = :REVAL-DATE,
                          FURVREASON = 'R'
                    WHERE FUINVNO    = :IR-INVNO
                      AND FURVDATE IS NULL
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               EXEC SQL
                   INSERT INTO MM01.FXUNREAL
                          (FUINVNO,    FUCURR,     FUDATE,
                           FUAMOUNT,   FUCOMP)
                   VALUES (:IR-INVNO,  :IR-CURR,   :REVAL-DATE,
                           :IR-MOVEMENT, :IR-COMP)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
           COMPUTE IR-CHANGE = IR-MOVEMENT - IR-STANDING.
           ADD IR-CHANGE TO GT-CHANGE.
      *
       240-PRINT-INVOICE-LINE.
      *
           MOVE IR-BALANCE   TO RL-BOOK.
           MOVE IR-NEW-VALUE TO RL-NEW.
           MOVE IR-MOVEMENT  TO RL-MOVE.
           MOVE IR-CHANGE    TO RL-CHANGE.
           MOVE REPORT-LINE  TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE ZERO TO CB-OLD-VALUE
                        CB-NEW-VALUE
                        CB-MOVEMENT.
      *
       350-RETIRE-CLOSED-INVOICES.
      *
      *    AN INVOICE PAID OFF IN HOME CURRENCY, WRITTEN OFF, OR
      *    OTHERWISE GONE FROM THE OPEN TABLE SINCE THE LAST RUN
      *    STILL HAS ITS MOVEMENT STANDING.  IT IS RETIRED HERE
      *    AND COMES OFF THE JOURNALED CHANGE.  ONE PAID IN ITS OWN
      *    CURRENCY WAS ALREADY REVERSED BY PAYPOST.
      *
           EXEC SQL
               SELECT COALESCE(SUM(U.FUAMOUNT), 0)
                   INTO :GT-CLOSED-STANDING
                   FROM MM01.FXUNREAL U
                       WHERE U.FURVDATE IS NULL
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE A
                                  WHERE A.INVNO = U.FUINVNO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               SUBTRACT GT-CLOSED-STANDING FROM GT-CHANGE
               EXEC SQL
                   UPDATE MM01.FXUNREAL U
                      SET FURVDATE   = :REVAL-DATE,
                          FURVREASON = 'R'
                    WHERE U.FURVDATE IS NULL
                      AND NOT EXISTS
                          (SELECT 1
                               FROM MM01.INVOICE A
                               WHERE A.INVNO = U.FUINVNO)
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-WRITE-JOURNAL-FILE.
      *
      *    BOOK THE UNREALIZED MOVEMENT FROM THIS BALANCED
      *    JOURNAL: AR AGAINST THE GAIN ACCOUNT WHEN THE MOVEMENT
      *    IS UP, THE LOSS ACCOUNT AGAINST AR WHEN IT IS DOWN.
      *    THE JOURNAL CARRIES THE CHANGE IN THE STANDING MOVEMENT
      *    SINCE THE LAST RUN, NOT THE WHOLE MOVEMENT AGAIN.
      *
           MOVE 'H'        TO JR-RECORD-TYPE.
           MOVE SPACES     TO JR-RECORD-DATA.
           MOVE REVAL-DATE TO JR-PERIOD-FROM.
           MOVE REVAL-DATE TO JR-PERIOD-TO.
           WRITE JOURNAL-RECORD.
           IF GT-CHANGE NOT = ZERO
               IF GT-CHANGE > 0
                   MOVE GT-CHANGE TO JT-ABS-MOVEMENT
               ELSE
                   COMPUTE JT-ABS-MOVEMENT = 0 - GT-CHANGE
               END-IF
               PERFORM 410-WRITE-JOURNAL-DETAILS.
           MOVE 'T'             TO JR-RECORD-TYPE.
           MOVE 'D'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-ABS-MOVEMENT TO JR-AMOUNT.
           IF GT-CHANGE > 0
               MOVE GL-AR-ACCT TO JR-GLACCT
               MOVE 'D'        TO JR-DC-CODE
               MOVE 'AR - FX REVALUATION' TO JR-DESC
           MOVE 'D'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-ABS-MOVEMENT TO JR-AMOUNT.
           IF GT-CHANGE > 0
               MOVE GL-FXGAIN-ACCT TO JR-GLACCT
               MOVE 'C'            TO JR-DC-CODE
               MOVE 'UNREALIZED FX GAIN ' TO JR-DESC
       500-PRINT-TOTAL-LINE.
      *
           MOVE GT-MOVEMENT TO TL-MOVE.
           MOVE GT-CHANGE   TO TL-CHANGE.
           MOVE TOTAL-LINE  TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 270-WRITE-REPORT-LINE.
