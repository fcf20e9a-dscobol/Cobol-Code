       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REFUND.
      *
      *    EACH REFUND IS GIVEN THE NEXT REFUND CHECK NUMBER, WHICH
      *    IS STORED ON THE ONACCT ROW AND CARRIED ON THE CHECK
      *    REQUEST.  EVERY CHECK WRITTEN IS ALSO SENT TO THE BANK ON
      *    THE POSITIVE-PAY ISSUE FILE, SO THAT ONLY CHECKS WE
      *    ISSUED ARE HONORED.  CHKRECON CLEARS THEM FROM THE BANK'S
      *    PAID ITEMS AND VOIDS THE STALE ONES.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FILE-CONTROL.
      *
           SELECT CHKOUT  ASSIGN TO UT-S-CHKOUT.
           SELECT PPAYOUT ASSIGN TO UT-S-PPAYOUT.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
      *
       FD  CHKOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  REFUND-CHECK-RECORD.
      *
               10  RCK-NAME             PIC X(30).
               10  RCK-AMOUNT           PIC 9(7)V99.
               10  RCK-CREDIT-DATE      PIC X(10).
               10  RCK-CHECK-NUMBER     PIC 9(9).
           05  RCK-HEADER-DATA REDEFINES RCK-RECORD-DATA.
               10  RCK-RUN-DATE         PIC X(10).
               10  FILLER               PIC X(54).
           05  RCK-TRAILER-DATA REDEFINES RCK-RECORD-DATA.
               10  RCK-TRAILER-COUNT    PIC 9(5).
               10  RCK-TRAILER-AMOUNT   PIC 9(9)V99.
               10  FILLER               PIC X(48).
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
               88  END-OF-CREDITS              VALUE 'Y'.
           05  REFUND-VALID-SW         PIC X   VALUE 'Y'.
               88  REFUND-VALID                VALUE 'Y'.
           05  PERIOD-REFUSED-SW       PIC X   VALUE 'N'.
               88  PERIOD-REFUSED              VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           05  MIN-AGE-DAYS-BIN        PIC S9(4)   COMP.
           05  MIN-AMOUNT-CARD         PIC 9(7)V99.
           05  MIN-AMOUNT              PIC S9(7)V99 COMP-3.
           05  FIRST-CHECK-CARD        PIC 9(9).
      *
       01  CHECK-NUMBER-FIELDS.
      *
      *    A BLANK OR ZERO FIRST-CHECK CARD CONTINUES AFTER THE
      *    HIGHEST REFUND CHECK NUMBER EVER ISSUED.  A KEYED NUMBER
      *    STARTS A NEW CHECK STOCK, BUT MAY NOT REUSE A NUMBER.
      *
           05  NEXT-CHECK-NUMBER       PIC S9(9)   COMP.
           05  HIGHEST-CHECK-NUMBER    PIC S9(9)   COMP.
           05  PP-CHECK-COUNT          PIC S9(7)   COMP-3 VALUE ZERO.
           05  PP-CHECK-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  PERIOD-LOCK-FIELDS.
      *
      *    A RUN DATE IN A CLOSED ACCOUNTING PERIOD IS REFUSED OR
      *    ROLLED FORWARD TO THE FIRST OPEN PERIOD, AS THE
      *    PERIOD'S CLOSE SAYS.  A ROLLED RUN STILL AGES CREDITS
      *    TO THE RUN DATE; ONLY THE REFUND DATE STAMPED ON EACH
      *    CREDIT CARRIES THE ROLLED DATE, AND EACH ONE IS LOGGED.
      *
           05  PERLOCK-FUNCTION         PIC X.
           05  PERLOCK-PROGRAM          PIC X(8)  VALUE 'REFUND  '.
           05  PERLOCK-TRANS-KEY        PIC X(40).
           05  PERLOCK-TRANS-DATE       PIC X(10).
           05  PERLOCK-POST-DATE        PIC X(10).
           05  PERLOCK-STATUS           PIC X     VALUE '0'.
               88  PERLOCK-OPEN             VALUE '0'.
               88  PERLOCK-ROLLED-FORWARD   VALUE 'F'.
               88  PERLOCK-CLOSED           VALUE 'C'.
               88  PERLOCK-FAILED           VALUE '1'.
      *
       01  CURSOR-RESTART-FIELDS.
      *
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '      CREDIT DATE   '.
           05  FILLER      PIC X(20)   VALUE '   AGE       AMOUNT '.
           05  FILLER      PIC X(20)   VALUE '     CHECK          '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  RL-AGE      PIC Z(4)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AMOUNT   PIC Z(7)9.99.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-CHECK-NUMBER PIC Z(8)9.
           05  FILLER      PIC X(44)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
       000-EXTRACT-CUSTOMER-REFUNDS.
      *
           OPEN OUTPUT CHKOUT
                       PPAYOUT
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           PERFORM 055-CHECK-POSTING-PERIOD.
           IF VALID-CURSOR
               PERFORM 060-SET-FIRST-CHECK-NUMBER.
           PERFORM 100-WRITE-EXTRACT-HEADER.
           IF VALID-CURSOR
               PERFORM 110-OPEN-CREDIT-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-REFUND-ONE-CREDIT
                   UNTIL END-OF-CREDITS
           PERFORM 400-WRITE-EXTRACT-TRAILER.
           PERFORM 500-PRINT-TOTAL-LINE.
           CLOSE CHKOUT
                 PPAYOUT
                 PRTOUT.
           DISPLAY REFUNDS-COUNT  ' REFUND(S) EXTRACTED.'.
           IF REFUNDS-FAILED > 0
               DISPLAY REFUNDS-FAILED ' REFUND(S) FAILED TO POST.'
               MOVE 8 TO RETURN-CODE.
           IF NOT-VALID-CURSOR AND NOT PERIOD-REFUSED
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
           MOVE MIN-AGE-DAYS TO MIN-AGE-DAYS-BIN.
           ACCEPT MIN-AMOUNT-CARD FROM SYSIN.
           MOVE MIN-AMOUNT-CARD TO MIN-AMOUNT.
           ACCEPT FIRST-CHECK-CARD FROM SYSIN.
           IF FIRST-CHECK-CARD NOT NUMERIC
               MOVE ZERO TO FIRST-CHECK-CARD.
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
                           ' IS IN A CLOSED PERIOD - REFUNDS DATED '
                           PERLOCK-POST-DATE
               WHEN PERLOCK-CLOSED
                   DISPLAY 'RUN DATE ' RUN-DATE
                           ' IS IN A CLOSED PERIOD - RUN REFUSED.'
                   MOVE 'Y' TO PERIOD-REFUSED-SW
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 8 TO RETURN-CODE
               WHEN PERLOCK-FAILED
                   DISPLAY 'PERLOCK ERROR - STATUS ' PERLOCK-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       060-SET-FIRST-CHECK-NUMBER.
      *
           EXEC SQL
               SELECT COALESCE(MAX(ONRCHKNO), 0)
                   INTO :HIGHEST-CHECK-NUMBER
                   FROM MM01.ONACCT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF FIRST-CHECK-CARD = ZERO
                   COMPUTE NEXT-CHECK-NUMBER =
                       HIGHEST-CHECK-NUMBER + 1
               ELSE
                   IF FIRST-CHECK-CARD > HIGHEST-CHECK-NUMBER
                       MOVE FIRST-CHECK-CARD TO NEXT-CHECK-NUMBER
                   ELSE
                       DISPLAY 'FIRST CHECK NUMBER ' FIRST-CHECK-CARD
                               ' ALREADY ISSUED - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW.
      *
       100-WRITE-EXTRACT-HEADER.
      *
           MOVE SPACES   TO RCK-RECORD-DATA.
           MOVE RUN-DATE TO RCK-RUN-DATE.
           WRITE REFUND-CHECK-RECORD.
           MOVE 'H'      TO PP-RECORD-TYPE.
           MOVE SPACES   TO PP-RECORD-DATA.
           MOVE 'MURACH DISTRIBUTING   ' TO PP-COMPANY-NAME.
           MOVE RUN-DATE TO PP-FILE-DATE.
           WRITE POSITIVE-PAY-RECORD.
      *
       110-OPEN-CREDIT-CURSOR.
      *
                           COMMIT
                       END-EXEC
                       PERFORM 230-WRITE-EXTRACT-DETAIL
                       PERFORM 235-WRITE-POSITIVE-PAY-ISSUE
                       PERFORM 240-PRINT-REGISTER-LINE
                       ADD 1              TO REFUNDS-COUNT
                       ADD CR-OPEN-AMOUNT TO REFUNDS-TOTAL
                       ADD 1              TO NEXT-CHECK-NUMBER
                   ELSE
                       EXEC SQL
                           ROLLBACK
      *    THE UNAPPLIED PORTION IS MARKED FULLY APPLIED SO THE
      *    CASH APPLICATION RUN STOPS PICKING THE CREDIT UP, AND
      *    THE REFUND DATE IS STAMPED SO THE ROW SHOWS WHY IT WAS
      *    APPLIED UP AND NEVER QUALIFIES A SECOND TIME.  THE
      *    AMOUNT REFUNDED IS KEPT, AS THE CHECK IS UNCLAIMED
      *    PROPERTY IF IT NEVER CLEARS.  A CHECK NUMBER IS ONLY
      *    USED UP WHEN THE REFUND COMMITS.
      *
           EXEC SQL
               UPDATE MM01.ONACCT
                  SET ONREFAMT  = ONAMT - ONAPPLIED,
                      ONRCHKNO  = :NEXT-CHECK-NUMBER,
                      ONAPPLIED = ONAMT,
                      ONREFDATE = :PERLOCK-POST-DATE
                WHERE ONCUSTNO  = :CR-CUSTNO
                  AND ONTYPE    = :CR-TYPE
                  AND ONDATE    = :CR-DATE
                  AND ONCHECKNO = :CR-CHECKNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO REFUND-VALID-SW
           ELSE
               IF PERLOCK-ROLLED-FORWARD
                   PERFORM 225-LOG-ROLLED-FORWARD.
      *
       225-LOG-ROLLED-FORWARD.
      *
           MOVE SPACES TO PERLOCK-TRANS-KEY.
           STRING 'REFUND ' CR-CUSTNO ' ' CR-TYPE ' ' CR-DATE
                  ' ' CR-CHECKNO DELIMITED BY SIZE
               INTO PERLOCK-TRANS-KEY.
           MOVE 'L' TO PERLOCK-FUNCTION.
           CALL 'PERLOCK' USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
           IF PERLOCK-FAILED
               MOVE 'N' TO REFUND-VALID-SW
               MOVE 'F' TO PERLOCK-STATUS.
      *
       230-WRITE-EXTRACT-DETAIL.
      *
           MOVE CR-LNAME       TO RCK-NAME.
           MOVE CR-OPEN-AMOUNT TO RCK-AMOUNT.
           MOVE CR-DATE        TO RCK-CREDIT-DATE.
           MOVE NEXT-CHECK-NUMBER TO RCK-CHECK-NUMBER.
           WRITE REFUND-CHECK-RECORD.
      *
       235-WRITE-POSITIVE-PAY-ISSUE.
      *
           MOVE 'D'               TO PP-RECORD-TYPE.
           MOVE SPACES            TO PP-RECORD-DATA.
           MOVE 'I'               TO PP-ACTION.
           MOVE NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE PERLOCK-POST-DATE TO PP-ISSUE-DATE.
           MOVE CR-OPEN-AMOUNT    TO PP-AMOUNT.
           MOVE CR-LNAME          TO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1              TO PP-CHECK-COUNT.
           ADD CR-OPEN-AMOUNT TO PP-CHECK-TOTAL.
      *
       240-PRINT-REGISTER-LINE.
      *
           MOVE CR-DATE        TO RL-DATE.
           MOVE CR-AGE-DAYS    TO RL-AGE.
           MOVE CR-OPEN-AMOUNT TO RL-AMOUNT.
           MOVE NEXT-CHECK-NUMBER TO RL-CHECK-NUMBER.
           MOVE REPORT-LINE    TO PRTOUT-RECORD.
           PERFORM 270-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE REFUNDS-COUNT TO RCK-TRAILER-COUNT.
           MOVE REFUNDS-TOTAL TO RCK-TRAILER-AMOUNT.
           WRITE REFUND-CHECK-RECORD.
           MOVE 'T'            TO PP-RECORD-TYPE.
           MOVE SPACES         TO PP-RECORD-DATA.
           MOVE PP-CHECK-COUNT TO PP-TRAILER-COUNT.
           MOVE PP-CHECK-TOTAL TO PP-TRAILER-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
      *
       500-PRINT-TOTAL-LINE.
      *
           EVALUATE TRUE
               WHEN VALID-CURSOR
                   MOVE REFUNDS-COUNT TO TL-COUNT
                   MOVE REFUNDS-TOTAL TO TL-TOTAL
                   MOVE TOTAL-LINE    TO PRTOUT-RECORD
               WHEN PERIOD-REFUSED
                   MOVE '****  PERIOD CLOSED -- NO REFUNDS  ****'
                                      TO PRTOUT-RECORD
               WHEN OTHER
                   MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD
           END-EVALUATE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 270-WRITE-REPORT-LINE.
      *
