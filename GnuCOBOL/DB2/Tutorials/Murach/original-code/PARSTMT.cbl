      *    WITH THE COMBINED BALANCE DUE AT THE BOTTOM.  THE
      *    CHILD-LEVEL OPEN-ITEM STATEMENTS FROM THE REGULAR
      *    STATEMENT RUN ARE UNCHANGED, SO COLLECTORS KEEP THEIR
      *    DETAIL.  UNDER EACH CHILD LINE, ANY OPEN-ITEM PAYMENT
      *    THAT CAME FROM SOMEONE ELSE IN THE HIERARCHY IS LISTED
      *    WITH THE PAYER AND CHECK, SO THE PARENT CAN SEE WHICH OF
      *    ITS PAYMENTS SETTLED WHICH CHILD INVOICE.
      *
       ENVIRONMENT DIVISION.
      *
               88  END-OF-PARENTS              VALUE 'Y'.
           05  END-OF-CHILDREN-SW      PIC X   VALUE 'N'.
               88  END-OF-CHILDREN             VALUE 'Y'.
           05  END-OF-PARENT-PAYS-SW   PIC X   VALUE 'N'.
               88  END-OF-PARENT-PAYS          VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
       01  CHILD-FIELDS.
           05  CH-CUSTNO               PIC X(6).
           05  CH-LNAME                PIC X(30).
      *
       01  PARENT-PAYMENT-FIELDS.
           05  PP-INVNO                PIC X(6).
           05  PP-PAYDATE              PIC X(10).
           05  PP-CHECKNO              PIC X(10).
           05  PP-PAYER                PIC X(6).
           05  PP-PAYAMT               PIC S9(7)V99    COMP-3.
      *
       01  BALANCE-FIELDS              COMP-3.
           05  BF-OPEN-INVOICES        PIC S9(9)V99    VALUE ZERO.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-BALANCE  PIC Z(8)9.99-.
           05  FILLER      PIC X(67)   VALUE SPACES.
      *
       01  PARENT-PAYMENT-LINE.
           05  FILLER      PIC X(8)    VALUE SPACES.
           05  FILLER      PIC X(8)    VALUE 'INVOICE '.
           05  PPL-INVNO   PIC X(6).
           05  FILLER      PIC X(10)   VALUE '  PAID BY '.
           05  PPL-PAYER   PIC X(6).
           05  FILLER      PIC X(8)    VALUE '  CHECK '.
           05  PPL-CHECKNO PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  PPL-PAYDATE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  PPL-PAYAMT  PIC Z(8)9.99-.
           05  FILLER      PIC X(49)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(40)   VALUE
                       WHERE PARENT = :PA-CUSTNO
                       ORDER BY CUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE PPAYCURS CURSOR FOR
                   SELECT A.PAYINVNO,  A.PAYDATE,  A.PAYCHECKNO,
                          A.PAYPAYER,  A.PAYAMT
                       FROM MM01.PAYMENT A
                           INNER JOIN MM01.INVOICE B
                       ON A.PAYINVNO = B.INVNO
                       WHERE B.INVCUST  = :CH-CUSTNO
                         AND A.PAYPAYER IS NOT NULL
                         AND A.PAYPAYER <> B.INVCUST
                       ORDER BY A.PAYINVNO, A.PAYDATE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
                   MOVE BF-OPEN-BALANCE TO DL-BALANCE
                   ADD BF-OPEN-BALANCE  TO BF-PARENT-TOTAL
                   PERFORM 250-WRITE-REPORT-LINE-D
                   PERFORM 400-PRINT-PARENT-PAYMENTS
           END-EVALUATE.
      *
       400-PRINT-PARENT-PAYMENTS.
      *
           MOVE 'N' TO END-OF-PARENT-PAYS-SW.
           EXEC SQL
               OPEN PPAYCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-PARENT-PAYS-SW.
           PERFORM 410-PRINT-PARENT-PAYMENT-LINE
               UNTIL END-OF-PARENT-PAYS.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE PPAYCURS
               END-EXEC.
      *
       410-PRINT-PARENT-PAYMENT-LINE.
      *
           EXEC SQL
               FETCH PPAYCURS
                   INTO :PP-INVNO,  :PP-PAYDATE, :PP-CHECKNO,
                        :PP-PAYER,  :PP-PAYAMT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-PARENT-PAYS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-PARENT-PAYS-SW
               WHEN OTHER
                   MOVE PP-INVNO   TO PPL-INVNO
                   MOVE PP-PAYER   TO PPL-PAYER
                   MOVE PP-CHECKNO TO PPL-CHECKNO
                   MOVE PP-PAYDATE TO PPL-PAYDATE
                   MOVE PP-PAYAMT  TO PPL-PAYAMT
                   MOVE PARENT-PAYMENT-LINE TO PRTOUT-RECORD
                   PERFORM 260-WRITE-REPORT-LINE
           END-EVALUATE.
      *
       600-GET-OPEN-BALANCE.
