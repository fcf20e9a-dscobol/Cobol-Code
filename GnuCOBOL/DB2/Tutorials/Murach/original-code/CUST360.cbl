           05  CU-PAYINVNO             PIC X(6).
           05  CU-PAYAMT               PIC S9(7)V99    COMP-3.
           05  CU-EDITED-PAYAMT        PIC Z(6)9.99.
           05  CU-PAYCHECKNO           PIC X(10).
           05  CU-PAYPAYER             PIC X(6).
      *
       01  CREDIT-SECTION-FIELDS.
      *
      *
           EXEC SQL
               DECLARE PAY360 CURSOR FOR
                   SELECT A.PAYDATE,   A.PAYINVNO,  A.PAYAMT,
                          A.PAYCHECKNO,
                          COALESCE(A.PAYPAYER, B.INVCUST)
                       FROM MM01.PAYMENT A
                           INNER JOIN MM01.INVOICE B
                       ON A.PAYINVNO = B.INVNO
               END-EXEC.
      *
       310-DISPLAY-PAYMENT-ROW.
      *
      *    A PAYMENT SENT BY A PARENT ACCOUNT NAMES THE PARENT AND
      *    ITS CHECK, SO A CHILD'S VIEW SHOWS WHO PAID THE INVOICE.
      *
           EXEC SQL
               FETCH PAY360
                   INTO :CU-PAYDATE, :CU-PAYINVNO, :CU-PAYAMT,
                        :CU-PAYCHECKNO, :CU-PAYPAYER
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SECTION-SW
                   MOVE 'Y' TO END-OF-SECTION-SW
               ELSE
                   MOVE CU-PAYAMT TO CU-EDITED-PAYAMT
                   IF CU-PAYPAYER = CUSTNO
                       DISPLAY '   ' CU-PAYDATE '  ' CU-PAYINVNO
                               '  ' CU-EDITED-PAYAMT
                   ELSE
                       DISPLAY '   ' CU-PAYDATE '  ' CU-PAYINVNO
                               '  ' CU-EDITED-PAYAMT
                               '  PAID BY PARENT ' CU-PAYPAYER
                               ' CHECK ' CU-PAYCHECKNO
                   END-IF
                   ADD 1 TO PAGE-ROW-COUNT
                   IF PAGE-ROW-COUNT = PAGE-ROW-MAX
                       PERFORM 145-PROMPT-FOR-MORE.
