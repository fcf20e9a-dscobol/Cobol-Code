      *
      *    AN 810-STYLE INTERCHANGE, ONE SEGMENT PER RECORD:
      *      ISA/IEA  INTERCHANGE ENVELOPE WITH CONTROL NUMBER
      *      GS/GE    FUNCTIONAL GROUP WITH TRANSACTION COUNT -
      *               ONE GROUP PER INTERCHANGE, SO THE GROUP
      *               CONTROL NUMBER IS THE INTERCHANGE'S
      *      ST/SE    ONE TRANSACTION SET PER INVOICE
      *      BIG      INVOICE DATE, NUMBER, CUSTOMER, AND THE
      *               CUSTOMER'S PURCHASE ORDER NUMBER
      *      IT1      ONE PER LINE ITEM
      *      TDS      INVOICE TOTAL
      *      CTT      LINE ITEM COUNT
           05  IV-INVNO                PIC X(6).
           05  IV-CUSTNO               PIC X(6).
           05  IV-INVDATE              PIC X(10).
           05  IV-CUSTPO               PIC X(15).
           05  IV-TOTAL                PIC S9(9)V99    COMP-3.
           05  IV-TOTAL-DISPLAY        PIC 9(9)V99.
      *
      *    AN INVOICE TRANSMITS EXACTLY ONCE: THE CURSOR SKIPS
      *    ANYTHING ALREADY LOGGED IN MM01.EDISENT, AND EACH
      *    TRANSMITTED INVOICE IS LOGGED IN THE SAME UNIT OF WORK
      *    THAT BUILT ITS TRANSACTION SET.  THE ONE EXCEPTION IS A
      *    SET THE PARTNER'S 997 REJECTED AND EDI997I HAS QUEUED
      *    FOR RETRANSMISSION (ACK STATUS Q) - THAT INVOICE GOES
      *    AGAIN IN A NEW SET AND IS LOGGED AGAIN.
      *
           EXEC SQL
               DECLARE EDICURS CURSOR WITH HOLD FOR
                   SELECT A.INVNO,   A.INVCUST,  A.INVDATE,
                          A.INVTOTAL, COALESCE(A.INVCUSTPO, ' ')
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.INVCUST = B.CUSTNO
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.EDISENT C
                                  WHERE C.ESINVNO   = A.INVNO
                                    AND C.ESACKSTAT <> 'Q')
                       ORDER BY A.INVCUST, A.INVNO
           END-EXEC.
      *
               DELIMITED BY SIZE INTO EDI-SEGMENT-DATA.
           WRITE EDI-RECORD.
           MOVE 'GS ' TO EDI-SEGMENT-ID.
           MOVE SPACES TO EDI-SEGMENT-DATA.
           STRING 'IN ' CN-INTERCHANGE-DISPLAY ' INVOICE GROUP'
               DELIMITED BY SIZE INTO EDI-SEGMENT-DATA.
           WRITE EDI-RECORD.
      *
       110-OPEN-INVOICE-CURSOR.
           EXEC SQL
               FETCH EDICURS
                   INTO :IV-INVNO,  :IV-CUSTNO,
                        :IV-INVDATE, :IV-TOTAL,
                        :IV-CUSTPO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
           WRITE EDI-RECORD.
           MOVE 'BIG' TO EDI-SEGMENT-ID.
           MOVE SPACES TO EDI-SEGMENT-DATA.
           STRING IV-INVDATE ' ' IV-INVNO ' ' IV-CUSTNO ' '
                  IV-CUSTPO
               DELIMITED BY SIZE INTO EDI-SEGMENT-DATA.
           WRITE EDI-RECORD.
           PERFORM 230-WRITE-LINE-SEGMENTS.
      *
           EXEC SQL
               INSERT INTO MM01.EDISENT
                      (ESINVNO,   ESSENTDATE,  ESCTLNO,
                       ESSETNO,   ESACKSTAT)
               VALUES (:IV-INVNO, :RUN-DATE,   :CN-INTERCHANGE,
                       :CN-TRANSACTION, ' ')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO INVOICE-VALID-SW.
