      *    INVOICE UPDATE, SO EVERY CONVERTED ORDER PASSES THE
      *    SAME PRODUCT, REP, TAX, CURRENCY, AND CREDIT EDITS AS
      *    A KEYED INVOICE.
      *
      *    AN ORDER IS ONLY BILLED FOR WHAT THE WAREHOUSE HAS
      *    CONFIRMED AS SHIPPED (MM01.SHIPCONF, LOADED BY SHPCONF)
      *    AND NOT YET INVOICED.  EACH RUN BILLS THE CONFIRMATIONS
      *    SHIPPED ON OR BEFORE THE RUN DATE, STAMPS THEM WITH THE
      *    INVOICE NUMBER SO THE CARRIER AND TRACKING NUMBER FOLLOW
      *    THE INVOICE, AND LEAVES THE ORDER PARTIALLY SHIPPED (P)
      *    UNTIL EVERY LINE HAS BEEN BILLED IN FULL.
      *
       ENVIRONMENT DIVISION.
      *
       01  ORDER-WORK-FIELDS.
      *
           05  ORDER-SUBTOTAL           PIC S9(9)V99 COMP-3.
           05  ORDER-STATUS             PIC X.
           05  ORDER-QTY-ORDERED        PIC S9(9)    COMP.
           05  ORDER-QTY-BILLED         PIC S9(9)    COMP.
      *
       01  ORDHDR-ROW.
      *
               DECLARE DUECURS CURSOR WITH HOLD FOR
                   SELECT OHORDNO,  OHCUSTNO,  OHREP
                       FROM MM01.ORDHDR
                       WHERE OHSTATUS  IN ('O', 'P')
                         AND OHORDNO    > :RS-ORDNO
                         AND EXISTS
                             (SELECT 1
                                  FROM MM01.SHIPCONF
                                  WHERE SCORDNO     = OHORDNO
                                    AND SCINVNO     = '      '
                                    AND SCSHIPDATE <= :RUN-DATE)
                       ORDER BY OHORDNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE LINECURS CURSOR FOR
                   SELECT A.OLLINE,   A.OLPRODNO,  A.OLDESC,
                          SUM(B.SCQTY), A.OLPRICE
                       FROM MM01.ORDLINE A
                           INNER JOIN MM01.SHIPCONF B
                       ON  B.SCORDNO = A.OLORDNO
                       AND B.SCLINE  = A.OLLINE
                       WHERE A.OLORDNO     = :OH-ORDNO
                         AND B.SCINVNO     = '      '
                         AND B.SCSHIPDATE <= :RUN-DATE
                       GROUP BY A.OLLINE, A.OLPRODNO, A.OLDESC,
                                A.OLPRICE
                       ORDER BY A.OLLINE
           END-EXEC.
      *
       PROCEDURE DIVISION.
               PERFORM 300-CLOSE-DUE-CURSOR.
           CLOSE ITRANS.
           DISPLAY '---------------------------------------------'.
           DISPLAY ORDERS-DUE-COUNT       ' ORDER(S) WITH SHIPMENTS.'.
           DISPLAY INVOICES-WRITTEN-COUNT ' INVOICE(S) GENERATED.'.
           DISPLAY ORDERS-FAILED-COUNT    ' ORDER(S) FAILED.'.
           IF NOT-VALID-CURSOR OR ORDERS-FAILED-COUNT > 0
      *
           MOVE ZERO TO ORDER-SUBTOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(B.SCQTY * A.OLPRICE), 0)
                   INTO :ORDER-SUBTOTAL
                   FROM MM01.ORDLINE A
                       INNER JOIN MM01.SHIPCONF B
                   ON  B.SCORDNO = A.OLORDNO
                   AND B.SCLINE  = A.OLLINE
                       WHERE A.OLORDNO     = :OH-ORDNO
                         AND B.SCINVNO     = '      '
                         AND B.SCSHIPDATE <= :RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ORDER-VALID-SW.
      *
           MOVE NEXT-INVOICE-NUMBER TO ITR-INVNO.
           EXEC SQL
               UPDATE MM01.SHIPCONF
                  SET SCINVNO     = :ITR-INVNO
                WHERE SCORDNO     = :OH-ORDNO
                  AND SCINVNO     = '      '
                  AND SCSHIPDATE <= :RUN-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ORDER-VALID-SW.
           IF ORDER-VALID
               PERFORM 265-SET-ORDER-STATUS.
           IF ORDER-VALID
               EXEC SQL
                   UPDATE MM01.ORDHDR
                      SET OHSTATUS = :ORDER-STATUS,
                          OHINVNO  = :ITR-INVNO
                    WHERE OHORDNO  = :OH-ORDNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO ORDER-VALID-SW.
      *
       265-SET-ORDER-STATUS.
      *
      *    THE ORDER IS BILLED (B) ONCE EVERYTHING ORDERED HAS
      *    BEEN INVOICED; UNTIL THEN IT STAYS PARTIALLY SHIPPED (P)
      *    AND COMES BACK THROUGH HERE WITH ITS NEXT CONFIRMATION.
      *    OHINVNO ALWAYS HOLDS THE LATEST INVOICE FOR THE ORDER.
      *
           EXEC SQL
               SELECT COALESCE(SUM(OLQTY), 0)
                   INTO :ORDER-QTY-ORDERED
                   FROM MM01.ORDLINE
                       WHERE OLORDNO = :OH-ORDNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ORDER-VALID-SW.
           EXEC SQL
               SELECT COALESCE(SUM(SCQTY), 0)
                   INTO :ORDER-QTY-BILLED
                   FROM MM01.SHIPCONF
                       WHERE SCORDNO = :OH-ORDNO
                         AND SCINVNO <> '      '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO ORDER-VALID-SW.
           IF ORDER-QTY-BILLED < ORDER-QTY-ORDERED
               MOVE 'P' TO ORDER-STATUS
           ELSE
               MOVE 'B' TO ORDER-STATUS.
      *
       300-CLOSE-DUE-CURSOR.
      *
