           05  OR-ORDDATE              PIC X(10).
           05  OR-SHIPDATE             PIC X(10).
           05  OR-TOTAL                PIC S9(9)V99    COMP-3.
           05  OR-STATUS               PIC X.
               88  OR-PARTIALLY-SHIPPED        VALUE 'P'.
      *
       01  ORDER-TOTAL-FIELDS          COMP-3.
           05  ORDERS-COUNT            PIC S9(7)       VALUE ZERO.
           05  FILLER      PIC X(20)   VALUE 'ME                  '.
           05  FILLER      PIC X(20)   VALUE '          ORDERED   '.
           05  FILLER      PIC X(20)   VALUE '  SHIP BY       ORDE'.
           05  FILLER      PIC X(20)   VALUE 'R TOTAL   STATUS    '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-SHIPDATE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TOTAL    PIC Z(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-STATUS   PIC X(7).
           05  FILLER      PIC X(37)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    A PARTIALLY SHIPPED ORDER IS STILL OPEN FOR WHAT HAS
      *    NOT BEEN CONFIRMED AS SHIPPED, SO ITS TOTAL IS THE
      *    VALUE STILL TO SHIP, NOT THE VALUE ORIGINALLY ORDERED.
      *
           EXEC SQL
               DECLARE ORDCURS CURSOR FOR
                   SELECT A.OHORDNO,    A.OHCUSTNO,
                          COALESCE(B.LNAME, ' '),
                          A.OHORDDATE,  A.OHSHIPDATE,
                          COALESCE((SELECT SUM((C.OLQTY -
                              COALESCE((SELECT SUM(D.SCQTY)
                                  FROM MM01.SHIPCONF D
                                  WHERE D.SCORDNO = C.OLORDNO
                                    AND D.SCLINE  = C.OLLINE), 0))
                              * C.OLPRICE)
                              FROM MM01.ORDLINE C
                              WHERE C.OLORDNO = A.OHORDNO), 0),
                          A.OHSTATUS
                       FROM MM01.ORDHDR A
                           LEFT OUTER JOIN MM01.CUSTOMER B
                       ON A.OHCUSTNO = B.CUSTNO
                       WHERE A.OHSTATUS IN ('O', 'P')
                       ORDER BY A.OHSHIPDATE, A.OHORDNO
           END-EXEC.
      *
                   MOVE OR-ORDDATE  TO RL-ORDDATE
                   MOVE OR-SHIPDATE TO RL-SHIPDATE
                   MOVE OR-TOTAL    TO RL-TOTAL
                   IF OR-PARTIALLY-SHIPPED
                       MOVE 'PARTIAL' TO RL-STATUS
                   ELSE
                       MOVE SPACES    TO RL-STATUS
                   END-IF
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       210-FETCH-ORDER-ROW.
           EXEC SQL
               FETCH ORDCURS
                   INTO :OR-ORDNO,   :OR-CUSTNO,  :OR-LNAME,
                        :OR-ORDDATE, :OR-SHIPDATE, :OR-TOTAL,
                        :OR-STATUS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-ORDERS-SW
