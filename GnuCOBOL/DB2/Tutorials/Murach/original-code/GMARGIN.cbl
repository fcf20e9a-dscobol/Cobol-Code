           05  MF-COST                 PIC S9(11)V99   COMP-3.
           05  MF-MARGIN               PIC S9(11)V99   COMP-3.
           05  MF-MARGIN-PCT           PIC S9(3)V9     COMP-3.
      *
      *    BREAK COST IS WHAT THE QUANTITY BREAKS GAVE AWAY - THE
      *    LIST PRICE FROZEN ON THE LINE LESS THE BREAK PRICE
      *    BILLED, ON LINES THE BREAK PRICED.  IT IS MARGIN THE
      *    SAME SALES WOULD HAVE MADE AT LIST.
      *
           05  MF-BREAK-COST           PIC S9(11)V99   COMP-3.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-REVENUE              PIC S9(11)V99   VALUE ZERO.
           05  GT-COST                 PIC S9(11)V99   VALUE ZERO.
           05  GT-BREAK-COST           PIC S9(11)V99   VALUE ZERO.
           05  BELOW-COST-COUNT        PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  FILLER      PIC X(20)   VALUE 'KEY          REVENUE'.
           05  FILLER      PIC X(20)   VALUE '           COST     '.
           05  FILLER      PIC X(20)   VALUE '     MARGIN     PCT '.
           05  FILLER      PIC X(20)   VALUE '   BREAK COST  FLAG '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-KEY      PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PCT      PIC ZZ9.9-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-BREAK    PIC Z(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-FLAG     PIC X(12).
           05  FILLER      PIC X(45)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL:  '.
           05  TL-COST     PIC Z(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-MARGIN   PIC Z(8)9.99-.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  TL-BREAK    PIC Z(8)9.99.
           05  FILLER      PIC X(59)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
               DECLARE PRODCURS CURSOR FOR
                   SELECT A.LIPRODNO,
                          SUM(A.LIQTY * A.LIPRICE),
                          SUM(A.LIQTY * COALESCE(A.LICOST, 0)),
                          SUM(CASE WHEN A.LIPRSRC = 'Q'
                                   THEN A.LIQTY
                                      * (A.LILISTPR - A.LIPRICE)
                                   ELSE 0 END)
                       FROM MM01.LINEITEM A
                           INNER JOIN MM01.INVOICE B
                       ON A.LIINVNO = B.INVNO
               DECLARE CUSTCURS CURSOR FOR
                   SELECT B.INVCUST,
                          SUM(A.LIQTY * A.LIPRICE),
                          SUM(A.LIQTY * COALESCE(A.LICOST, 0)),
                          SUM(CASE WHEN A.LIPRSRC = 'Q'
                                   THEN A.LIQTY
                                      * (A.LILISTPR - A.LIPRICE)
                                   ELSE 0 END)
                       FROM MM01.LINEITEM A
                           INNER JOIN MM01.INVOICE B
                       ON A.LIINVNO = B.INVNO
      *
           EXEC SQL
               FETCH PRODCURS
                   INTO :MF-KEY, :MF-REVENUE, :MF-COST,
                        :MF-BREAK-COST
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
               WHEN OTHER
                   ADD MF-REVENUE TO GT-REVENUE
                   ADD MF-COST    TO GT-COST
                   ADD MF-BREAK-COST TO GT-BREAK-COST
                   PERFORM 300-PRINT-MARGIN-LINE
           END-EVALUATE.
      *
      *
           EXEC SQL
               FETCH CUSTCURS
                   INTO :MF-KEY, :MF-REVENUE, :MF-COST,
                        :MF-BREAK-COST
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
           MOVE MF-COST       TO RL-COST.
           MOVE MF-MARGIN     TO RL-MARGIN.
           MOVE MF-MARGIN-PCT TO RL-PCT.
           MOVE MF-BREAK-COST TO RL-BREAK.
           MOVE REPORT-LINE   TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
               MOVE GT-COST    TO TL-COST
               COMPUTE MF-MARGIN = GT-REVENUE - GT-COST
               MOVE MF-MARGIN  TO TL-MARGIN
               MOVE GT-BREAK-COST TO TL-BREAK
               MOVE TOTAL-LINE TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
