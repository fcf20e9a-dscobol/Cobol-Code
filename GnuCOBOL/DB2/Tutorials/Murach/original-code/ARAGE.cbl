       01  INVOICE-FIELDS.
           05  AGE-DAYS                PIC S9(9)       COMP.
           05  INV-BALANCE             PIC S9(9)V99    COMP-3.
           05  CUSTOMER-REP            PIC X(3).
      *
       01  AGING-BUCKET-FIELDS         COMP-3.
           05  BUCKET-CURRENT          PIC S9(9)V99    VALUE ZERO.
           05  SNAP-PREV-CUSTNO        PIC X(6)        VALUE SPACES.
           05  SNAP-ROWS-WRITTEN       PIC S9(7)       COMP-3
                                                       VALUE ZERO.
      *
       01  COMPANY-SELECTION-FIELDS.
      *
      *    A THIRD CARD NAMES ONE OPERATING COMPANY; BLANK AGES
      *    EVERY COMPANY, EACH ON ITS OWN PAGES WITH ITS OWN
      *    TOTALS AHEAD OF THE GRAND TOTALS.
      *
           05  REQUESTED-COMPANY       PIC X(2)        VALUE SPACES.
           05  FROM-COMPANY            PIC X(2).
           05  TO-COMPANY              PIC X(2).
           05  INVOICE-COMPANY         PIC X(2).
           05  PREVIOUS-COMPANY        PIC X(2)        VALUE SPACES.
      *
       01  ROLLUP-FIELDS.
      *
           05  CB-60                   PIC S9(9)V99    VALUE ZERO.
           05  CB-90-PLUS              PIC S9(9)V99    VALUE ZERO.
           05  CB-TOTAL                PIC S9(9)V99    VALUE ZERO.
      *
       01  COMPANY-TOTAL-FIELDS        COMP-3.
           05  CT-CURRENT              PIC S9(9)V99    VALUE ZERO.
           05  CT-30                   PIC S9(9)V99    VALUE ZERO.
           05  CT-60                   PIC S9(9)V99    VALUE ZERO.
           05  CT-90-PLUS              PIC S9(9)V99    VALUE ZERO.
           05  CT-UNAPPLIED            PIC S9(9)V99    VALUE ZERO.
           05  CT-NET                  PIC S9(9)V99    VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-CURRENT              PIC S9(9)V99    VALUE ZERO.
           05  HL1-DAY     PIC X(2).
           05  FILLER      PIC X       VALUE '/'.
           05  HL1-YEAR    PIC X(2).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(9)    VALUE 'COMPANY: '.
           05  HL1-COMPANY PIC X(2).
           05  FILLER      PIC X(41)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(28)   VALUE SPACES.
           05  FILLER      PIC X(15)   VALUE 'T      1-30    '.
           05  FILLER      PIC X(15)   VALUE '31-60      61+ '.
           05  FILLER      PIC X(15)   VALUE '  CURR         '.
           05  FILLER      PIC X(18)   VALUE SPACES.
           05  FILLER      PIC X(3)    VALUE 'REP'.
      *
       01  REPORT-LINE.
           05  RL-INVNO    PIC X(6).
           05  RL-90-PLUS  PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CURR     PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-REPNO    PIC X(3).
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(38)   VALUE 'TOTALS:'.
           05  TL-60       PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-90-PLUS  PIC Z(6)9.99.
      *
       01  COMPANY-TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'COMPANY '.
           05  CTL-COMPANY PIC X(2).
           05  FILLER      PIC X(28)   VALUE ' TOTALS:'.
           05  CTL-CURRENT PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CTL-30      PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CTL-60      PIC Z(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CTL-90-PLUS PIC Z(6)9.99.
      *
       01  UNAPPLIED-TOTAL-LINE.
           05  FILLER      PIC X(38)   VALUE 'UNAPPLIED CREDITS:'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    AGE IS COUNTED FROM THE TERMS DATE.  ONLY A REBILLED
      *    INVOICE CARRIES ONE - ITS ORIGINAL'S BILLING DATE - AND
      *    EVERY OTHER INVOICE'S TERMS RUN FROM ITS INVOICE DATE.
      *
           EXEC SQL
               DECLARE INVCURS CURSOR FOR
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0),
                          DAYS(CURRENT DATE) -
                              DAYS(COALESCE(A.INVTERMDT, A.INVDATE)),
                          A.INVCURR,    A.INVCOMP,
                          COALESCE(B.REPNO, ' ')
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.INVCUST = B.CUSTNO
                       WHERE A.INVCOMP BETWEEN :FROM-COMPANY
                                           AND :TO-COMPANY
                       ORDER BY A.INVCOMP, A.INVCUST, A.INVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
           PERFORM 050-ACCEPT-SNAPSHOT-PERIOD.
           IF SNAP-PERIOD NOT = SPACES
               STRING 'SNAPSHOT PERIOD ' SNAP-PERIOD
                      ' ' REQUESTED-COMPANY
                   DELIMITED BY SIZE INTO RPTA-PARAMETERS
           ELSE
               STRING 'POINT-IN-TIME RUN ' REQUESTED-COMPANY
                   DELIMITED BY SIZE INTO RPTA-PARAMETERS.
           PERFORM 800-REGISTER-REPORT-RUN.
           ACCEPT PRESENT-DATE FROM DATE.
           MOVE PRESENT-MONTH TO HL1-MONTH.
                  AND SNAP-PREV-CUSTNO NOT = SPACES
                   PERFORM 515-CUSTOMER-BREAK
               END-IF
               IF PREVIOUS-COMPANY NOT = SPACES
                   PERFORM 415-PRINT-COMPANY-TOTALS
               END-IF
               PERFORM 300-CLOSE-INVOICE-CURSOR.
           IF SNAP-PERIOD NOT = SPACES AND VALID-CURSOR
               DISPLAY SNAP-ROWS-WRITTEN
      *
           ACCEPT SNAP-PERIOD FROM SYSIN.
           ACCEPT ROLLUP-OPTION FROM SYSIN.
           ACCEPT REQUESTED-COMPANY FROM SYSIN.
           IF REQUESTED-COMPANY = SPACES
               MOVE LOW-VALUE  TO FROM-COMPANY
               MOVE HIGH-VALUE TO TO-COMPANY
           ELSE
               MOVE REQUESTED-COMPANY TO FROM-COMPANY
                                         TO-COMPANY.
      *
      *    A ONE-COMPANY RUN REPLACES ONLY THAT COMPANY'S SHARE OF
      *    THE PERIOD'S SNAPSHOT.
      *
           IF SNAP-PERIOD NOT = SPACES
               EXEC SQL
                   DELETE FROM MM01.ARSNAP
                       WHERE ARPERIOD = :SNAP-PERIOD
                         AND ARCUSTNO IN
                             (SELECT CUSTNO
                                  FROM MM01.CUSTOMER
                                  WHERE CUSTCOMP BETWEEN :FROM-COMPANY
                                                     AND :TO-COMPANY)
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'N' TO VALID-CURSOR-SW.
                      AND CUSTNO NOT = SNAP-PREV-CUSTNO
                       PERFORM 515-CUSTOMER-BREAK
                   END-IF
                   IF PREVIOUS-COMPANY NOT = SPACES
                      AND INVOICE-COMPANY NOT = PREVIOUS-COMPANY
                       PERFORM 415-PRINT-COMPANY-TOTALS
                       MOVE +999 TO LINE-COUNT
                   END-IF
                   MOVE INVOICE-COMPANY TO PREVIOUS-COMPANY
                                           HL1-COMPANY
                   MOVE CUSTNO TO SNAP-PREV-CUSTNO
                   IF INV-BALANCE > 0
                       PERFORM 215-BUCKET-INVOICE-BALANCE
                       MOVE BUCKET-60      TO RL-60
                       MOVE BUCKET-90-PLUS TO RL-90-PLUS
                       MOVE INVCURR        TO RL-CURR
                       MOVE CUSTOMER-REP   TO RL-REPNO
                       PERFORM 220-PRINT-REPORT-LINE.
      *
       210-FETCH-INVOICE-ROW.
               FETCH INVCURS
                   INTO :INVNO,   :CUSTNO,     :LNAME,
                        :INVDATE, :INV-BALANCE, :AGE-DAYS,
                        :INVCURR, :INVOICE-COMPANY,
                        :CUSTOMER-REP
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
                   MOVE INV-BALANCE TO BUCKET-CURRENT
                   ADD INV-BALANCE  TO GT-CURRENT
                   ADD INV-BALANCE  TO CB-CURRENT
                   ADD INV-BALANCE  TO CT-CURRENT
               WHEN AGE-DAYS <= 60
                   MOVE INV-BALANCE TO BUCKET-30
                   ADD INV-BALANCE  TO GT-30
                   ADD INV-BALANCE  TO CB-30
                   ADD INV-BALANCE  TO CT-30
               WHEN AGE-DAYS <= 90
                   MOVE INV-BALANCE TO BUCKET-60
                   ADD INV-BALANCE  TO GT-60
                   ADD INV-BALANCE  TO CB-60
                   ADD INV-BALANCE  TO CT-60
               WHEN OTHER
                   MOVE INV-BALANCE TO BUCKET-90-PLUS
                   ADD INV-BALANCE  TO GT-90-PLUS
                   ADD INV-BALANCE  TO CB-90-PLUS
                   ADD INV-BALANCE  TO CT-90-PLUS
           END-EVALUATE.
      *
       220-PRINT-REPORT-LINE.
               SELECT COALESCE(SUM(ONAMT - ONAPPLIED), 0)
                   INTO :GT-UNAPPLIED
                   FROM MM01.ONACCT
                       WHERE ONCUSTNO IN
                             (SELECT CUSTNO
                                  FROM MM01.CUSTOMER
                                  WHERE CUSTCOMP BETWEEN :FROM-COMPANY
                                                     AND :TO-COMPANY)
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW
               PERFORM 250-WRITE-REPORT-LINE.
           IF VALID-CURSOR AND ROLLUP-WANTED
               PERFORM 420-PRINT-PARENT-ROLLUP.
      *
       415-PRINT-COMPANY-TOTALS.
      *
           MOVE PREVIOUS-COMPANY   TO CTL-COMPANY.
           MOVE CT-CURRENT         TO CTL-CURRENT.
           MOVE CT-30              TO CTL-30.
           MOVE CT-60              TO CTL-60.
           MOVE CT-90-PLUS         TO CTL-90-PLUS.
           MOVE COMPANY-TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
           EXEC SQL
               SELECT COALESCE(SUM(ONAMT - ONAPPLIED), 0)
                   INTO :CT-UNAPPLIED
                   FROM MM01.ONACCT
                       WHERE ONCUSTNO IN
                             (SELECT CUSTNO
                                  FROM MM01.CUSTOMER
                                  WHERE CUSTCOMP = :PREVIOUS-COMPANY)
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE CT-UNAPPLIED TO TL-UNAPPLIED
               MOVE UNAPPLIED-TOTAL-LINE TO PRTOUT-RECORD
               MOVE 1 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE
               COMPUTE CT-NET = CT-CURRENT + CT-30 + CT-60
                              + CT-90-PLUS - CT-UNAPPLIED
               MOVE CT-NET TO TL-NET
               MOVE NET-TOTAL-LINE TO PRTOUT-RECORD
               MOVE 1 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE.
           MOVE ZERO TO CT-CURRENT
                        CT-30
                        CT-60
                        CT-90-PLUS
                        CT-UNAPPLIED
                        CT-NET.
      *
       420-PRINT-PARENT-ROLLUP.
      *
