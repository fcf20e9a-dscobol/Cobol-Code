           05  PTR-TAX                  PIC 9(7)V99.
           05  PTR-SHIPPING             PIC 9(7)V99.
           05  PTR-TOTAL                PIC 9(9)V99.
           05  PTR-COMPANY              PIC X(2).
           05  FILLER                   PIC X(17).
      *
       WORKING-STORAGE SECTION.
      *
               88  WANT-PIPE-DELIMITER         VALUE 'P'.
           05  FROM-CUSTNO             PIC X(6).
           05  TO-CUSTNO               PIC X(6).
           05  REQUESTED-COMPANY       PIC X(2).
           05  FROM-COMPANY            PIC X(2).
           05  TO-COMPANY              PIC X(2).
      *
       01  BUSINESS-DATE-FIELDS.
      *
           05  INVOICES-TOTAL          PIC S9(9)V99    VALUE ZERO.
      *
       01  PREVIOUS-CUSTNO             PIC X(6)        VALUE SPACES.
       01  PREVIOUS-COMPANY            PIC X(2)        VALUE SPACES.
       01  INVOICE-COMPANY             PIC X(2).
       01  REGISTER-ROW-KIND           PIC X.
           88  REGISTER-CREDIT-ROW             VALUE 'C'.
      *
       01  TAX-RECON-FIELDS.
           05  TR-RATE                 PIC S9V9999   COMP-3.
           05  CUST-INVOICES-TAX       PIC S9(7)V99    VALUE ZERO.
           05  CUST-INVOICES-SHIPPING  PIC S9(7)V99    VALUE ZERO.
           05  CUST-INVOICES-TOTAL     PIC S9(9)V99    VALUE ZERO.
      *
       01  COMPANY-BREAK-FIELDS        COMP-3.
           05  COMP-INVOICES-COUNT     PIC S9(9)       VALUE ZERO.
           05  COMP-INVOICES-SUBTOTAL  PIC S9(9)V99    VALUE ZERO.
           05  COMP-INVOICES-TAX       PIC S9(7)V99    VALUE ZERO.
           05  COMP-INVOICES-SHIPPING  PIC S9(7)V99    VALUE ZERO.
           05  COMP-INVOICES-TOTAL     PIC S9(9)V99    VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
       01  HEADING-LINE-1.
           05  FILLER      PIC X(19)   VALUE 'INVOICE REGISTER - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(9)    VALUE 'COMPANY: '.
           05  HL1-COMPANY PIC X(2).
           05  FILLER      PIC X(35)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
       01  REPORT-LINE.
           05  RL-INVNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SUBTOTAL PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TAX      PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SHIPPING PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TOTAL    PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-LNAME    PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CURR     PIC X(3).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-CREDIT   PIC X(6).
      *
       01  CUSTOMER-SUBTOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE SPACES.
           05  FILLER      PIC X(17)   VALUE 'CUSTOMER TOTAL: '.
           05  CSL-SUBTOTAL PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CSL-TAX     PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CSL-SHIPPING PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CSL-TOTAL   PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CSL-CUSTNO  PIC X(6).
           05  FILLER      PIC X(28)   VALUE SPACES.
      *
       01  COMPANY-SUBTOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE SPACES.
           05  FILLER      PIC X(17)   VALUE 'COMPANY TOTAL:  '.
           05  COSL-SUBTOTAL PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  COSL-TAX    PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  COSL-SHIPPING PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  COSL-TOTAL  PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  COSL-COMPANY PIC X(2).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  COSL-COUNT  PIC Z(8)9.
           05  FILLER      PIC X(9)    VALUE ' INVOICES'.
           05  FILLER      PIC X(33)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
           05  TL-SUBTOTAL PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-TAX      PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-SHIPPING PIC -(6)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-TOTAL    PIC -(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(16)   VALUE ' INVOICES ISSUED'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *
      *    A CREDIT-AND-REBILL CORRECTION NETS HERE.  THE FULL
      *    CREDIT OF THE ORIGINAL PRINTS NEGATIVE, MARKED CREDIT,
      *    ON THE DAY THE CORRECTION POSTED, AND THE REPLACEMENT
      *    PRINTS AS AN ORDINARY INVOICE.  A CORRECTED ORIGINAL HAS
      *    GONE TO HISTORY, SO ONE DATED IN THE RANGE IS READ BACK
      *    FROM MM01.INVHIST - THE ORIGINAL AND ITS CREDIT THEN
      *    NET TO NOTHING WHEN BOTH FALL IN THE SAME RUN.  A CREDIT
      *    IS NOT COUNTED AS AN INVOICE ISSUED.
      *
           EXEC SQL
               DECLARE INVCURS CURSOR FOR
                   SELECT A.INVNO,    A.INVSUBT,  A.INVTAX,  A.INVSHIP,
                          A.INVTOTAL, B.CUSTNO,   B.FNAME,   B.LNAME,
                          B.STATE,    A.INVDATE,  A.INVCURR,
                          A.INVCOMP,  'I'
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.INVCUST = B.CUSTNO
                   WHERE A.INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                     AND B.CUSTNO BETWEEN :FROM-CUSTNO
                                      AND :TO-CUSTNO
                     AND A.INVCOMP BETWEEN :FROM-COMPANY
                                       AND :TO-COMPANY
                   UNION ALL
                   SELECT H.INVNO,    H.INVSUBT,  H.INVTAX,  H.INVSHIP,
                          H.INVTOTAL, B.CUSTNO,   B.FNAME,   B.LNAME,
                          B.STATE,    H.INVDATE,  H.INVCURR,
                          H.INVCOMP,  'I'
                       FROM MM01.INVHIST H
                           INNER JOIN MM01.CUSTOMER B
                       ON H.INVCUST = B.CUSTNO
                   WHERE H.INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                     AND B.CUSTNO BETWEEN :FROM-CUSTNO
                                      AND :TO-CUSTNO
                     AND H.INVCOMP BETWEEN :FROM-COMPANY
                                       AND :TO-COMPANY
                     AND EXISTS
                         (SELECT 1
                              FROM MM01.INVCORR R
                              WHERE R.CRORIGINV = H.INVNO)
                   UNION ALL
                   SELECT R.CRORIGINV,     0 - R.CRSUBT,
                          0 - R.CRTAX,     0 - R.CRSHIP,
                          0 - R.CRTOTAL,   B.CUSTNO,  B.FNAME,  B.LNAME,
                          B.STATE,    R.CRDATE,   H.INVCURR,
                          H.INVCOMP,  'C'
                       FROM MM01.INVCORR R
                           INNER JOIN MM01.INVHIST H
                       ON R.CRORIGINV = H.INVNO
                           INNER JOIN MM01.CUSTOMER B
                       ON R.CRCUST = B.CUSTNO
                   WHERE R.CRDATE BETWEEN :FROM-DATE AND :TO-DATE
                     AND B.CUSTNO BETWEEN :FROM-CUSTNO
                                      AND :TO-CUSTNO
                     AND H.INVCOMP BETWEEN :FROM-COMPANY
                                       AND :TO-COMPANY
                   ORDER BY 12, 6, 1, 13
           END-EXEC.
      *
       PROCEDURE DIVISION.
           IF VALID-CURSOR
               PERFORM 050-SET-DATE-RANGE
               PERFORM 055-SET-OUTPUT-DELIMITER
               PERFORM 058-SET-CUSTOMER-RANGE
               PERFORM 059-SET-COMPANY-RANGE.
           IF VALID-CURSOR
               STRING FROM-DATE ' ' TO-DATE ' ' REQUESTED-COMPANY
                   DELIMITED BY SIZE
                   INTO RPTA-PARAMETERS
               MOVE 'INVREG  ' TO RPTA-REPORT-ID
               PERFORM 800-REGISTER-REPORT-RUN
               IF PREVIOUS-CUSTNO NOT = SPACES
                   PERFORM 225-PRINT-CUSTOMER-SUBTOTAL
               END-IF
               IF PREVIOUS-COMPANY NOT = SPACES
                   PERFORM 227-PRINT-COMPANY-SUBTOTAL
               END-IF
               PERFORM 300-CLOSE-INVOICE-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINES.
           IF VALID-CURSOR
           MOVE TR-MISMATCH-COUNT TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF VALID-CURSOR
               PERFORM 900-MARK-RUN-COMPLETE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *    LEAVES ITS DEFAULT.  PARMPARS ECHOES THE RESOLVED
      *    SET, SO THE OUTPUT SHOWS WHAT THE RUN WAS ASKED TO DO.
      *
           MOVE 6          TO PPS-ENTRY-COUNT.
           MOVE 'FROMDATE' TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'TODATE'   TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (4).
           MOVE 'TOCUST'   TO PPS-KEYWORD (5).
           MOVE SPACES     TO PPS-VALUE (5).
           MOVE 'COMPANY'  TO PPS-KEYWORD (6).
           MOVE SPACES     TO PPS-VALUE (6).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO VALID-CURSOR-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO VALID-CURSOR-SW
           MOVE PPS-VALUE (5) (1:6) TO TO-CUSTNO.
           IF TO-CUSTNO = SPACES
               MOVE HIGH-VALUE TO TO-CUSTNO.
      *
       059-SET-COMPANY-RANGE.
      *
      *    THE RECEIVABLES TABLES CARRY MORE THAN ONE OPERATING
      *    COMPANY.  A COMPANY CODE LIMITS THE REGISTER TO THAT
      *    COMPANY'S BOOKS; BLANK RUNS EVERY COMPANY, EACH ON ITS
      *    OWN PAGES WITH ITS OWN SUBTOTAL AHEAD OF THE GRAND TOTAL.
      *
           MOVE PPS-VALUE (6) (1:2) TO REQUESTED-COMPANY.
           IF REQUESTED-COMPANY = SPACES
               MOVE LOW-VALUE  TO FROM-COMPANY
               MOVE HIGH-VALUE TO TO-COMPANY
           ELSE
               MOVE REQUESTED-COMPANY TO FROM-COMPANY
                                         TO-COMPANY.
      *
       100-OPEN-INVOICE-CURSOR.
      *
                      AND CUSTNO NOT = PREVIOUS-CUSTNO
                       PERFORM 225-PRINT-CUSTOMER-SUBTOTAL
                   END-IF
                   IF PREVIOUS-COMPANY NOT = SPACES
                      AND INVOICE-COMPANY NOT = PREVIOUS-COMPANY
                       PERFORM 227-PRINT-COMPANY-SUBTOTAL
                       MOVE +999 TO LINE-COUNT
                   END-IF
                   MOVE INVOICE-COMPANY TO PREVIOUS-COMPANY
                                           HL1-COMPANY
                   IF NOT REGISTER-CREDIT-ROW
                       ADD 1       TO INVOICES-COUNT
                                      CUST-INVOICES-COUNT
                                      COMP-INVOICES-COUNT
                   END-IF
                   ADD INVSUBT     TO INVOICES-SUBTOTAL
                   ADD INVTAX      TO INVOICES-TAX
                   ADD INVSHIP     TO INVOICES-SHIPPING
                   ADD INVTOTAL    TO INVOICES-TOTAL
                   ADD INVSUBT     TO CUST-INVOICES-SUBTOTAL
                   ADD INVTAX      TO CUST-INVOICES-TAX
                   ADD INVSHIP     TO CUST-INVOICES-SHIPPING
                   ADD INVTOTAL    TO CUST-INVOICES-TOTAL
                   ADD INVSUBT     TO COMP-INVOICES-SUBTOTAL
                   ADD INVTAX      TO COMP-INVOICES-TAX
                   ADD INVSHIP     TO COMP-INVOICES-SHIPPING
                   ADD INVTOTAL    TO COMP-INVOICES-TOTAL
                   IF REGISTER-CREDIT-ROW
                       MOVE 'CREDIT' TO RL-CREDIT
                   ELSE
                       MOVE SPACES   TO RL-CREDIT
                       PERFORM 215-CHECK-INVOICE-TAX-RATE
                   END-IF
                   MOVE CUSTNO     TO PREVIOUS-CUSTNO
                   MOVE INVNO      TO RL-INVNO
                   MOVE INVSUBT    TO RL-SUBTOTAL
               FETCH INVCURS
                   INTO :INVNO,    :INVSUBT,   :INVTAX,    :INVSHIP,
                        :INVTOTAL, :CUSTNO,    :FNAME,     :LNAME,
                        :STATE,    :INVDATE,   :INVCURR,
                        :INVOICE-COMPANY, :REGISTER-ROW-KIND
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
                        CUST-INVOICES-TAX
                        CUST-INVOICES-SHIPPING
                        CUST-INVOICES-TOTAL.
      *
       227-PRINT-COMPANY-SUBTOTAL.
      *
           MOVE COMP-INVOICES-SUBTOTAL  TO COSL-SUBTOTAL.
           MOVE COMP-INVOICES-TAX       TO COSL-TAX.
           MOVE COMP-INVOICES-SHIPPING  TO COSL-SHIPPING.
           MOVE COMP-INVOICES-TOTAL     TO COSL-TOTAL.
           MOVE PREVIOUS-COMPANY        TO COSL-COMPANY.
           MOVE COMP-INVOICES-COUNT     TO COSL-COUNT.
           MOVE COMPANY-SUBTOTAL-LINE   TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE ZERO TO COMP-INVOICES-COUNT
                        COMP-INVOICES-SUBTOTAL
                        COMP-INVOICES-TAX
                        COMP-INVOICES-SHIPPING
                        COMP-INVOICES-TOTAL.
      *
       230-PRINT-REPORT-HEADING.
      *
           MOVE INVOICES-TAX       TO PTR-TAX.
           MOVE INVOICES-SHIPPING  TO PTR-SHIPPING.
           MOVE INVOICES-TOTAL     TO PTR-TOTAL.
           MOVE REQUESTED-COMPANY  TO PTR-COMPANY.
           WRITE PARTITION-TOTAL-RECORD.
      *
       800-REGISTER-REPORT-RUN.
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
       900-MARK-RUN-COMPLETE.
      *
           MOVE 'E' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           IF BZD-STATUS NOT = '0'
               DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       ' - RUN NOT MARKED COMPLETE.'
               MOVE 8 TO RETURN-CODE.
      *
           COPY EOJPARA.
      *
