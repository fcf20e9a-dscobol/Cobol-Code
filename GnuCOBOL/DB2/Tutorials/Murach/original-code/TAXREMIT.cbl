           05  IV-INVTAX               PIC S9(7)V99    COMP-3.
           05  IV-INVTAXEX             PIC X.
           05  IV-INVTAXEX-IND         PIC S9(4)       COMP.
           05  IV-ROW-KIND             PIC X.
               88  IV-CREDIT-ROW               VALUE 'C'.
      *
       01  STATE-FIELDS.
           05  SF-STATE                PIC X(2).
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  RL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-SALES    PIC -(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-EXEMPT   PIC -(9)9.99.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  RL-TAX      PIC -(9)9.99.
           05  FILLER      PIC X(63)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(7)    VALUE 'TOTAL: '.
           05  TL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  TL-SALES    PIC -(9)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-EXEMPT   PIC -(9)9.99.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  TL-TAX      PIC -(9)9.99.
           05  FILLER      PIC X(63)   VALUE SPACES.
      *
           EXEC SQL
      *    UNDER THE SITE'S STATE; ONLY BILL-TO-ONLY INVOICES
      *    FALL BACK TO THE CUSTOMER'S OWN STATE.  THE STATE
      *    TOTALS ARE ACCUMULATED HERE ON THE ORDERED DETAIL.
      *
      *    A CREDIT-AND-REBILL CORRECTION NETS THE PAIR: THE FULL
      *    CREDIT OF THE ORIGINAL COMES OFF THE SALES AND TAX OF
      *    THE PERIOD THE CORRECTION POSTED IN, UNDER THE STATE
      *    THE ORIGINAL WAS TAXED IN, AND THE REPLACEMENT REPORTS
      *    AS AN ORDINARY INVOICE.  A CORRECTED ORIGINAL HAS GONE
      *    TO HISTORY, SO ONE DATED IN THE PERIOD IS READ BACK FROM
      *    MM01.INVHIST.  A CREDIT IS NOT COUNTED AS AN INVOICE.
      *
           EXEC SQL
               DECLARE STATECURS CURSOR FOR
                   SELECT COALESCE(C.STSTATE, B.STATE),
                          A.INVSUBT, A.INVTAX, A.INVTAXEX, 'I'
                       FROM MM01.INVOICE A
                           INNER JOIN MM01.CUSTOMER B
                               ON A.INVCUST = B.CUSTNO
                               ON  A.INVCUST   = C.STCUSTNO
                               AND A.INVSHIPTO = C.STCODE
                       WHERE A.INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                   UNION ALL
                   SELECT COALESCE(C.STSTATE, B.STATE),
                          H.INVSUBT, H.INVTAX, H.INVTAXEX, 'I'
                       FROM MM01.INVHIST H
                           INNER JOIN MM01.CUSTOMER B
                               ON H.INVCUST = B.CUSTNO
                           LEFT OUTER JOIN MM01.SHIPTO C
                               ON  H.INVCUST   = C.STCUSTNO
                               AND H.INVSHIPTO = C.STCODE
                       WHERE H.INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND EXISTS
                             (SELECT 1
                                  FROM MM01.INVCORR R
                                  WHERE R.CRORIGINV = H.INVNO)
                   UNION ALL
                   SELECT COALESCE(C.STSTATE, B.STATE),
                          0 - R.CRSUBT, 0 - R.CRTAX, H.INVTAXEX, 'C'
                       FROM MM01.INVCORR R
                           INNER JOIN MM01.INVHIST H
                               ON R.CRORIGINV = H.INVNO
                           INNER JOIN MM01.CUSTOMER B
                               ON H.INVCUST = B.CUSTNO
                           LEFT OUTER JOIN MM01.SHIPTO C
                               ON  H.INVCUST   = C.STCUSTNO
                               AND H.INVSHIPTO = C.STCODE
                       WHERE R.CRDATE BETWEEN :FROM-DATE AND :TO-DATE
                       ORDER BY 1
           END-EXEC.
      *
                           PERFORM 212-START-STATE-GROUP
                       END-IF
                   END-IF
                   IF NOT IV-CREDIT-ROW
                       ADD 1 TO SF-INVOICE-COUNT
                   END-IF
                   IF IV-INVTAXEX = 'Y'
                       ADD IV-INVSUBT TO SF-EXEMPT-SALES
                   ELSE
               FETCH STATECURS
                   INTO :IV-DEST-STATE, :IV-INVSUBT,
                        :IV-INVTAX,
                        :IV-INVTAXEX :IV-INVTAXEX-IND,
                        :IV-ROW-KIND
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-INVOICES-SW
