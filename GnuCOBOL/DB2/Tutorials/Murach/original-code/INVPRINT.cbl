       01  EDI-FLAG-FIELDS.
           05  EDI-FLAG                PIC X.
           05  EDI-FLAG-IND            PIC S9(4)   COMP.
      *
      *
      *    AN INVOICE BILLED FROM CONFIRMED SHIPMENTS SHOWS THE
      *    CARRIER AND TRACKING NUMBER OF ITS SHIPMENT, OR OF THE
      *    FIRST ONE WITH A COUNT OF THE REST WHEN SEVERAL WENT
      *    OUT ON THE SAME INVOICE.
      *
       01  SHIPMENT-FIELDS.
           05  SF-CARRIER              PIC X(10).
           05  SF-TRACKNO              PIC X(20).
           05  SF-SHIPMENT-COUNT       PIC S9(9)   COMP.
      *
       01  LINE-WORK-FIELDS.
           05  LW-EXTENSION            PIC S9(9)V99 COMP-3.
      *
      *
      *    THE NAME AT THE TOP AND THE REMIT-TO ON THE STUB ARE
      *    THE INVOICING COMPANY'S, FROM MM01.COMPANY.  AN INVOICE
      *    WHOSE COMPANY CANNOT BE FOUND PRINTS UNDER THE HOME
      *    COMPANY'S NAME AND BOX.
      *
       01  INVOICE-COMPANY             PIC X(2).
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  COMPANY-NAME-LINE.
           05  CNL-NAME    PIC X(30).
           05  FILLER      PIC X(102)  VALUE SPACES.
      *
       01  DOCUMENT-HEADING-LINE.
           05  FILLER      PIC X       VALUE SPACES.
           05  BT3-ZIPCODE PIC X(10).
           05  FILLER      PIC X(89)   VALUE SPACES.
      *
       01  SHIPMENT-LINE.
           05  FILLER      PIC X(13)   VALUE 'SHIPPED VIA: '.
           05  SL-CARRIER  PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  FILLER      PIC X(10)   VALUE 'TRACKING: '.
           05  SL-TRACKNO  PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  SL-MORE     PIC X(20).
           05  FILLER      PIC X(55)   VALUE SPACES.
      *
       01  SHIPMENT-MORE-TEXT.
           05  SMT-COUNT   PIC ZZ9.
           05  FILLER      PIC X(17)   VALUE ' MORE SHIPMENT(S)'.
      *
       01  LINE-HEADING-LINE.
           05  FILLER      PIC X(20)   VALUE 'LINE  PRODUCT  DESCR'.
           05  FILLER      PIC X(60)   VALUE ALL '-'.
      *
       01  STUB-TEXT-LINE.
           05  FILLER      PIC X(10)   VALUE 'REMIT TO: '.
           05  STL-NAME    PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  STL-ADDR    PIC X(30).
           05  FILLER      PIC X       VALUE SPACES.
           05  STL-CITY    PIC X(20).
           05  FILLER      PIC X       VALUE SPACES.
           05  STL-STATE   PIC X(2).
           05  FILLER      PIC X       VALUE SPACES.
           05  STL-ZIPCODE PIC X(10).
           05  FILLER      PIC X(25)   VALUE SPACES.
      *
       01  STUB-SCAN-LINE.
           05  FILLER      PIC X       VALUE '*'.
                      A.INVSUBT,  A.INVTAX,   A.INVSHIP,
                      A.INVTOTAL, B.FNAME,    B.LNAME,
                      B.ADDR,     B.CITY,     B.STATE,   B.ZIPCODE,
                      B.EDIFLAG,  A.INVCOMP
                   INTO :INVNO,   :INVCUST,   :INVDATE,
                        :INVSUBT, :INVTAX,    :INVSHIP,
                        :INVTOTAL, :FNAME,    :LNAME,
                        :ADDR,    :CITY,      :STATE,    :ZIPCODE,
                        :EDI-FLAG:EDI-FLAG-IND,
                        :INVOICE-COMPANY
                   FROM MM01.INVOICE A
                       INNER JOIN MM01.CUSTOMER B
                   ON A.INVCUST = B.CUSTNO
               IF EDI-FLAG-IND >= 0 AND EDI-FLAG = 'Y'
                   MOVE 'N' TO INVOICE-FOUND-SW
                   ADD 1 TO EDI-SKIPPED-COUNT.
           IF INVOICE-FOUND
               PERFORM 415-GET-INVOICE-COMPANY.
      *
       415-GET-INVOICE-COMPANY.
      *
           MOVE 'K'             TO CPL-FUNCTION.
           MOVE INVOICE-COMPANY TO CPL-COMPANY.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           IF CPL-OK
               MOVE CPL-NAME        TO CNL-NAME
                                       STL-NAME
               MOVE CPL-REMIT-ADDR  TO STL-ADDR
               MOVE CPL-REMIT-CITY  TO STL-CITY
               MOVE CPL-REMIT-STATE TO STL-STATE
               MOVE CPL-REMIT-ZIP   TO STL-ZIPCODE
           ELSE
               DISPLAY 'INVOICE ' INVNO ' COMPANY ' INVOICE-COMPANY
                       ' NOT ON FILE - HOME COMPANY USED'
               MOVE 'MURACH DISTRIBUTING COMPANY' TO CNL-NAME
               MOVE 'MURACH DISTRIBUTING'         TO STL-NAME
               MOVE 'PO BOX 4101'                 TO STL-ADDR
               MOVE SPACES TO STL-CITY
                              STL-STATE
                              STL-ZIPCODE.
      *
       420-PRINT-DOCUMENT-TOP.
      *
           MOVE ZIPCODE TO BT3-ZIPCODE.
           MOVE BILL-TO-LINE-3 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD.
           PERFORM 425-PRINT-SHIPMENT-LINE.
           MOVE LINE-HEADING-LINE TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD AFTER ADVANCING 2 LINES.
      *
       425-PRINT-SHIPMENT-LINE.
      *
           MOVE ZERO TO SF-SHIPMENT-COUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT SCTRACKNO),
                      COALESCE(MIN(SCCARRIER), ' '),
                      COALESCE(MIN(SCTRACKNO), ' ')
                   INTO :SF-SHIPMENT-COUNT,
                        :SF-CARRIER, :SF-TRACKNO
                   FROM MM01.SHIPCONF
                       WHERE SCINVNO = :INVNO
           END-EXEC.
           IF SQLCODE = 0 AND SF-SHIPMENT-COUNT > 0
               MOVE SF-CARRIER TO SL-CARRIER
               MOVE SF-TRACKNO TO SL-TRACKNO
               IF SF-SHIPMENT-COUNT > 1
                   SUBTRACT 1 FROM SF-SHIPMENT-COUNT
                   MOVE SF-SHIPMENT-COUNT TO SMT-COUNT
                   MOVE SHIPMENT-MORE-TEXT TO SL-MORE
               ELSE
                   MOVE SPACES TO SL-MORE
               END-IF
               MOVE SHIPMENT-LINE TO PRTOUT-RECORD
               WRITE PRTOUT-RECORD AFTER ADVANCING 2 LINES.
      *
       430-PRINT-LINE-ITEMS.
      *
