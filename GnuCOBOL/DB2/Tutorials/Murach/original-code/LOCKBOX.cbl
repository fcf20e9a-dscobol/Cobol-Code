               88  ITEM-MATCHED                  VALUE 'Y'.
           05  TRAILER-SEEN-SW          PIC X    VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  PARENT-PAYER-SW          PIC X    VALUE 'N'.
               88  PARENT-PAYER                  VALUE 'Y'.
      *
       01  LOCKBOX-COUNTERS.
      *
           05  ITEMS-READ-COUNT         PIC S9(7) COMP VALUE 0.
           05  ITEMS-MATCHED-COUNT      PIC S9(7) COMP VALUE 0.
           05  ITEMS-ON-ACCOUNT-COUNT   PIC S9(7) COMP VALUE 0.
           05  ITEMS-PARENT-COUNT       PIC S9(7) COMP VALUE 0.
           05  ITEMS-UNMATCHED-COUNT    PIC S9(7) COMP VALUE 0.
      *
       01  LOCKBOX-TOTALS               COMP-3.
           DISPLAY ITEMS-MATCHED-COUNT   ' ITEM(S) MATCHED TO INVOICE.'.
           DISPLAY ITEMS-ON-ACCOUNT-COUNT
                   ' ITEM(S) MATCHED TO CUSTOMER.'.
           DISPLAY ITEMS-PARENT-COUNT
                   ' ITEM(S) SENT TO A PARENT ACCOUNT.'.
           DISPLAY ITEMS-UNMATCHED-COUNT ' ITEM(S) UNMATCHED.'.
           STOP RUN.
      *
                   MOVE 'N' TO ITEM-MATCHED-SW
                   MOVE 'SCAN INVOICE NOT ON FILE' TO EL-REASON.
           IF ITEM-MATCHED
               PERFORM 215-CHECK-PARENT-PAYER.
           IF ITEM-MATCHED
               IF PARENT-PAYER
                   MOVE 'O'            TO PYT-TRANS-CODE
                   MOVE LBX-SCAN-INVNO TO PYT-INVNO
                   MOVE MATCH-CUSTNO   TO PYT-CUSTNO
                   PERFORM 230-WRITE-PAYTRAN-RECORD
                   ADD 1 TO ITEMS-ON-ACCOUNT-COUNT
                   ADD 1 TO ITEMS-PARENT-COUNT
               ELSE
                   MOVE 'P'            TO PYT-TRANS-CODE
                   MOVE LBX-SCAN-INVNO TO PYT-INVNO
                   MOVE SPACES         TO PYT-CUSTNO
                   PERFORM 230-WRITE-PAYTRAN-RECORD
                   ADD 1 TO ITEMS-MATCHED-COUNT
           ELSE
               PERFORM 300-PRINT-EXCEPTION-LINE.
      *
       215-CHECK-PARENT-PAYER.
      *
      *    A NATIONAL-ACCOUNT PARENT OFTEN SENDS ONE CHECK FOR
      *    INVOICES ACROSS ITS CHILD LOCATIONS AND SCANS ONLY ONE
      *    OF THEM.  WHEN THE PAYER IS A SINGLE CUSTOMER ABOVE THE
      *    SCANNED INVOICE'S CUSTOMER IN THE HIERARCHY, THE CHECK
      *    GOES ON ACCOUNT TO THE PARENT WITH THE SCANNED INVOICE
      *    AS ITS REFERENCE, AND CASH APPLICATION SPREADS IT OVER
      *    THE WHOLE HIERARCHY - REFERENCED INVOICE FIRST.  ANY
      *    DOUBT LEAVES THE ITEM AN ORDINARY INVOICE PAYMENT.
      *
           MOVE 'N' TO PARENT-PAYER-SW.
           MOVE LBX-PAYER-NAME TO MATCH-LNAME.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :MATCH-COUNT
                   FROM MM01.CUSTOMER
                       WHERE LNAME = :MATCH-LNAME
           END-EXEC.
           IF SQLCODE = 0 AND MATCH-COUNT = 1
               EXEC SQL
                   SELECT CUSTNO
                       INTO :MATCH-CUSTNO
                       FROM MM01.CUSTOMER
                           WHERE LNAME = :MATCH-LNAME
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       WITH TREE (TRCUSTNO) AS
                           (SELECT CUSTNO
                                FROM MM01.CUSTOMER
                                WHERE PARENT = :MATCH-CUSTNO
                            UNION ALL
                            SELECT C.CUSTNO
                                FROM TREE T, MM01.CUSTOMER C
                                WHERE C.PARENT = T.TRCUSTNO)
                       SELECT COUNT(*)
                           INTO :MATCH-COUNT
                           FROM MM01.INVOICE
                               WHERE INVNO = :LBX-SCAN-INVNO
                                 AND INVCUST IN
                                     (SELECT TRCUSTNO FROM TREE)
                   END-EXEC
                   IF SQLCODE = 0 AND MATCH-COUNT > 0
                       MOVE 'Y' TO PARENT-PAYER-SW.
      *
       220-MATCH-BY-CUSTOMER.
      *
