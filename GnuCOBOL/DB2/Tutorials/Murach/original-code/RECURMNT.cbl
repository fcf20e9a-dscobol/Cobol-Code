       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RECURMNT.
      *
      *    MAINTAINS THE RECURRING INVOICE TEMPLATES RECURGEN
      *    BILLS FROM.  A TEMPLATE BILLED IN ADVANCE FOR A SERVICE
      *    PERIOD CARRIES THE DEFERRAL FLAG AND THE LENGTH OF THE
      *    PERIOD IN MONTHS; ITS INVOICES ARE BOOKED TO DEFERRED
      *    REVENUE AND RELEASED MONTH BY MONTH.  A DEFERRED
      *    TEMPLATE KEYED WITH NO PERIOD TAKES THE LENGTH OF ITS
      *    BILLING FREQUENCY.
      *
       ENVIRONMENT DIVISION.
      *
                   88  RTR-FREQ-VALID       VALUE 'M' 'Q' 'A'.
               10  RTR-NEXTRUN          PIC X(10).
               10  RTR-SHIP             PIC 9(7)V99.
               10  RTR-DEFER            PIC X.
                   88  RTR-DEFER-VALID      VALUE 'Y' 'N' ' '.
               10  RTR-SVCMONTHS        PIC 9(2).
               10  RTR-SVCMONTHS-X REDEFINES RTR-SVCMONTHS
                                        PIC X(2).
               10  FILLER               PIC X(19).
           05  RTR-DETAIL-DATA REDEFINES RTR-TRANSACTION-DATA.
               10  RTR-LI-TEMPLNO       PIC X(6).
               10  RTR-LI-LINENO        PIC 9(3).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-FREQ           VALUE 'FQ'.
               88  REASON-BAD-DEFERRAL       VALUE 'DF'.
               88  REASON-CUST-NOT-FOUND     VALUE 'NF'.
               88  REASON-TEMPL-NOT-FOUND    VALUE 'TN'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
           05  RH-FREQ                  PIC X.
           05  RH-NEXTRUN               PIC X(10).
           05  RH-SHIP                  PIC S9(7)V99 COMP-3.
           05  RH-DEFER                 PIC X.
           05  RH-SVCMONTHS             PIC S9(4)    COMP.
      *
       01  RECURLI-ROW.
      *
      *
       120-INSERT-TEMPLATE-HEADER.
      *
           IF RTR-SVCMONTHS-X = SPACES
               MOVE ZERO TO RTR-SVCMONTHS.
           EVALUATE TRUE
               WHEN NOT RTR-FREQ-VALID
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'FQ' TO BTR-REASON-CODE
               WHEN NOT RTR-DEFER-VALID
                 OR RTR-SVCMONTHS NOT NUMERIC
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DF' TO BTR-REASON-CODE
               WHEN OTHER
                   PERFORM 125-CHECK-CUSTOMER-EXISTS
           END-EVALUATE.
           IF VALID-TRANSACTION
               PERFORM 127-SET-SERVICE-PERIOD.
           IF VALID-TRANSACTION
               MOVE RTR-TEMPLNO TO RH-TEMPLNO
               MOVE RTR-CUSTNO  TO RH-CUSTNO
               EXEC SQL
                   INSERT INTO MM01.RECURHDR
                          (RHTEMPLNO,  RHCUST,     RHFREQ,
                           RHNEXTRUN,  RHSHIP,     RHDEFER,
                           RHSVCMONTHS)
                   VALUES (:RH-TEMPLNO, :RH-CUSTNO, :RH-FREQ,
                           :RH-NEXTRUN, :RH-SHIP,   :RH-DEFER,
                           :RH-SVCMONTHS)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
               IF CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE.
      *
       127-SET-SERVICE-PERIOD.
      *
           IF RTR-DEFER = 'Y'
               MOVE 'Y' TO RH-DEFER
               IF RTR-SVCMONTHS = ZERO
                   EVALUATE RTR-FREQ
                       WHEN 'M'   MOVE 1  TO RH-SVCMONTHS
                       WHEN 'Q'   MOVE 3  TO RH-SVCMONTHS
                       WHEN 'A'   MOVE 12 TO RH-SVCMONTHS
                   END-EVALUATE
               ELSE
                   MOVE RTR-SVCMONTHS TO RH-SVCMONTHS
               END-IF
           ELSE
               IF RTR-SVCMONTHS NOT = ZERO
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DF' TO BTR-REASON-CODE
               ELSE
                   MOVE 'N'  TO RH-DEFER
                   MOVE ZERO TO RH-SVCMONTHS.
      *
       130-DELETE-TEMPLATE.
      *
