               88  REASON-SURV-NOT-FOUND     VALUE 'SN'.
               88  REASON-DUP-NOT-FOUND      VALUE 'DN'.
               88  REASON-SAME-CUSTNO        VALUE 'SM'.
               88  REASON-OTHER-COMPANY      VALUE 'CO'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       FD  PRTOUT
           05  MW-VARCUST-COUNT         PIC S9(9) COMP.
           05  MW-CUSTNOTE-COUNT        PIC S9(9) COMP.
           05  MW-SURV-VARCUST-COUNT    PIC S9(9) COMP.
           05  MW-DUP-COMPANY           PIC X(2).
      *
       01  SURVIVOR-ROW-FIELDS.
      *
           05  SR-CITY                  PIC X(20).
           05  SR-STATE                 PIC X(2).
           05  SR-ZIPCODE               PIC X(10).
           05  SR-COMPANY               PIC X(2).
      *
       01  CUSTAUDIT-ROW.
      *
                   ADD 1 TO MERGES-READ-COUNT.
      *
       120-VALIDATE-MERGE-PAIR.
      *
      *    A DUPLICATE BOOKED TO THE OTHER OPERATING COMPANY IS NOT
      *    MERGED: ITS INVOICES AND CASH WOULD CROSS BOOKS.
      *
           IF MTR-SURVIVOR-CUSTNO = MTR-DUPLICATE-CUSTNO
               MOVE 'N'  TO VALID-TRANSACTION-SW
           ELSE
               PERFORM 122-CHECK-SURVIVOR-EXISTS
               IF VALID-TRANSACTION
                   PERFORM 124-GET-DUPLICATE-ROW
                   IF VALID-TRANSACTION
                      AND MW-DUP-COMPANY NOT = SR-COMPANY
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'CO' TO BTR-REASON-CODE.
      *
       122-CHECK-SURVIVOR-EXISTS.
      *
           MOVE MTR-SURVIVOR-CUSTNO TO CUSTNO.
           EXEC SQL
               SELECT   FNAME,      LNAME,      ADDR,
                        CITY,       STATE,      ZIPCODE,
                        CUSTCOMP
                   INTO :SR-FNAME,  :SR-LNAME,  :SR-ADDR,
                        :SR-CITY,   :SR-STATE,  :SR-ZIPCODE,
                        :SR-COMPANY
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :CUSTNO
           END-EXEC.
           MOVE MTR-DUPLICATE-CUSTNO TO CUSTNO.
           EXEC SQL
               SELECT   FNAME,      LNAME,      ADDR,
                        CITY,       STATE,      ZIPCODE,
                        CUSTCOMP
                   INTO :FNAME,     :LNAME,     :ADDR,
                        :CITY,      :STATE,     :ZIPCODE,
                        :MW-DUP-COMPANY
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :CUSTNO
           END-EXEC.
