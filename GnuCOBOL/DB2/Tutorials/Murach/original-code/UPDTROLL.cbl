           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  PENDTRAN-ROW.
      *
               IF VALID-TRANSACTION
                   MOVE CTR-TRANSACTION-DATA TO CUSTOMER-ROW
                   EVALUATE CTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 121-ASSIGN-COMPANY
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-CUSTOMER-ROW
                           END-IF
                       WHEN 'R'   PERFORM 130-UPDATE-CUSTOMER-ROW
                       WHEN 'D'   PERFORM 140-DELETE-CUSTOMER-ROW
                       WHEN OTHER MOVE 'N' TO VALID-TRANSACTION-SW
           EXEC SQL
               INSERT INTO MM01.CUSTOMER
                     ( CUSTNO,   FNAME,     LNAME,    ADDR,
                       CITY,     STATE,     ZIPCODE,  PHONKEY,
                       CUSTCOMP)
              VALUES (:CUSTNO,  :FNAME,    :LNAME,   :ADDR,
                      :CITY,    :STATE,    :ZIPCODE, :PHONETIC-KEY,
                      :CPL-COMPANY)
           END-EXEC.
           IF SQLCODE = -803
               MOVE 'N' TO VALID-TRANSACTION-SW
                   MOVE STATE   TO CA-AFTER-STATE
                   MOVE ZIPCODE TO CA-AFTER-ZIPCODE
                   PERFORM 145-WRITE-CUSTOMER-AUDIT-ROW.
      *
       121-ASSIGN-COMPANY.
      *
      *    THE SAME COMPANY ASSIGNMENT THE NIGHTLY POSTING PROGRAM
      *    MAKES: THE BLOCK THE CUSTOMER NUMBER FALLS IN NAMES THE
      *    COMPANY, AND A NUMBER OUTSIDE EVERY BLOCK IS REFUSED.
      *
           MOVE 'C'    TO CPL-FUNCTION.
           MOVE CUSTNO TO CPL-CUSTNO.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           EVALUATE TRUE
               WHEN CPL-OK
                   CONTINUE
               WHEN CPL-NOT-FOUND
                   MOVE 'N' TO VALID-TRANSACTION-SW
               WHEN OTHER
                   MOVE 'N' TO VALID-TRANSACTION-SW
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
                   MOVE 'Y' TO ROLLBACK-REQUIRED-SW
           END-EVALUATE.
      *
       125-COMPUTE-PHONETIC-KEY.
      *
