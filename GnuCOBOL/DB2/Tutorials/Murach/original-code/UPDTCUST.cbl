           05  BTR-TRANSACTION-DATA        PIC X(136).
           05  BTR-REASON-CODE             PIC XX.
               88  REASON-NOT-AUTHORIZED        VALUE 'NA'.
               88  REASON-BAD-COMPANY           VALUE 'CO'.
      *
       WORKING-STORAGE SECTION.
      *
      *
           05  TA-REPNO                PIC X(3).
           05  TA-ZIP5                 PIC X(5).
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  AUTHORIZATION-FIELDS.
      *
               WHEN 'A'
                   MOVE CTR-TRANSACTION-DATA TO CUSTOMER-ROW
                   PERFORM 115-VALIDATE-TRANSACTION-FIELDS
                   IF VALID-TRANSACTION
                       PERFORM 117-ASSIGN-COMPANY
                   END-IF
                   IF VALID-TRANSACTION
                       PERFORM 120-INSERT-CUSTOMER-ROW
                   END-IF
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SPACES TO TA-REPNO.
      *
       117-ASSIGN-COMPANY.
      *
      *    THE CUSTOMER NUMBER ITSELF SAYS WHICH OPERATING COMPANY
      *    THE CUSTOMER BELONGS TO: EACH COMPANY ISSUES NUMBERS
      *    ONLY FROM ITS OWN BLOCK.  A NUMBER OUTSIDE EVERY BLOCK
      *    IS REFUSED RATHER THAN BOOKED TO A GUESSED COMPANY.
      *
           MOVE 'C'    TO CPL-FUNCTION.
           MOVE CUSTNO TO CPL-CUSTNO.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           EVALUATE TRUE
               WHEN CPL-OK
                   CONTINUE
               WHEN CPL-NOT-FOUND
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CO' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
           END-EVALUATE.
      *
       120-INSERT-CUSTOMER-ROW.
      *
               INSERT INTO MM01.CUSTOMER
                      ( CUSTNO,   FNAME,     LNAME,    ADDR,
                        CITY,     STATE,     ZIPCODE,  PHONKEY,
                        REPNO,    CUSTCOMP)
               VALUES (:CUSTNO,  :FNAME,    :LNAME,   :ADDR,
                       :CITY,    :STATE,    :ZIPCODE, :PHONETIC-KEY,
                       :TA-REPNO, :CPL-COMPANY)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-TRANSACTION-SW
               MOVE CITY    TO CA-AFTER-CITY
               MOVE STATE   TO CA-AFTER-STATE
               MOVE ZIPCODE TO CA-AFTER-ZIPCODE
               PERFORM 135-REFRESH-ADDRESS-STATUS
               PERFORM 145-WRITE-CUSTOMER-AUDIT-ROW.
      *
       135-REFRESH-ADDRESS-STATUS.
      *
      *    A NEW ADDRESS CLEARS ANY BAD-ADDRESS FLAG SET FROM THE
      *    CHANGE-OF-ADDRESS SERVICE.  A MOVE TO ANOTHER STATE OR
      *    ZIP ALSO TAKES THE REP FOR THE NEW TERRITORY; A MOVE
      *    WITHIN THE SAME ZIP, OR TO A ZIP NO TERRITORY COVERS,
      *    KEEPS THE REP THE CUSTOMER ALREADY HAS.
      *
           IF    ADDR    NOT = CA-BEFORE-ADDR
              OR CITY    NOT = CA-BEFORE-CITY
              OR STATE   NOT = CA-BEFORE-STATE
              OR ZIPCODE NOT = CA-BEFORE-ZIPCODE
               MOVE SPACES TO TA-REPNO
               IF    STATE        NOT = CA-BEFORE-STATE
                  OR ZIPCODE(1:5) NOT = CA-BEFORE-ZIPCODE(1:5)
                   PERFORM 118-ASSIGN-TERRITORY-REP
               END-IF
               EXEC SQL
                   UPDATE MM01.CUSTOMER
                      SET BADADDR = ' ',
                          REPNO   = COALESCE(NULLIF(:TA-REPNO, '   '),
                                             REPNO)
                   WHERE  CUSTNO  = :CUSTNO
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-TRANSACTION-SW.
      *
       125-COMPUTE-PHONETIC-KEY.
      *
