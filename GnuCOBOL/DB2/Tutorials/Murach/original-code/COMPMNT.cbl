       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    COMPMNT.
      *
      *    MAINTAINS MM01.COMPANY, THE OPERATING COMPANIES WHOSE
      *    CUSTOMERS, INVOICES AND CASH SHARE THE RECEIVABLES
      *    TABLES.  A COMPANY CARRIES THE NAME AND REMIT-TO ADDRESS
      *    ITS INVOICES AND STATEMENTS PRINT, AND THE BLOCK OF
      *    CUSTOMER NUMBERS IT ISSUES.  THE BLOCKS MAY NOT OVERLAP,
      *    A CHANGED BLOCK MUST STILL HOLD EVERY CUSTOMER ALREADY
      *    BOOKED TO THE COMPANY, AND A COMPANY WITH CUSTOMERS
      *    CANNOT BE DELETED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT COMTRAN ASSIGN TO UT-S-COMTRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  COMTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 115 CHARACTERS.
      *
       01  COMPANY-TRANSACTION-RECORD.
      *
           05  CTR-TRANSACTION-CODE     PIC X.
           05  CTR-COCODE               PIC X(2).
           05  CTR-CONAME               PIC X(30).
           05  CTR-REMIT-ADDR           PIC X(30).
           05  CTR-REMIT-CITY           PIC X(20).
           05  CTR-REMIT-STATE          PIC X(2).
           05  CTR-REMIT-ZIP            PIC X(10).
           05  CTR-CUSTNO-LOW           PIC X(6).
           05  CTR-CUSTNO-HIGH          PIC X(6).
           05  CTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 117 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(115).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BLANK-KEY          VALUE 'KY'.
               88  REASON-BAD-FIELDS         VALUE 'FL'.
               88  REASON-RANGE-OVERLAP      VALUE 'OV'.
               88  REASON-CUSTOMER-OUTSIDE   VALUE 'RG'.
               88  REASON-COMPANY-IN-USE     VALUE 'IU'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-TRANSACTIONS-SW   PIC X    VALUE 'N'.
               88  END-OF-TRANSACTIONS           VALUE 'Y'.
           05  VALID-TRANSACTION-SW     PIC X    VALUE 'Y'.
               88  VALID-TRANSACTION             VALUE 'Y'.
      *
       01  TRANSACTION-COUNTERS.
      *
           05  TC-TRANSACTIONS-READ     PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-POSTED   PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-REJECTED PIC S9(9) COMP VALUE ZERO.
      *
           COPY EOJSTAT.
      *
       01  COMPANY-ROW.
      *
           05  CO-COCODE                PIC X(2).
           05  CO-CONAME                PIC X(30).
           05  CO-REMIT-ADDR            PIC X(30).
           05  CO-REMIT-CITY            PIC X(20).
           05  CO-REMIT-STATE           PIC X(2).
           05  CO-REMIT-ZIP             PIC X(10).
           05  CO-CUSTNO-LOW            PIC X(6).
           05  CO-CUSTNO-HIGH           PIC X(6).
      *
       01  COMPANY-BEFORE-FIELDS.
      *
           05  CB-CONAME                PIC X(30).
           05  CB-REMIT-ZIP             PIC X(10).
           05  CB-CUSTNO-LOW            PIC X(6).
           05  CB-CUSTNO-HIGH           PIC X(6).
      *
       01  COMPANY-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(5)  VALUE 'NAME '.
           05  CI-CONAME                PIC X(30).
           05  FILLER                   PIC X(5)  VALUE ' ZIP '.
           05  CI-REMIT-ZIP             PIC X(10).
           05  FILLER                   PIC X(7)  VALUE ' CUSTS '.
           05  CI-CUSTNO-LOW            PIC X(6).
           05  FILLER                   PIC X(4)  VALUE ' TO '.
           05  CI-CUSTNO-HIGH           PIC X(6).
      *
       01  CHECK-FIELDS.
      *
           05  CK-ROW-COUNT             PIC S9(9) COMP.
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-COMPANY-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'COMPMNT ' TO EOJS-Program-Id.
           OPEN INPUT  COMTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-COMPANY-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE COMTRAN
                 BADTRAN.
           MOVE TC-TRANSACTIONS-READ     TO EOJS-Records-In.
           MOVE TC-TRANSACTIONS-POSTED   TO EOJS-Records-Out.
           MOVE TC-TRANSACTIONS-REJECTED TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TC-TRANSACTIONS-REJECTED > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-COMPANY-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                  AND CTR-COCODE = SPACES
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'KY' TO BTR-REASON-CODE
               END-IF
               IF VALID-TRANSACTION
                   MOVE CTR-COCODE TO CO-COCODE
                   EVALUATE CTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 115-VALIDATE-COMPANY-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-COMPANY-ROW
                           END-IF
                       WHEN 'R'
                           PERFORM 115-VALIDATE-COMPANY-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-COMPANY-ROW
                           END-IF
                       WHEN 'D'   PERFORM 140-DELETE-COMPANY-ROW
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TC' TO BTR-REASON-CODE
                   END-EVALUATE
               END-IF
               IF VALID-TRANSACTION
                   PERFORM 146-WRITE-REFERENCE-AUDIT
               END-IF
               IF VALID-TRANSACTION
                   ADD 1 TO TC-TRANSACTIONS-POSTED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   PERFORM 150-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ COMTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-USER-ID.
      *
           IF CTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-COMPANY-FIELDS.
      *
           IF CTR-CONAME = SPACES
              OR CTR-REMIT-ADDR = SPACES
              OR CTR-CUSTNO-LOW NOT NUMERIC
              OR CTR-CUSTNO-HIGH NOT NUMERIC
              OR CTR-CUSTNO-LOW > CTR-CUSTNO-HIGH
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'FL' TO BTR-REASON-CODE
           ELSE
               MOVE CTR-CONAME      TO CO-CONAME
               MOVE CTR-REMIT-ADDR  TO CO-REMIT-ADDR
               MOVE CTR-REMIT-CITY  TO CO-REMIT-CITY
               MOVE CTR-REMIT-STATE TO CO-REMIT-STATE
               MOVE CTR-REMIT-ZIP   TO CO-REMIT-ZIP
               MOVE CTR-CUSTNO-LOW  TO CO-CUSTNO-LOW
               MOVE CTR-CUSTNO-HIGH TO CO-CUSTNO-HIGH
               PERFORM 116-CHECK-RANGE-OVERLAP.
      *
       116-CHECK-RANGE-OVERLAP.
      *
      *    ANOTHER COMPANY'S BLOCK THAT SHARES EVEN ONE NUMBER
      *    WITH THIS ONE WOULD LET BOTH COMPANIES ISSUE IT.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-ROW-COUNT
                   FROM MM01.COMPANY
                       WHERE COCODE   <> :CO-COCODE
                         AND COCUSTLO <= :CO-CUSTNO-HIGH
                         AND COCUSTHI >= :CO-CUSTNO-LOW
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-ROW-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'OV' TO BTR-REASON-CODE.
      *
       120-INSERT-COMPANY-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.COMPANY
                      (COCODE,          CONAME,
                       COREMADDR,       COREMCITY,
                       COREMSTATE,      COREMZIP,
                       COCUSTLO,        COCUSTHI)
               VALUES (:CO-COCODE,      :CO-CONAME,
                       :CO-REMIT-ADDR,  :CO-REMIT-CITY,
                       :CO-REMIT-STATE, :CO-REMIT-ZIP,
                       :CO-CUSTNO-LOW,  :CO-CUSTNO-HIGH)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       130-UPDATE-COMPANY-ROW.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-ROW-COUNT
                   FROM MM01.CUSTOMER
                       WHERE CUSTCOMP = :CO-COCODE
                         AND CUSTNO NOT BETWEEN :CO-CUSTNO-LOW
                                            AND :CO-CUSTNO-HIGH
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-ROW-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RG' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 145-GET-BEFORE-IMAGE
               EXEC SQL
                   UPDATE MM01.COMPANY
                      SET CONAME     = :CO-CONAME,
                          COREMADDR  = :CO-REMIT-ADDR,
                          COREMCITY  = :CO-REMIT-CITY,
                          COREMSTATE = :CO-REMIT-STATE,
                          COREMZIP   = :CO-REMIT-ZIP,
                          COCUSTLO   = :CO-CUSTNO-LOW,
                          COCUSTHI   = :CO-CUSTNO-HIGH
                   WHERE  COCODE     = :CO-COCODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       140-DELETE-COMPANY-ROW.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-ROW-COUNT
                   FROM MM01.CUSTOMER
                       WHERE CUSTCOMP = :CO-COCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-ROW-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'IU' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 145-GET-BEFORE-IMAGE
               EXEC SQL
                   DELETE FROM MM01.COMPANY
                       WHERE COCODE = :CO-COCODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT CONAME,      COREMZIP,
                      COCUSTLO,    COCUSTHI
                   INTO :CB-CONAME,     :CB-REMIT-ZIP,
                        :CB-CUSTNO-LOW, :CB-CUSTNO-HIGH
                   FROM MM01.COMPANY
                       WHERE COCODE = :CO-COCODE
           END-EXEC.
           IF SQLCODE = 0
               MOVE CB-CONAME          TO CI-CONAME
               MOVE CB-REMIT-ZIP       TO CI-REMIT-ZIP
               MOVE CB-CUSTNO-LOW      TO CI-CUSTNO-LOW
               MOVE CB-CUSTNO-HIGH     TO CI-CUSTNO-HIGH
               MOVE COMPANY-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF CTR-TRANSACTION-CODE NOT = 'D'
               MOVE CO-CONAME          TO CI-CONAME
               MOVE CO-REMIT-ZIP       TO CI-REMIT-ZIP
               MOVE CO-CUSTNO-LOW      TO CI-CUSTNO-LOW
               MOVE CO-CUSTNO-HIGH     TO CI-CUSTNO-HIGH
               MOVE COMPANY-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'COMPANY'            TO RFA-TABLE.
           MOVE CO-COCODE            TO RFA-KEY.
           MOVE CTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE CTR-USER-ID          TO RFA-USER-ID.
           MOVE 'COMPMNT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE COMPANY-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
