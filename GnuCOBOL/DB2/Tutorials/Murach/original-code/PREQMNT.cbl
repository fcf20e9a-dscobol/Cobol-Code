       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PREQMNT.
      *
      *    BATCH RUN-ORDER MAINTENANCE.  EACH MM01.BIZPREREQ ROW
      *    SAYS A PROGRAM MAY NOT START FOR A BUSINESS DATE UNTIL
      *    ITS PREREQUISITE PROGRAM HAS COMPLETED FOR THAT DATE.
      *    CODE 'A' ADDS A PREREQUISITE, 'D' REMOVES ONE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PREQTRAN ASSIGN TO UT-S-PREQTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PREQTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS.
      *
       01  PREREQ-TRANSACTION-RECORD.
      *
           05  PTR-TRANSACTION-CODE     PIC X.
           05  PTR-PROGRAM              PIC X(8).
           05  PTR-REQ-PROGRAM          PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(17).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-PROGRAM        VALUE 'PG'.
               88  REASON-NOT-FOUND          VALUE 'NF'.
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
       01  PREREQ-ROW.
      *
           05  BP-PROGRAM               PIC X(8).
           05  BP-REQ-PROGRAM           PIC X(8).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-PREREQ-TRANS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'PREQMNT ' TO EOJS-Program-Id.
           OPEN INPUT  PREQTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-PREREQ-TRAN
               UNTIL END-OF-TRANSACTIONS.
           CLOSE PREQTRAN
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
       100-POST-PREREQ-TRAN.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 115-VALIDATE-PROGRAM-NAMES
               IF VALID-TRANSACTION
                   MOVE PTR-PROGRAM     TO BP-PROGRAM
                   MOVE PTR-REQ-PROGRAM TO BP-REQ-PROGRAM
                   EVALUATE PTR-TRANSACTION-CODE
                       WHEN 'A'   PERFORM 120-INSERT-PREREQ-ROW
                       WHEN 'D'   PERFORM 140-DELETE-PREREQ-ROW
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TC' TO BTR-REASON-CODE
                   END-EVALUATE
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
           READ PREQTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       115-VALIDATE-PROGRAM-NAMES.
      *
           IF PTR-PROGRAM = SPACES
              OR PTR-REQ-PROGRAM = SPACES
              OR PTR-PROGRAM = PTR-REQ-PROGRAM
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'PG' TO BTR-REASON-CODE.
      *
       120-INSERT-PREREQ-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.BIZPREREQ
                      (BPPGM,        BPREQPGM)
               VALUES (:BP-PROGRAM,  :BP-REQ-PROGRAM)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       140-DELETE-PREREQ-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.BIZPREREQ
                   WHERE BPPGM    = :BP-PROGRAM
                     AND BPREQPGM = :BP-REQ-PROGRAM
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE PREREQ-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
