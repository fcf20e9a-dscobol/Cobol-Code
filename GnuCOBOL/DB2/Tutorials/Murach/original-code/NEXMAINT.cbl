       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    NEXMAINT.
      *
      *    MAINTAINS MM01.NEXUSTHR, THE ECONOMIC NEXUS THRESHOLD FOR
      *    EACH STATE, FROM THE NEXTRAN FILE.  A STATE MAY SET A
      *    DOLLAR THRESHOLD, A TRANSACTION-COUNT THRESHOLD, OR BOTH
      *    (ZERO MEANS THE STATE HAS NO SUCH TEST).  WHERE BOTH ARE
      *    SET, TEST 'O' MEANS CROSSING EITHER CREATES NEXUS AND
      *    TEST 'A' MEANS BOTH MUST BE CROSSED.  PERIOD 'C' MEASURES
      *    CALENDAR-YEAR SALES, PERIOD 'T' THE TRAILING TWELVE
      *    MONTHS.  NEXUSRPT READS THE TABLE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT NEXTRAN ASSIGN TO UT-S-NEXTRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  NEXTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  NEXUS-TRANSACTION-RECORD.
      *
           05  NTR-TRANSACTION-CODE     PIC X.
           05  NTR-STATE                PIC X(2).
           05  NTR-SALES-AMOUNT         PIC 9(9)V99.
           05  NTR-TRANS-COUNT          PIC 9(7).
           05  NTR-TEST                 PIC X.
           05  NTR-PERIOD               PIC X.
           05  FILLER                   PIC X(7).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(30).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-STATE          VALUE 'ST'.
               88  REASON-BAD-THRESHOLD      VALUE 'TH'.
               88  REASON-BAD-TEST           VALUE 'TS'.
               88  REASON-BAD-PERIOD         VALUE 'PD'.
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
       01  NEXUSTHR-ROW.
      *
           05  NX-STATE                 PIC X(2).
           05  NX-SALES-AMOUNT          PIC S9(9)V99 COMP-3.
           05  NX-TRANS-COUNT           PIC S9(7)    COMP-3.
           05  NX-TEST                  PIC X.
           05  NX-PERIOD                PIC X.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-NEXUS-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'NEXMAINT' TO EOJS-Program-Id.
           OPEN INPUT  NEXTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-NEXUS-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE NEXTRAN
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
       100-POST-NEXUS-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 115-VALIDATE-TRANSACTION-FIELDS
               IF VALID-TRANSACTION
                   MOVE NTR-STATE        TO NX-STATE
                   MOVE NTR-SALES-AMOUNT TO NX-SALES-AMOUNT
                   MOVE NTR-TRANS-COUNT  TO NX-TRANS-COUNT
                   MOVE NTR-TEST         TO NX-TEST
                   MOVE NTR-PERIOD       TO NX-PERIOD
                   EVALUATE NTR-TRANSACTION-CODE
                       WHEN 'A'   PERFORM 120-INSERT-NEXUSTHR-ROW
                       WHEN 'R'   PERFORM 130-UPDATE-NEXUSTHR-ROW
                       WHEN 'D'   PERFORM 140-DELETE-NEXUSTHR-ROW
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
           READ NEXTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       115-VALIDATE-TRANSACTION-FIELDS.
      *
           IF NTR-STATE = SPACES OR NTR-STATE NOT ALPHABETIC
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'ST' TO BTR-REASON-CODE
           ELSE
               IF NTR-TRANSACTION-CODE NOT = 'D'
                   IF NTR-SALES-AMOUNT NOT NUMERIC
                      OR NTR-TRANS-COUNT NOT NUMERIC
                      OR (NTR-SALES-AMOUNT = ZERO
                          AND NTR-TRANS-COUNT = ZERO)
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'TH' TO BTR-REASON-CODE
                   ELSE
                       IF NTR-TEST NOT = 'A' AND NTR-TEST NOT = 'O'
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TS' TO BTR-REASON-CODE
                       ELSE
                           IF NTR-PERIOD NOT = 'C'
                              AND NTR-PERIOD NOT = 'T'
                               MOVE 'N'  TO VALID-TRANSACTION-SW
                               MOVE 'PD' TO BTR-REASON-CODE.
      *
       120-INSERT-NEXUSTHR-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.NEXUSTHR
                      (NXSTATE,   NXSALESAMT,       NXTRANCOUNT,
                       NXTEST,    NXPERIOD)
               VALUES (:NX-STATE, :NX-SALES-AMOUNT, :NX-TRANS-COUNT,
                       :NX-TEST,  :NX-PERIOD)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       130-UPDATE-NEXUSTHR-ROW.
      *
           EXEC SQL
               UPDATE MM01.NEXUSTHR
                  SET NXSALESAMT  = :NX-SALES-AMOUNT,
                      NXTRANCOUNT = :NX-TRANS-COUNT,
                      NXTEST      = :NX-TEST,
                      NXPERIOD    = :NX-PERIOD
                WHERE NXSTATE     = :NX-STATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       140-DELETE-NEXUSTHR-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.NEXUSTHR
                   WHERE NXSTATE = :NX-STATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE NEXUS-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
