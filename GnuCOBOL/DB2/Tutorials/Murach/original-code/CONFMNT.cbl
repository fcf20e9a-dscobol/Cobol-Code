       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CONFMNT.
      *
      *    AR CONFIRMATION CONTROL MAINTENANCE.  POSTS THE OUTCOME
      *    OF EACH CONFIRMATION LETTER PRINTED BY CONFLET TO ITS
      *    MM01.ARCONF ROW:
      *        'A'  CUSTOMER AGREED THE BALANCE
      *        'D'  CUSTOMER DISPUTED IT - AMOUNT IS THE BALANCE
      *             THE CUSTOMER'S RECORDS SHOW
      *        'U'  LETTER RETURNED UNDELIVERABLE
      *        'S'  BACK TO SENT, NO REPLY (TO UNDO A WRONG POSTING)
      *    ON AN AGREED LETTER A ZERO AMOUNT TAKES THE BALANCE
      *    CONFIRMED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CONFTRAN ASSIGN TO UT-S-CONFTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CONFTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  CONFIRM-TRANSACTION-RECORD.
      *
           05  CTR-TRANSACTION-CODE     PIC X.
               88  CTR-AGREED                    VALUE 'A'.
               88  CTR-DISPUTED                  VALUE 'D'.
               88  CTR-UNDELIVERABLE             VALUE 'U'.
               88  CTR-SENT                      VALUE 'S'.
           05  CTR-PERIOD               PIC X(7).
           05  CTR-CUSTNO               PIC X(6).
           05  CTR-REPLY-DATE           PIC X(10).
           05  CTR-REPLY-DATE-X REDEFINES CTR-REPLY-DATE.
               10  CTR-REPLY-YEAR       PIC X(4).
               10  CTR-REPLY-DASH-1     PIC X.
               10  CTR-REPLY-MONTH      PIC X(2).
               10  CTR-REPLY-DASH-2     PIC X.
               10  CTR-REPLY-DAY        PIC X(2).
           05  CTR-CUSTOMER-AMOUNT      PIC 9(9)V99.
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 37 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(35).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-NOT-FOUND          VALUE 'NF'.
               88  REASON-BAD-DATE           VALUE 'DT'.
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
       01  CONFIRM-ROW.
      *
           05  CF-PERIOD                PIC X(7).
           05  CF-CUSTNO                PIC X(6).
           05  CF-STATUS                PIC X.
           05  CF-REPLY-DATE            PIC X(10).
           05  CF-REPLY-DATE-NI         PIC S9(4) COMP.
           05  CF-CUSTOMER-AMOUNT       PIC S9(9)V99 COMP-3.
           05  CF-CUSTOMER-AMOUNT-NI    PIC S9(4) COMP.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-CONFIRMATION-TRANS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'CONFMNT ' TO EOJS-Program-Id.
           OPEN INPUT  CONFTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-CONFIRMATION-TRAN
               UNTIL END-OF-TRANSACTIONS.
           CLOSE CONFTRAN
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
       100-POST-CONFIRMATION-TRAN.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 115-EDIT-TRANSACTION
               IF VALID-TRANSACTION
                   PERFORM 120-UPDATE-CONFIRMATION-ROW
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
           READ CONFTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       115-EDIT-TRANSACTION.
      *
           MOVE CTR-PERIOD TO CF-PERIOD.
           MOVE CTR-CUSTNO TO CF-CUSTNO.
           MOVE CTR-TRANSACTION-CODE TO CF-STATUS.
           MOVE 0 TO CF-REPLY-DATE-NI.
           MOVE 0 TO CF-CUSTOMER-AMOUNT-NI.
           MOVE CTR-REPLY-DATE TO CF-REPLY-DATE.
           IF CTR-CUSTOMER-AMOUNT NUMERIC
               MOVE CTR-CUSTOMER-AMOUNT TO CF-CUSTOMER-AMOUNT
           ELSE
               MOVE 0 TO CF-CUSTOMER-AMOUNT.
           EVALUATE TRUE
               WHEN CTR-SENT
                   MOVE -1 TO CF-REPLY-DATE-NI
                   MOVE -1 TO CF-CUSTOMER-AMOUNT-NI
               WHEN CTR-UNDELIVERABLE
                   MOVE -1 TO CF-CUSTOMER-AMOUNT-NI
                   PERFORM 117-EDIT-REPLY-DATE
               WHEN CTR-AGREED
               WHEN CTR-DISPUTED
                   PERFORM 117-EDIT-REPLY-DATE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TC' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       117-EDIT-REPLY-DATE.
      *
           IF CTR-REPLY-YEAR  NOT NUMERIC
              OR CTR-REPLY-MONTH NOT NUMERIC
              OR CTR-REPLY-DAY   NOT NUMERIC
              OR CTR-REPLY-DASH-1 NOT = '-'
              OR CTR-REPLY-DASH-2 NOT = '-'
              OR CTR-REPLY-MONTH < '01' OR CTR-REPLY-MONTH > '12'
              OR CTR-REPLY-DAY   < '01' OR CTR-REPLY-DAY   > '31'
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'DT' TO BTR-REASON-CODE.
      *
       120-UPDATE-CONFIRMATION-ROW.
      *
           IF CTR-AGREED AND CF-CUSTOMER-AMOUNT = 0
               EXEC SQL
                   UPDATE MM01.ARCONF
                       SET CFSTATUS    = :CF-STATUS,
                           CFREPLYDATE = :CF-REPLY-DATE,
                           CFCUSTAMT   = CFBALANCE
                       WHERE CFPERIOD = :CF-PERIOD
                         AND CFCUSTNO = :CF-CUSTNO
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE MM01.ARCONF
                       SET CFSTATUS    = :CF-STATUS,
                           CFREPLYDATE = :CF-REPLY-DATE
                                         :CF-REPLY-DATE-NI,
                           CFCUSTAMT   = :CF-CUSTOMER-AMOUNT
                                         :CF-CUSTOMER-AMOUNT-NI
                       WHERE CFPERIOD = :CF-PERIOD
                         AND CFCUSTNO = :CF-CUSTNO
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
           MOVE CONFIRM-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
