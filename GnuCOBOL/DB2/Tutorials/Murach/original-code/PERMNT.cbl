       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PERMNT.
      *
      *    ACCOUNTING PERIOD MAINTENANCE.  CLOSES AND REOPENS
      *    FISCAL PERIODS (CALENDAR MONTHS, KEYED YYYY-MM) IN
      *    MM01.PERIODCTL.  CODE 'K' CLOSES A PERIOD AND SETS WHAT
      *    A LATE POSTING DATED IN IT DOES - 'R' REFUSE (THE
      *    DEFAULT) OR 'F' ROLL FORWARD TO THE FIRST OPEN PERIOD.
      *    CODE 'U' REOPENS A CLOSED PERIOD.  THE USER MUST HOLD
      *    THE MATCHING CODE IN MM01.USERAUTH, AND EVERY CHANGE IS
      *    WRITTEN TO MM01.PERAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PERTRAN  ASSIGN TO UT-S-PERTRAN.
           SELECT BADTRAN  ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PERTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  PERIOD-TRANSACTION-RECORD.
      *
           05  PTR-TRANSACTION-CODE     PIC X.
               88  PTR-CLOSE-PERIOD         VALUE 'K'.
               88  PTR-REOPEN-PERIOD        VALUE 'U'.
           05  PTR-PERIOD.
               10  PTR-YEAR             PIC 9(4).
               10  PTR-DASH             PIC X.
               10  PTR-MONTH            PIC 9(2).
           05  PTR-LATE-ACTION          PIC X.
           05  PTR-USER-ID              PIC X(8).
           05  FILLER                   PIC X(3).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(20).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-PERIOD         VALUE 'PD'.
               88  REASON-BAD-LATE-ACTION    VALUE 'LA'.
               88  REASON-NOT-CLOSED         VALUE 'NC'.
               88  REASON-NOT-AUTHORIZED     VALUE 'NA'.
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
       01  PERIODCTL-ROW.
      *
           05  PC-PERIOD                PIC X(7).
           05  PC-LATE-ACTION           PIC X.
      *
       01  AUTHORIZATION-FIELDS.
      *
           05  UA-USERID                PIC X(8).
           05  UA-TRANSCODE             PIC X.
           05  UA-CHECK-COUNT           PIC S9(9) COMP.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-PERIOD-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'PERMNT  ' TO EOJS-Program-Id.
           OPEN INPUT  PERTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-PERIOD-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE PERTRAN
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
       100-POST-PERIOD-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               PERFORM 112-CHECK-AUTHORIZATION
               IF VALID-TRANSACTION
                   PERFORM 115-VALIDATE-TRANSACTION-FIELDS
               END-IF
               IF VALID-TRANSACTION
                   MOVE PTR-PERIOD      TO PC-PERIOD
                   MOVE PTR-LATE-ACTION TO PC-LATE-ACTION
                   EVALUATE TRUE
                       WHEN PTR-CLOSE-PERIOD
                           PERFORM 120-CLOSE-PERIOD
                       WHEN PTR-REOPEN-PERIOD
                           PERFORM 130-REOPEN-PERIOD
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
           READ PERTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-AUTHORIZATION.
      *
           MOVE PTR-USER-ID          TO UA-USERID.
           MOVE PTR-TRANSACTION-CODE TO UA-TRANSCODE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :UA-CHECK-COUNT
                   FROM MM01.USERAUTH
                       WHERE UAUSERID    = :UA-USERID
                         AND UATRANSCODE = :UA-TRANSCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF UA-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NA' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TRANSACTION-FIELDS.
      *
           IF PTR-LATE-ACTION = SPACE
               MOVE 'R' TO PTR-LATE-ACTION.
           IF PTR-YEAR NOT NUMERIC
              OR PTR-MONTH NOT NUMERIC
              OR PTR-DASH NOT = '-'
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'PD' TO BTR-REASON-CODE
           ELSE
               IF PTR-MONTH < 1 OR PTR-MONTH > 12
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'PD' TO BTR-REASON-CODE
               ELSE
                   IF PTR-CLOSE-PERIOD
                      AND PTR-LATE-ACTION NOT = 'R'
                      AND PTR-LATE-ACTION NOT = 'F'
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'LA' TO BTR-REASON-CODE.
      *
       120-CLOSE-PERIOD.
      *
           EXEC SQL
               UPDATE MM01.PERIODCTL
                  SET PCSTATUS  = 'C',
                      PCLATEACT = :PC-LATE-ACTION,
                      PCUSER    = :PTR-USER-ID,
                      PCCHGTS   = CURRENT TIMESTAMP
               WHERE  PCPERIOD  = :PC-PERIOD
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MM01.PERIODCTL
                          (PCPERIOD,   PCSTATUS,  PCLATEACT,
                           PCUSER,     PCCHGTS)
                   VALUES (:PC-PERIOD, 'C',       :PC-LATE-ACTION,
                           :PTR-USER-ID, CURRENT TIMESTAMP)
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               PERFORM 145-WRITE-PERIOD-AUDIT-ROW.
      *
       130-REOPEN-PERIOD.
      *
           MOVE SPACE TO PC-LATE-ACTION.
           EXEC SQL
               UPDATE MM01.PERIODCTL
                  SET PCSTATUS  = 'O',
                      PCUSER    = :PTR-USER-ID,
                      PCCHGTS   = CURRENT TIMESTAMP
               WHERE  PCPERIOD  = :PC-PERIOD
                 AND  PCSTATUS  = 'C'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'NC' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OTHER
                   PERFORM 145-WRITE-PERIOD-AUDIT-ROW
           END-EVALUATE.
      *
       145-WRITE-PERIOD-AUDIT-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.PERAUDIT
                      (PAPERIOD,   PATRANSCODE,    PALATEACT,
                       PAUSER,     PAAUDITTS)
               VALUES (:PC-PERIOD, :PTR-TRANSACTION-CODE,
                       :PC-LATE-ACTION,
                       :PTR-USER-ID, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE PERIOD-TRANSACTION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
