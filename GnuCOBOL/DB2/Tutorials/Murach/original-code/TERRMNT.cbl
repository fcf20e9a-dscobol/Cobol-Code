      *    MM01.SALESREP; CUSTOMER CREATION AND THE TERRALGN
      *    REALIGNMENT BATCH ASSIGN REPS FROM IT.  THE KEY IS
      *    STATE PLUS THE LOW ZIP OF THE RANGE.
      *
      *    RANGES ARE GROUPED INTO NAMED SALES TERRITORIES BY THE
      *    FOUR-CHARACTER TERRITORY CODE, WHICH CARRIES THE SALES
      *    QUOTA (SEE QTAMAINT).  A RANGE LEFT WITHOUT A CODE IS
      *    NOT PART OF ANY TERRITORY.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FD  TERTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS.
      *
       01  TERRITORY-TRANSACTION-RECORD.
      *
           05  TTR-ZIPLO                PIC X(5).
           05  TTR-ZIPHI                PIC X(5).
           05  TTR-REPNO                PIC X(3).
           05  TTR-TERRITORY            PIC X(4).
           05  TTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(28).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-FIELDS         VALUE 'FL'.
               88  REASON-REP-NOT-FOUND      VALUE 'RP'.
               88  REASON-ROW-NOT-FOUND      VALUE 'RF'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  TY-ZIPLO                 PIC X(5).
           05  TY-ZIPHI                 PIC X(5).
           05  TY-REPNO                 PIC X(3).
           05  TY-TERRITORY             PIC X(4).
      *
       01  TERRITORY-BEFORE-FIELDS.
      *
           05  TB-ZIPHI                 PIC X(5).
           05  TB-REPNO                 PIC X(3).
           05  TB-TERRITORY             PIC X(4).
      *
       01  TERRITORY-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(8)  VALUE 'ZIP TO '.
           05  TI-ZIPHI                 PIC X(5).
           05  FILLER                   PIC X(5)  VALUE ' REP '.
           05  TI-REPNO                 PIC X(3).
           05  FILLER                   PIC X(11) VALUE ' TERRITORY '.
           05  TI-TERRITORY             PIC X(4).
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
       01  CHECK-FIELDS.
      *
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                   MOVE TTR-STATE TO TY-STATE
                   MOVE TTR-ZIPLO TO TY-ZIPLO
                   EVALUATE TTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 115-VALIDATE-TERRITORY-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-TERRITORY-ROW
                           END-IF
                       WHEN 'R'
                           PERFORM 115-VALIDATE-TERRITORY-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-TERRITORY-ROW
                           END-IF
                       WHEN 'D'   PERFORM 140-DELETE-TERRITORY-ROW
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
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-USER-ID.
      *
           IF TTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TERRITORY-FIELDS.
      *
      *
       120-INSERT-TERRITORY-ROW.
      *
           MOVE TTR-ZIPHI     TO TY-ZIPHI.
           MOVE TTR-TERRITORY TO TY-TERRITORY.
           EXEC SQL
               INSERT INTO MM01.TERRTRY
                      (TRRSTATE,   TRRZIPLO,   TRRZIPHI,
                       TRRREP,     TRRTERR)
               VALUES (:TY-STATE,  :TY-ZIPLO,  :TY-ZIPHI,
                       :TY-REPNO,  :TY-TERRITORY)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
      *
       130-UPDATE-TERRITORY-ROW.
      *
           MOVE TTR-ZIPHI     TO TY-ZIPHI.
           MOVE TTR-TERRITORY TO TY-TERRITORY.
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.TERRTRY
                  SET TRRZIPHI = :TY-ZIPHI,
                      TRRREP   = :TY-REPNO,
                      TRRTERR  = :TY-TERRITORY
               WHERE  TRRSTATE = :TY-STATE
                 AND  TRRZIPLO = :TY-ZIPLO
           END-EXEC.
      *
       140-DELETE-TERRITORY-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.TERRTRY
                   WHERE TRRSTATE = :TY-STATE
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT TRRZIPHI,   TRRREP,     TRRTERR
                   INTO :TB-ZIPHI, :TB-REPNO, :TB-TERRITORY
                   FROM MM01.TERRTRY
                       WHERE TRRSTATE = :TY-STATE
                         AND TRRZIPLO = :TY-ZIPLO
           END-EXEC.
           IF SQLCODE = 0
               MOVE TB-ZIPHI              TO TI-ZIPHI
               MOVE TB-REPNO              TO TI-REPNO
               MOVE TB-TERRITORY          TO TI-TERRITORY
               MOVE TERRITORY-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF TTR-TRANSACTION-CODE NOT = 'D'
               MOVE TY-ZIPHI              TO TI-ZIPHI
               MOVE TY-REPNO              TO TI-REPNO
               MOVE TY-TERRITORY          TO TI-TERRITORY
               MOVE TERRITORY-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'TERRTRY'            TO RFA-TABLE.
           MOVE SPACES               TO RFA-KEY.
           STRING TY-STATE ' ' TY-ZIPLO DELIMITED BY SIZE
               INTO RFA-KEY.
           MOVE TTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE TTR-USER-ID          TO RFA-USER-ID.
           MOVE 'TERRMNT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
