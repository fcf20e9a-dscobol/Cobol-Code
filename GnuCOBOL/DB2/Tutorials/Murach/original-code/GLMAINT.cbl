       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    GLMAINT.
      *
      *    MAINTAINS MM01.GLMAP, THE GL ACCOUNT EACH POSTING KEY
      *    BOOKS TO.  A ROW WITH A BLANK COMPANY IS THE SHOP-WIDE
      *    ACCOUNT; A ROW FOR A COMPANY OVERRIDES IT FOR THAT
      *    COMPANY'S OWN BOOKS.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FD  GLTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS.
      *
       01  GL-TRANSACTION-RECORD.
      *
           05  GTR-TRANSACTION-CODE     PIC X.
           05  GTR-GLKEY                PIC X(8).
           05  GTR-GLACCT               PIC X(8).
           05  GTR-USER-ID              PIC X(8).
           05  GTR-GLCOMP               PIC X(2).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(27).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BLANK-KEY          VALUE 'KY'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-BAD-COMPANY        VALUE 'CO'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
           05  GM-GLKEY                 PIC X(8).
           05  GM-GLACCT                PIC X(8).
           05  GM-GLCOMP                PIC X(2).
      *
       01  GLMAP-BEFORE-FIELDS.
      *
           05  GB-GLACCT                PIC X(8).
      *
       01  GLMAP-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT '.
           05  GI-GLACCT                PIC X(8).
      *
       01  AUDIT-KEY-FIELDS.
      *
           05  AK-GLKEY                 PIC X(8).
           05  FILLER                   PIC X     VALUE SPACE.
           05  AK-GLCOMP                PIC X(2).
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
           EXEC SQL
               INCLUDE SQLCA
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                  AND GTR-GLKEY = SPACES
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'KY' TO BTR-REASON-CODE
               END-IF
               IF VALID-TRANSACTION
                  AND GTR-GLCOMP NOT = SPACES
                   PERFORM 114-CHECK-COMPANY
               END-IF
               IF VALID-TRANSACTION
                   MOVE GTR-GLKEY  TO GM-GLKEY
                   MOVE GTR-GLACCT TO GM-GLACCT
                   MOVE GTR-GLCOMP TO GM-GLCOMP
                   EVALUATE GTR-TRANSACTION-CODE
                       WHEN 'A'   PERFORM 120-INSERT-GLMAP-ROW
                       WHEN 'R'   PERFORM 130-UPDATE-GLMAP-ROW
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
           IF GTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       114-CHECK-COMPANY.
      *
           MOVE 'K'        TO CPL-FUNCTION.
           MOVE GTR-GLCOMP TO CPL-COMPANY.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           EVALUATE TRUE
               WHEN CPL-OK
                   CONTINUE
               WHEN CPL-NOT-FOUND
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'CO' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       120-INSERT-GLMAP-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.GLMAP
                      (GLKEY,      GLACCT,      GLCOMP)
               VALUES (:GM-GLKEY,  :GM-GLACCT,  :GM-GLCOMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
      *
       130-UPDATE-GLMAP-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.GLMAP
                  SET GLACCT = :GM-GLACCT
               WHERE  GLKEY  = :GM-GLKEY
                 AND  GLCOMP = :GM-GLCOMP
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
      *
       140-DELETE-GLMAP-ROW.
      *
           PERFORM 145-GET-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.GLMAP
                   WHERE GLKEY  = :GM-GLKEY
                     AND GLCOMP = :GM-GLCOMP
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       145-GET-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :GB-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY  = :GM-GLKEY
                         AND GLCOMP = :GM-GLCOMP
           END-EXEC.
           IF SQLCODE = 0
               MOVE GB-GLACCT         TO GI-GLACCT
               MOVE GLMAP-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF GTR-TRANSACTION-CODE NOT = 'D'
               MOVE GM-GLACCT         TO GI-GLACCT
               MOVE GLMAP-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE 'GLMAP'              TO RFA-TABLE.
           MOVE GM-GLKEY             TO AK-GLKEY.
           MOVE GM-GLCOMP            TO AK-GLCOMP.
           MOVE AUDIT-KEY-FIELDS     TO RFA-KEY.
           MOVE GTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE GTR-USER-ID          TO RFA-USER-ID.
           MOVE 'GLMAINT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
