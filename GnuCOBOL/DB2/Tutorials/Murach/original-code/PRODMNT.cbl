       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRODMNT.
      *
      *    MAINTAINS THE PRODUCT MASTER AND ITS QUANTITY-BREAK
      *    PRICE TIERS.  TRANSACTION CODES:
      *
      *        A  ADD PRODUCT          Q  ADD OR REPLACE A TIER
      *        R  REPLACE PRODUCT      X  DELETE A TIER
      *        D  DELETE PRODUCT
      *
      *    A TIER IS A MINIMUM LINE QUANTITY AND THE UNIT PRICE
      *    THAT APPLIES FROM THAT QUANTITY UP.  THE TIERS SHARING
      *    AN EFFECTIVE DATE MAKE UP ONE PRICE-BREAK SCHEDULE, AND
      *    THE LATEST SCHEDULE IN EFFECT ON THE ORDER OR INVOICE
      *    DATE IS THE ONE THAT PRICES THE LINE.  A LINE BELOW THE
      *    LOWEST TIER, OR WHEN NO SCHEDULE IS IN EFFECT, PAYS THE
      *    LIST PRICE.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FD  PRODTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  PRODUCT-TRANSACTION-RECORD.
      *
           05  PTR-TRANSACTION-CODE     PIC X.
           05  PTR-PRODNO               PIC X(6).
           05  PTR-PRODUCT-DATA.
               10  PTR-DESC             PIC X(20).
               10  PTR-PRICE            PIC 9(5)V99.
               10  PTR-STATUS           PIC X.
                   88  PTR-STATUS-VALID     VALUE 'A' 'I'.
               10  PTR-COST             PIC 9(5)V99.
           05  PTR-TIER-DATA REDEFINES PTR-PRODUCT-DATA.
               10  PTR-MINQTY           PIC 9(5).
               10  PTR-TIER-PRICE       PIC 9(5)V99.
               10  PTR-EFFDATE          PIC X(10).
               10  PTR-ENDDATE          PIC X(10).
               10  FILLER               PIC X(3).
           05  PTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(50).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-STATUS         VALUE 'ST'.
               88  REASON-BAD-PRICE          VALUE 'PR'.
               88  REASON-BAD-COST           VALUE 'CO'.
               88  REASON-PROD-NOT-FOUND     VALUE 'PN'.
               88  REASON-BAD-QUANTITY       VALUE 'QT'.
               88  REASON-BAD-DATES          VALUE 'DT'.
               88  REASON-TIER-NOT-FOUND     VALUE 'RF'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
           05  PM-PRICE                 PIC S9(5)V99 COMP-3.
           05  PM-STATUS                PIC X.
           05  PM-COST                  PIC S9(5)V99 COMP-3.
      *
       01  PRODTIER-ROW.
      *
           05  PT-MINQTY                PIC S9(9)    COMP.
           05  PT-PRICE                 PIC S9(5)V99 COMP-3.
           05  PT-EFFDATE               PIC X(10).
           05  PT-ENDDATE               PIC X(10).
           05  PT-CHECK-COUNT           PIC S9(9)    COMP.
      *
       01  PRODUCT-BEFORE-FIELDS.
      *
           05  PB-DESC                  PIC X(20).
           05  PB-PRICE                 PIC S9(5)V99 COMP-3.
           05  PB-STATUS                PIC X.
           05  PB-COST                  PIC S9(5)V99 COMP-3.
           05  PB-TIER-PRICE            PIC S9(5)V99 COMP-3.
           05  PB-TIER-ENDDATE          PIC X(10).
      *
       01  PRODUCT-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(5)  VALUE 'DESC '.
           05  PI-DESC                  PIC X(20).
           05  FILLER                   PIC X(7)  VALUE ' PRICE '.
           05  PI-PRICE                 PIC ZZZZ9.99.
           05  FILLER                   PIC X(8)  VALUE ' STATUS '.
           05  PI-STATUS                PIC X.
           05  FILLER                   PIC X(6)  VALUE ' COST '.
           05  PI-COST                  PIC ZZZZ9.99.
      *
       01  PRODTIER-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(6)  VALUE 'PRICE '.
           05  QI-PRICE                 PIC ZZZZ9.99.
           05  FILLER                   PIC X(5)  VALUE ' END '.
           05  QI-ENDDATE               PIC X(10).
      *
       01  AUDIT-KEY-FIELDS.
      *
           05  AK-MINQTY                PIC 9(5).
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
                   EVALUATE PTR-TRANSACTION-CODE
                       WHEN 'A'
                           PERFORM 115-VALIDATE-TRANSACTION-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 120-INSERT-PRODUCT-ROW
                       WHEN 'R'
                           PERFORM 115-VALIDATE-TRANSACTION-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 130-UPDATE-PRODUCT-ROW
                       WHEN 'D'   PERFORM 140-DELETE-PRODUCT-ROW
                       WHEN 'Q'
                           PERFORM 165-VALIDATE-TIER-FIELDS
                           IF VALID-TRANSACTION
                               PERFORM 170-REPLACE-TIER-ROW
                       WHEN 'X'   PERFORM 180-DELETE-TIER-ROW
                       WHEN OTHER
                           MOVE 'N'  TO VALID-TRANSACTION-SW
                           MOVE 'TC' TO BTR-REASON-CODE
                   END-EVALUATE
               END-IF
               IF VALID-TRANSACTION
                   PERFORM 195-WRITE-REFERENCE-AUDIT
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
           IF PTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       115-VALIDATE-TRANSACTION-FIELDS.
      *
       130-UPDATE-PRODUCT-ROW.
      *
           PERFORM 160-MOVE-TRANSACTION-FIELDS.
           PERFORM 190-GET-PRODUCT-BEFORE-IMAGE.
           EXEC SQL
               UPDATE MM01.PRODUCT
                  SET PRODDESC  = :PM-DESC,
       140-DELETE-PRODUCT-ROW.
      *
           MOVE PTR-PRODNO TO PM-PRODNO.
           PERFORM 190-GET-PRODUCT-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.PRODTIER
                   WHERE PTPRODNO = :PM-PRODNO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 145-DELETE-PRODUCT-MASTER.
      *
       145-DELETE-PRODUCT-MASTER.
      *
           EXEC SQL
               DELETE FROM MM01.PRODUCT
                   WHERE PRODNO = :PM-PRODNO
           MOVE PTR-PRICE  TO PM-PRICE.
           MOVE PTR-STATUS TO PM-STATUS.
           MOVE PTR-COST   TO PM-COST.
      *
       165-VALIDATE-TIER-FIELDS.
      *
           MOVE PTR-PRODNO TO PM-PRODNO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :PT-CHECK-COUNT
                   FROM MM01.PRODUCT
                       WHERE PRODNO = :PM-PRODNO
           END-EXEC.
           IF PTR-ENDDATE = SPACES
               MOVE '9999-12-31' TO PTR-ENDDATE.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN PT-CHECK-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'PN' TO BTR-REASON-CODE
               WHEN PTR-MINQTY NOT NUMERIC OR PTR-MINQTY = ZERO
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'QT' TO BTR-REASON-CODE
               WHEN PTR-TIER-PRICE NOT NUMERIC
                 OR PTR-TIER-PRICE = ZERO
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'PR' TO BTR-REASON-CODE
               WHEN PTR-EFFDATE = SPACES
                 OR PTR-EFFDATE > PTR-ENDDATE
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'DT' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       170-REPLACE-TIER-ROW.
      *
      *    A TIER IS KEYED BY PRODUCT, EFFECTIVE DATE AND MINIMUM
      *    QUANTITY.  RE-SENDING THE SAME KEY REPLACES THE PRICE
      *    AND END DATE, SO A KEYING ERROR IS CORRECTED THE SAME
      *    WAY IT WAS ENTERED.
      *
           MOVE PTR-MINQTY     TO PT-MINQTY.
           MOVE PTR-TIER-PRICE TO PT-PRICE.
           MOVE PTR-EFFDATE    TO PT-EFFDATE.
           MOVE PTR-ENDDATE    TO PT-ENDDATE.
           PERFORM 192-GET-TIER-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.PRODTIER
                   WHERE PTPRODNO  = :PM-PRODNO
                     AND PTEFFDATE = :PT-EFFDATE
                     AND PTMINQTY  = :PT-MINQTY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   INSERT INTO MM01.PRODTIER
                          (PTPRODNO,   PTEFFDATE,   PTMINQTY,
                           PTPRICE,    PTENDDATE)
                   VALUES (:PM-PRODNO, :PT-EFFDATE, :PT-MINQTY,
                           :PT-PRICE,  :PT-ENDDATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       180-DELETE-TIER-ROW.
      *
           MOVE PTR-PRODNO  TO PM-PRODNO.
           MOVE PTR-EFFDATE TO PT-EFFDATE.
           IF PTR-MINQTY NOT NUMERIC
               MOVE ZERO       TO PT-MINQTY
           ELSE
               MOVE PTR-MINQTY TO PT-MINQTY.
           PERFORM 192-GET-TIER-BEFORE-IMAGE.
           EXEC SQL
               DELETE FROM MM01.PRODTIER
                   WHERE PTPRODNO  = :PM-PRODNO
                     AND PTEFFDATE = :PT-EFFDATE
                     AND PTMINQTY  = :PT-MINQTY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RF' TO BTR-REASON-CODE
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       190-GET-PRODUCT-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT PRODDESC,  PRODPRICE,  PRODSTAT,  PRODCOST
                   INTO :PB-DESC, :PB-PRICE, :PB-STATUS, :PB-COST
                   FROM MM01.PRODUCT
                       WHERE PRODNO = :PM-PRODNO
           END-EXEC.
           IF SQLCODE = 0
               MOVE PB-DESC             TO PI-DESC
               MOVE PB-PRICE            TO PI-PRICE
               MOVE PB-STATUS           TO PI-STATUS
               MOVE PB-COST             TO PI-COST
               MOVE PRODUCT-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       192-GET-TIER-BEFORE-IMAGE.
      *
           EXEC SQL
               SELECT PTPRICE,         PTENDDATE
                   INTO :PB-TIER-PRICE, :PB-TIER-ENDDATE
                   FROM MM01.PRODTIER
                       WHERE PTPRODNO  = :PM-PRODNO
                         AND PTEFFDATE = :PT-EFFDATE
                         AND PTMINQTY  = :PT-MINQTY
           END-EXEC.
           IF SQLCODE = 0
               MOVE PB-TIER-PRICE        TO QI-PRICE
               MOVE PB-TIER-ENDDATE      TO QI-ENDDATE
               MOVE PRODTIER-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
       195-WRITE-REFERENCE-AUDIT.
      *
      *    TIER TRANSACTIONS (Q AND X) ARE LOGGED AGAINST PRODTIER
      *    AS AN ADD, CHANGE OR DELETE LIKE THE PRODUCT ROWS.  A
      *    PRODUCT DELETE TAKES ITS TIERS WITH IT; ONLY THE PRODUCT
      *    ROW IS LOGGED.
      *
           MOVE SPACES TO RFA-KEY.
           EVALUATE PTR-TRANSACTION-CODE
               WHEN 'Q'
               WHEN 'X'
                   MOVE 'PRODTIER' TO RFA-TABLE
                   MOVE PT-MINQTY  TO AK-MINQTY
                   STRING PM-PRODNO ' ' PT-EFFDATE ' ' AK-MINQTY
                          DELIMITED BY SIZE
                       INTO RFA-KEY
               WHEN OTHER
                   MOVE 'PRODUCT'  TO RFA-TABLE
                   MOVE PM-PRODNO  TO RFA-KEY
           END-EVALUATE.
           EVALUATE PTR-TRANSACTION-CODE
               WHEN 'Q'
                   MOVE PT-PRICE             TO QI-PRICE
                   MOVE PT-ENDDATE           TO QI-ENDDATE
                   MOVE PRODTIER-AUDIT-IMAGE TO RFA-AFTER-IMAGE
                   IF RFA-BEFORE-IMAGE = SPACES
                       MOVE 'A' TO RFA-TRANS-CODE
                   ELSE
                       MOVE 'R' TO RFA-TRANS-CODE
                   END-IF
               WHEN 'X'
                   MOVE 'D' TO RFA-TRANS-CODE
               WHEN 'D'
                   MOVE 'D' TO RFA-TRANS-CODE
               WHEN OTHER
                   MOVE PM-DESC             TO PI-DESC
                   MOVE PM-PRICE            TO PI-PRICE
                   MOVE PM-STATUS           TO PI-STATUS
                   MOVE PM-COST             TO PI-COST
                   MOVE PRODUCT-AUDIT-IMAGE TO RFA-AFTER-IMAGE
                   MOVE PTR-TRANSACTION-CODE TO RFA-TRANS-CODE
           END-EVALUATE.
           MOVE PTR-USER-ID          TO RFA-USER-ID.
           MOVE 'PRODMNT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
           COPY EOJPARA.
      *
