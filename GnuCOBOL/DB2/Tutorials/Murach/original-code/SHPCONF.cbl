       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SHPCONF.
      *
      *    LOADS THE WAREHOUSE SHIPMENT CONFIRMATION FILE.  EACH
      *    RECORD CONFIRMS A QUANTITY OF ONE ORDER LINE AS SHIPPED,
      *    WITH THE CARRIER AND TRACKING NUMBER, AND IS KEPT IN
      *    MM01.SHIPCONF UNBILLED UNTIL THE ORDER CONVERSION TURNS
      *    IT INTO AN INVOICE LINE.  ONLY CONFIRMED QUANTITIES ARE
      *    EVER INVOICED, SO A LINE CAN NEVER BE CONFIRMED FOR MORE
      *    THAN WAS ORDERED.  THE FIRST CONFIRMATION AGAINST AN
      *    ORDER MOVES IT TO PARTIALLY SHIPPED (P) - GOODS HAVE
      *    LEFT THE BUILDING AND IT CAN NO LONGER BE CANCELLED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SHIPCNF ASSIGN TO UT-S-SHIPCNF.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SHIPCNF
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SHIP-CONFIRMATION-RECORD.
      *
           05  SCR-ORDNO                PIC X(6).
           05  SCR-LINENO               PIC 9(3).
           05  SCR-QTY-SHIPPED          PIC 9(5).
           05  SCR-CARRIER              PIC X(10).
           05  SCR-TRACKNO              PIC X(20).
           05  SCR-SHIPDATE             PIC X(10).
           05  SCR-USER-ID              PIC X(8).
           05  FILLER                   PIC X(18).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(80).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-ORD-NOT-FOUND      VALUE 'OF'.
               88  REASON-LINE-NOT-FOUND     VALUE 'LN'.
               88  REASON-ZERO-QUANTITY      VALUE 'QZ'.
               88  REASON-OVER-SHIPPED       VALUE 'QX'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-CONFIRMATIONS-SW  PIC X    VALUE 'N'.
               88  END-OF-CONFIRMATIONS          VALUE 'Y'.
           05  VALID-CONFIRMATION-SW    PIC X    VALUE 'Y'.
               88  VALID-CONFIRMATION            VALUE 'Y'.
      *
       01  CONFIRMATION-COUNTERS.
      *
           05  CC-RECORDS-READ          PIC S9(9) COMP VALUE ZERO.
           05  CC-RECORDS-POSTED        PIC S9(9) COMP VALUE ZERO.
           05  CC-RECORDS-REJECTED      PIC S9(9) COMP VALUE ZERO.
      *
           COPY EOJSTAT.
      *
       01  ORDER-CHECK-FIELDS.
      *
           05  OC-STATUS                PIC X.
           05  OC-ORDERED-QTY           PIC S9(9)    COMP.
           05  OC-CONFIRMED-QTY         PIC S9(9)    COMP.
      *
       01  SHIPCONF-ROW.
      *
           05  SC-ORDNO                 PIC X(6).
           05  SC-LINE                  PIC S9(4)    COMP.
           05  SC-QTY                   PIC S9(9)    COMP.
           05  SC-CARRIER               PIC X(10).
           05  SC-TRACKNO               PIC X(20).
           05  SC-SHIPDATE              PIC X(10).
           05  SC-USER-ID               PIC X(8).
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-SHIPMENT-CONFIRMATIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'SHPCONF ' TO EOJS-Program-Id.
           OPEN INPUT  SHIPCNF
                OUTPUT BADTRAN.
           PERFORM 100-POST-ONE-CONFIRMATION
               UNTIL END-OF-CONFIRMATIONS.
           CLOSE SHIPCNF
                 BADTRAN.
           DISPLAY CC-RECORDS-POSTED   ' CONFIRMATION(S) POSTED.'.
           DISPLAY CC-RECORDS-REJECTED ' CONFIRMATION(S) REJECTED.'.
           MOVE CC-RECORDS-READ     TO EOJS-Records-In.
           MOVE CC-RECORDS-POSTED   TO EOJS-Records-Out.
           MOVE CC-RECORDS-REJECTED TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF CC-RECORDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-ONE-CONFIRMATION.
      *
           MOVE 'Y'    TO VALID-CONFIRMATION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-CONFIRMATION-RECORD.
           IF NOT END-OF-CONFIRMATIONS
               MOVE SCR-ORDNO        TO SC-ORDNO
               MOVE SCR-LINENO       TO SC-LINE
               MOVE SCR-QTY-SHIPPED  TO SC-QTY
               MOVE SCR-CARRIER      TO SC-CARRIER
               MOVE SCR-TRACKNO      TO SC-TRACKNO
               MOVE SCR-SHIPDATE     TO SC-SHIPDATE
               MOVE SCR-USER-ID      TO SC-USER-ID
               PERFORM 120-CHECK-ORDER-OPEN
               IF VALID-CONFIRMATION
                   PERFORM 130-CHECK-LINE-QUANTITY
               END-IF
               IF VALID-CONFIRMATION
                   PERFORM 140-INSERT-CONFIRMATION
               END-IF
               IF VALID-CONFIRMATION
                   PERFORM 150-MARK-ORDER-SHIPPING
               END-IF
               IF VALID-CONFIRMATION
                   ADD 1 TO CC-RECORDS-POSTED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   PERFORM 900-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-CONFIRMATION-RECORD.
      *
           READ SHIPCNF
               AT END
                   MOVE 'Y' TO END-OF-CONFIRMATIONS-SW
               NOT AT END
                   ADD 1 TO CC-RECORDS-READ.
      *
       120-CHECK-ORDER-OPEN.
      *
           EXEC SQL
               SELECT OHSTATUS
                   INTO :OC-STATUS
                   FROM MM01.ORDHDR
                       WHERE OHORDNO = :SC-ORDNO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N'  TO VALID-CONFIRMATION-SW
                   MOVE 'OF' TO BTR-REASON-CODE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-CONFIRMATION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN OC-STATUS NOT = 'O' AND OC-STATUS NOT = 'P'
                   MOVE 'N'  TO VALID-CONFIRMATION-SW
                   MOVE 'OF' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       130-CHECK-LINE-QUANTITY.
      *
           IF SC-QTY = 0
               MOVE 'N'  TO VALID-CONFIRMATION-SW
               MOVE 'QZ' TO BTR-REASON-CODE
           ELSE
               EXEC SQL
                   SELECT OLQTY
                       INTO :OC-ORDERED-QTY
                       FROM MM01.ORDLINE
                           WHERE OLORDNO = :SC-ORDNO
                             AND OLLINE  = :SC-LINE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       MOVE 'N'  TO VALID-CONFIRMATION-SW
                       MOVE 'LN' TO BTR-REASON-CODE
                   WHEN OTHER
                       MOVE 'N'  TO VALID-CONFIRMATION-SW
                       MOVE 'SQ' TO BTR-REASON-CODE
               END-EVALUATE.
           IF VALID-CONFIRMATION
               EXEC SQL
                   SELECT COALESCE(SUM(SCQTY), 0)
                       INTO :OC-CONFIRMED-QTY
                       FROM MM01.SHIPCONF
                           WHERE SCORDNO = :SC-ORDNO
                             AND SCLINE  = :SC-LINE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-CONFIRMATION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               ELSE
                   IF OC-CONFIRMED-QTY + SC-QTY > OC-ORDERED-QTY
                       MOVE 'N'  TO VALID-CONFIRMATION-SW
                       MOVE 'QX' TO BTR-REASON-CODE.
      *
       140-INSERT-CONFIRMATION.
      *
           EXEC SQL
               INSERT INTO MM01.SHIPCONF
                      (SCORDNO,    SCLINE,     SCQTY,
                       SCCARRIER,  SCTRACKNO,  SCSHIPDATE,
                       SCINVNO,    SCUSERID)
               VALUES (:SC-ORDNO,  :SC-LINE,   :SC-QTY,
                       :SC-CARRIER, :SC-TRACKNO, :SC-SHIPDATE,
                       '      ',   :SC-USER-ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-CONFIRMATION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-MARK-ORDER-SHIPPING.
      *
           EXEC SQL
               UPDATE MM01.ORDHDR
                  SET OHSTATUS = 'P'
                WHERE OHORDNO  = :SC-ORDNO
                  AND OHSTATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N'  TO VALID-CONFIRMATION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       900-WRITE-BAD-TRANS-RECORD.
      *
           MOVE SHIP-CONFIRMATION-RECORD TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO CC-RECORDS-REJECTED.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
