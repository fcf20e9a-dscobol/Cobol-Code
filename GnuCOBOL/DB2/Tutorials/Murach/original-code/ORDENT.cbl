               10  OTR-ORDDATE          PIC X(10).
               10  OTR-SHIPDATE         PIC X(10).
               10  OTR-REP              PIC X(3).
               10  OTR-CUSTPO           PIC X(15).
               10  FILLER               PIC X(4).
           05  OTR-DETAIL-DATA REDEFINES OTR-TRANSACTION-DATA.
               10  OTR-LI-ORDNO         PIC X(6).
               10  OTR-LI-LINENO        PIC 9(3).
           05  PH-ORDDATE               PIC X(10).
           05  PH-SHIPDATE              PIC X(10).
           05  PH-REP                   PIC X(3).
           05  PH-CUSTPO                PIC X(15).
           05  PH-USER-ID               PIC X(8).
      *
       01  PRODUCT-CHECK-FIELDS.
      *
           05  PC-PRICE                 PIC S9(5)V99 COMP-3.
           05  PC-STATUS                PIC X.
      *
       01  LINE-PRICING-FIELDS.
      *
           05  LP-QTY                   PIC S9(9)    COMP.
           05  LP-BREAK-PRICE           PIC S9(5)V99 COMP-3.
           05  LP-CONTRACT-PRICE        PIC S9(5)V99 COMP-3.
           05  LP-BREAK-APPLIED-SW      PIC X.
               88  LP-BREAK-APPLIED             VALUE 'Y'.
           05  LP-BREAK-LINE-COUNT      PIC S9(7)    COMP VALUE 0.
           05  LP-CONTRACT-LINE-COUNT   PIC S9(7)    COMP VALUE 0.
      *
       01  REP-CHECK-FIELDS.
      *
                 BADTRAN.
           DISPLAY VALID-ORDER-COUNT   ' VALID ORDER(S) POSTED.'.
           DISPLAY INVALID-ORDER-COUNT ' INVALID ORDER(S) REJECTED.'.
           IF LP-BREAK-LINE-COUNT > 0
               DISPLAY LP-BREAK-LINE-COUNT
                   ' LINE(S) PRICED FROM QUANTITY BREAK.'.
           IF LP-CONTRACT-LINE-COUNT > 0
               DISPLAY LP-CONTRACT-LINE-COUNT
                   ' LINE(S) PRICED FROM CONTRACT.'.
           COMPUTE EOJS-Records-In = VALID-ORDER-COUNT
                                   + INVALID-ORDER-COUNT.
           MOVE VALID-ORDER-COUNT   TO EOJS-Records-Out.
           MOVE OTR-ORDDATE          TO PH-ORDDATE.
           MOVE OTR-SHIPDATE         TO PH-SHIPDATE.
           MOVE OTR-REP              TO PH-REP.
           MOVE OTR-CUSTPO           TO PH-CUSTPO.
           MOVE OTR-USER-ID          TO PH-USER-ID.
      *
       220-ADD-PENDING-DETAIL.
                   MOVE OTR-LI-QTY    TO PD-QTY(PD-INDEX)
                   MOVE OTR-LI-PRICE  TO PD-PRICE(PD-INDEX)
                   PERFORM 225-VALIDATE-DETAIL-PRODUCT
                   IF GROUP-VALID
                       PERFORM 227-APPLY-QUANTITY-BREAK
                   END-IF
                   IF GROUP-VALID
                       PERFORM 228-APPLY-CONTRACT-PRICE
                   END-IF
               END-IF
           END-IF.
      *
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'PI' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       227-APPLY-QUANTITY-BREAK.
      *
      *    THE ORDER IS PRICED THE WAY THE INVOICE UPDATE WILL
      *    PRICE IT: THE HIGHEST TIER OF THE PRICE-BREAK SCHEDULE
      *    IN EFFECT ON THE ORDER DATE THAT THE ORDERED QUANTITY
      *    REACHES, WHEN IT IS BELOW THE KEYED PRICE.  PRICING ON
      *    THE FULL ORDERED QUANTITY HERE IS WHAT CARRIES THE
      *    BREAK THROUGH TO PARTIAL SHIPMENTS OF THE ORDER.
      *
           MOVE 'N'              TO LP-BREAK-APPLIED-SW.
           MOVE PD-QTY(PD-INDEX) TO LP-QTY.
           EXEC SQL
               SELECT T.PTPRICE
                   INTO :LP-BREAK-PRICE
                   FROM MM01.PRODTIER T
                       WHERE T.PTPRODNO  = :OTR-LI-PRODNO
                         AND T.PTENDDATE >= :PH-ORDDATE
                         AND T.PTEFFDATE =
                             (SELECT MAX(PTEFFDATE)
                                  FROM MM01.PRODTIER
                                  WHERE PTPRODNO  = :OTR-LI-PRODNO
                                    AND PTEFFDATE <= :PH-ORDDATE)
                         AND T.PTMINQTY  =
                             (SELECT MAX(PTMINQTY)
                                  FROM MM01.PRODTIER
                                  WHERE PTPRODNO  = :OTR-LI-PRODNO
                                    AND PTEFFDATE = T.PTEFFDATE
                                    AND PTMINQTY <= :LP-QTY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN LP-BREAK-PRICE NOT > PD-PRICE(PD-INDEX)
                   MOVE LP-BREAK-PRICE TO PD-PRICE(PD-INDEX)
                   MOVE 'Y'            TO LP-BREAK-APPLIED-SW
                   ADD 1 TO LP-BREAK-LINE-COUNT
           END-EVALUATE.
      *
       228-APPLY-CONTRACT-PRICE.
      *
      *    A CONTRACT PRICE EFFECTIVE ON THE ORDER DATE OVERRIDES
      *    THE KEYED PRICE, AS IT DOES ON THE INVOICE, UNLESS A
      *    QUANTITY BREAK HAS ALREADY PRICED THE LINE LOWER.
      *
           EXEC SQL
               SELECT CPPRICE
                   INTO :LP-CONTRACT-PRICE
                   FROM MM01.CONTRPRC
                       WHERE CPCUSTNO  = :PH-CUSTNO
                         AND CPPRODNO  = :OTR-LI-PRODNO
                         AND CPENDDATE >= :PH-ORDDATE
                         AND CPEFFDATE =
                             (SELECT MAX(CPEFFDATE)
                                  FROM MM01.CONTRPRC
                                  WHERE CPCUSTNO  = :PH-CUSTNO
                                    AND CPPRODNO  = :OTR-LI-PRODNO
                                    AND CPEFFDATE <= :PH-ORDDATE)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N'  TO GROUP-VALID-SW
                   MOVE 'SQ' TO BTR-REASON-CODE
               WHEN LP-BREAK-APPLIED
                AND LP-CONTRACT-PRICE NOT < PD-PRICE(PD-INDEX)
                   CONTINUE
               WHEN OTHER
                   MOVE LP-CONTRACT-PRICE TO PD-PRICE(PD-INDEX)
                   ADD 1 TO LP-CONTRACT-LINE-COUNT
           END-EVALUATE.
      *
       200-POST-PENDING-GROUP.
      *
           MOVE PH-ORDDATE           TO OTR-ORDDATE.
           MOVE PH-SHIPDATE          TO OTR-SHIPDATE.
           MOVE PH-REP               TO OTR-REP.
           MOVE PH-CUSTPO            TO OTR-CUSTPO.
           MOVE PH-USER-ID           TO OTR-USER-ID.
           PERFORM 900-WRITE-BAD-TRANS-RECORD.
           SET PD-INDEX TO 1.
           EXEC SQL
               INSERT INTO MM01.ORDHDR
                      (OHORDNO,    OHCUSTNO,    OHORDDATE,
                       OHSHIPDATE, OHREP,       OHSTATUS,
                       OHCUSTPO)
               VALUES (:PH-ORDNO,  :PH-CUSTNO,  :PH-ORDDATE,
                       :PH-SHIPDATE, :PH-REP,   'O',
                       :PH-CUSTPO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO GROUP-VALID-SW
      *
      *    ONLY AN ORDER STILL OPEN CAN BE CANCELLED - A BILLED
      *    ORDER BELONGS TO THE INVOICE SIDE NOW AND A CREDIT
      *    MEMO, NOT A CANCELLATION, IS THE WAY BACK OUT.  THE
      *    USER ON THE TRANSACTION AND THE TIME ARE KEPT ON THE
      *    HEADER SO THE ORDER INQUIRY CAN SAY WHO CANCELLED IT.
      *
           EXEC SQL
               UPDATE MM01.ORDHDR
                  SET OHSTATUS   = 'C',
                      OHCANCUSER = :PH-USER-ID,
                      OHCANCTS   = CURRENT TIMESTAMP
                WHERE OHORDNO  = :PH-ORDNO
                  AND OHSTATUS = 'O'
           END-EXEC.
