      *       CY  CYCLE      01-04, OR BLANK
      *       ED  EDIFLAG    Y/N OR BLANK
      *       SS  STMTSTYLE  O/B OR BLANK
      *       BA  BADADDR    M/U OR BLANK
      *
      *    BADADDR IS NORMALLY SET BY NCOAPOST FROM THE ADDRESS
      *    CHANGE SERVICE AND CLEARED WHEN UPDTCUST POSTS A NEW
      *    ADDRESS.  BA LETS CREDIT FLAG A RETURNED-MAIL ACCOUNT BY
      *    HAND, OR CLEAR ONE WHOSE ADDRESS HAS BEEN CONFIRMED.
      *
       ENVIRONMENT DIVISION.
      *
               88  ATR-BILLING-CYCLE         VALUE 'CY'.
               88  ATR-EDI-FLAG              VALUE 'ED'.
               88  ATR-STMT-STYLE            VALUE 'SS'.
               88  ATR-BAD-ADDRESS           VALUE 'BA'.
           05  ATR-VALUE                PIC X(3).
           05  FILLER                   PIC X(9).
      *
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'FL' TO BTR-REASON-CODE
                   END-IF
               WHEN ATR-BAD-ADDRESS
                   IF AW-VALUE-1 NOT = 'M' AND 'U' AND SPACE
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'FL' TO BTR-REASON-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'AT' TO BTR-REASON-CODE
                          SET STMTSTYLE = :AW-VALUE-1
                        WHERE CUSTNO    = :AW-CUSTNO
                   END-EXEC
               WHEN ATR-BAD-ADDRESS
                   EXEC SQL
                       UPDATE MM01.CUSTOMER
                          SET BADADDR = :AW-VALUE-1
                        WHERE CUSTNO  = :AW-CUSTNO
                   END-EXEC
           END-EVALUATE.
           EVALUATE SQLCODE
               WHEN 0
