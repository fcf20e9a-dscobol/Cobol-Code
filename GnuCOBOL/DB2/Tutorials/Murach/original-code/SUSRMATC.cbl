       PROGRAM-ID.    SUSRMATC.
      *
      *    NIGHTLY RE-MATCH SWEEP FOR SUSPENDED LOCKBOX RECEIPTS.
      *    EVERY OPEN LOCKBOX ITEM IN MM01.SUSPENSE - INCLUDING
      *    UNMATCHED EDI 820 REMITTANCE LINES, WHICH ARE STORED IN
      *    THE SAME ITEM LAYOUT - IS RETRIED
      *    WITH THE SAME MATCHING RULES THE LOCKBOX CONVERSION
      *    USES - INVOICE NUMBER FIRST, THEN A UNIQUE PAYER NAME -
      *    AGAINST CURRENT DATA.  ITEMS THAT NOW MATCH GO OUT AS
               88  ITEM-MATCHED                VALUE 'Y'.
           05  ITEM-VALID-SW           PIC X   VALUE 'Y'.
               88  ITEM-VALID                  VALUE 'Y'.
           05  PARENT-PAYER-SW         PIC X   VALUE 'N'.
               88  PARENT-PAYER                VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
                          SUSRETRY, SUSREASON,
                          DAYS(:RUN-DATE) - DAYS(SUSADDDATE)
                       FROM MM01.SUSPENSE
                       WHERE SUSSOURCE IN ('LOCKBOX ', 'EDI820I ')
                         AND SUSSTATUS = 'O'
                       ORDER BY SUSID
           END-EXEC.
           IF SQLCODE NOT = 0 OR MATCH-COUNT = 0
               MOVE 'N' TO ITEM-MATCHED-SW
           ELSE
               PERFORM 235-CHECK-PARENT-PAYER
               IF PARENT-PAYER
                   MOVE 'O'            TO PYT-TRANS-CODE
                   MOVE LBX-SCAN-INVNO TO PYT-INVNO
                   MOVE MATCH-CUSTNO   TO PYT-CUSTNO
               ELSE
                   MOVE 'P'            TO PYT-TRANS-CODE
                   MOVE LBX-SCAN-INVNO TO PYT-INVNO
                   MOVE SPACES         TO PYT-CUSTNO.
      *
       235-CHECK-PARENT-PAYER.
      *
      *    SAME RULE AS THE LOCKBOX CONVERSION: A PAYER ABOVE THE
      *    SCANNED INVOICE'S CUSTOMER IN THE HIERARCHY GETS THE
      *    CHECK ON ACCOUNT, WITH THE INVOICE AS ITS REFERENCE.
      *
           MOVE 'N' TO PARENT-PAYER-SW.
           MOVE LBX-PAYER-NAME TO MATCH-LNAME.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :MATCH-COUNT
                   FROM MM01.CUSTOMER
                       WHERE LNAME = :MATCH-LNAME
           END-EXEC.
           IF SQLCODE = 0 AND MATCH-COUNT = 1
               EXEC SQL
                   SELECT CUSTNO
                       INTO :MATCH-CUSTNO
                       FROM MM01.CUSTOMER
                           WHERE LNAME = :MATCH-LNAME
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       WITH TREE (TRCUSTNO) AS
                           (SELECT CUSTNO
                                FROM MM01.CUSTOMER
                                WHERE PARENT = :MATCH-CUSTNO
                            UNION ALL
                            SELECT C.CUSTNO
                                FROM TREE T, MM01.CUSTOMER C
                                WHERE C.PARENT = T.TRCUSTNO)
                       SELECT COUNT(*)
                           INTO :MATCH-COUNT
                           FROM MM01.INVOICE
                               WHERE INVNO = :LBX-SCAN-INVNO
                                 AND INVCUST IN
                                     (SELECT TRCUSTNO FROM TREE)
                   END-EXEC
                   IF SQLCODE = 0 AND MATCH-COUNT > 0
                       MOVE 'Y' TO PARENT-PAYER-SW.
      *
       240-MATCH-BY-CUSTOMER.
      *
