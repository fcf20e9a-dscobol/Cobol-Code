      *    IS THEN COMPUTED PER CUSTOMER AGAINST THE PARAMETER
      *    MINIMUM BEFORE A HOLD IS PLACED.
      *
      *    AN INVOICE'S AGE RUNS FROM ITS TERMS DATE WHEN IT HAS
      *    ONE - A REBILLED INVOICE CARRIES OVER THE ORIGINAL'S -
      *    AND FROM ITS INVOICE DATE OTHERWISE.
      *
      *    BOTH CURSORS ARE HELD ACROSS THE PER-CUSTOMER COMMITS;
      *    WITHOUT WITH HOLD THE FIRST COMMIT WOULD CLOSE THE
      *    CURSOR AND THE NEXT FETCH WOULD FAIL.  A ROLLBACK ENDS
               DECLARE DELQCURS CURSOR WITH HOLD FOR
                   SELECT DISTINCT A.INVCUST
                       FROM MM01.INVOICE A
                       WHERE COALESCE(A.INVTERMDT, A.INVDATE)
                                 < :AGED-CUTOFF-DATE
                         AND A.INVTOTAL >
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                   INTO :HW-AGED-INVOICES
                   FROM MM01.INVOICE
                       WHERE INVCUST = :HW-CUSTNO
                         AND COALESCE(INVTERMDT, INVDATE)
                                 < :AGED-CUTOFF-DATE
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO ITEM-VALID-SW.
                       INNER JOIN MM01.INVOICE B
                   ON A.PAYINVNO = B.INVNO
                       WHERE B.INVCUST = :HW-CUSTNO
                         AND COALESCE(B.INVTERMDT, B.INVDATE)
                                 < :AGED-CUTOFF-DATE
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'N' TO ITEM-VALID-SW.
