       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    HSTRELOD.
      *
      *    THE ARCHIVE FILES PREDATE THE OPERATING-COMPANY COLUMNS
      *    AND DO NOT CARRY THEM.  NONE IS NEEDED: AN INVOICE
      *    BELONGS TO THE COMPANY WHOSE CUSTOMER-NUMBER BLOCK HOLDS
      *    ITS CUSTOMER, AND A PAYMENT TO THE COMPANY OF ITS
      *    INVOICE, WHICH THE INVOICE ARCHIVE HAS ALREADY RELOADED.
      *
       ENVIRONMENT DIVISION.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       01  PAYMENT-COMPANY              PIC X(2).
      *
       PROCEDURE DIVISION.
      *
           MOVE AIV-INVREP    TO INVREP.
           MOVE AIV-INVCURR   TO INVCURR.
           MOVE AIV-INVCURAMT TO INVCURAMT.
           MOVE 'C'           TO CPL-FUNCTION.
           MOVE AIV-INVCUST   TO CPL-CUSTNO.
           CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
           IF NOT CPL-OK
               MOVE 'N' TO RELOAD-SUCCESSFUL-SW
               DISPLAY 'NO OPERATING COMPANY FOR CUSTOMER '
                       AIV-INVCUST ' ON INVOICE ' AIV-INVNO
           ELSE
               PERFORM 120-INSERT-ONE-INVHIST-ROW.
      *
       120-INSERT-ONE-INVHIST-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.INVHIST
                      (INVNO,    INVCUST,   INVDATE,
                       INVSUBT,  INVTAX,    INVSHIP,   INVTOTAL,
                       INVREP,   INVCURR,   INVCURAMT,
                       INVCOMP)
               VALUES (:INVNO,   :INVCUST,  :INVDATE,
                       :INVSUBT, :INVTAX,   :INVSHIP,  :INVTOTAL,
                       :INVREP,  :INVCURR,  :INVCURAMT,
                       :CPL-COMPANY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
           MOVE APY-PAYDATE    TO PAYDATE.
           MOVE APY-PAYAMT     TO PAYAMT.
           MOVE APY-PAYCHECKNO TO PAYCHECKNO.
           EXEC SQL
               SELECT INVCOMP
                   INTO :PAYMENT-COMPANY
                   FROM MM01.INVHIST
                       WHERE INVNO = :PAYINVNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RELOAD-SUCCESSFUL-SW
               DISPLAY 'NO INVHIST ROW FOR PAYMENT ON INVOICE '
                       APY-PAYINVNO ', SQLCODE ' SQLCODE
           ELSE
               PERFORM 320-INSERT-ONE-PAYHIST-ROW.
      *
       320-INSERT-ONE-PAYHIST-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.PAYHIST
                      (PAYINVNO,  PAYDATE,  PAYAMT,  PAYCHECKNO,
                       PAYCOMP)
               VALUES (:PAYINVNO, :PAYDATE, :PAYAMT, :PAYCHECKNO,
                       :PAYMENT-COMPANY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
