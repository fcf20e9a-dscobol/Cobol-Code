      *    TO THE AR LINES IN THE DAY'S GL JOURNAL FILE.  A GOOD
      *    NIGHT SHOWS A ZERO DIFFERENCE; A BAD ONE IS PINNED TO
      *    ITS DATE THE MORNING AFTER INSTEAD OF AT MONTH-END.
      *
      *    EACH OPERATING COMPANY TIES OUT ON ITS OWN: ITS BOOK
      *    MOVEMENT COMES FROM ITS OWN INVOICES AND PAYMENTS, ITS
      *    JOURNAL MOVEMENT FROM THE JOURNAL GROUP WHOSE HEADER
      *    CARRIES ITS CODE, POSTED TO ITS OWN AR ACCOUNT.  THE
      *    SYSIN CARD IS THE DATE (BLANK FOR THE BUSINESS DATE),
      *    A SPACE AND AN OPTIONAL COMPANY CODE (BLANK FOR ALL).
      *
       ENVIRONMENT DIVISION.
      *
               10  JR-DC-CODE           PIC X.
               10  JR-AMOUNT            PIC 9(11)V99.
               10  JR-DESC              PIC X(20).
           05  JR-HEADER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-RUN-DATE          PIC X(10).
               10  JR-PERIOD-FROM       PIC X(10).
               10  JR-PERIOD-TO         PIC X(10).
               10  JR-COMPANY           PIC X(2).
               10  FILLER               PIC X(10).
      *
       WORKING-STORAGE SECTION.
      *
               88  RUN-OK                      VALUE 'Y'.
           05  END-OF-JOURNAL-SW       PIC X   VALUE 'N'.
               88  END-OF-JOURNAL              VALUE 'Y'.
           05  END-OF-COMPANIES-SW     PIC X   VALUE 'N'.
               88  END-OF-COMPANIES            VALUE 'Y'.
      *
       01  BUSINESS-DATE-FIELDS.
           05  BZD-FUNCTION             PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  TIE-DATE                PIC X(10).
           05  TIE-CARD.
               10  WS-DATE-CARD        PIC X(08).
               10  FILLER              PIC X.
               10  TIE-COMPANY-CARD    PIC X(2).
           05  FROM-COMPANY            PIC X(2).
           05  TO-COMPANY              PIC X(2).
      *
       01  GL-ACCOUNT-FIELDS.
           05  GL-AR-ACCT              PIC X(8).
           05  TIE-COMPANY             PIC X(2).
           05  JOURNAL-SUB             PIC S9(4)       COMP VALUE 0.
      *
       01  COMPANY-TIE-TABLE.
           05  COMPANY-COUNT           PIC S9(4) COMP VALUE 0.
           05  COMPANY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CO-INDEX.
               10  CO-COMPANY          PIC X(2).
               10  CO-AR-ACCT          PIC X(8).
               10  CO-BOOK-MOVEMENT    PIC S9(11)V99   COMP-3.
               10  CO-JM-DEBITS        PIC S9(11)V99   COMP-3.
               10  CO-JM-CREDITS       PIC S9(11)V99   COMP-3.
      *
       01  BOOK-MOVEMENT-FIELDS        COMP-3.
           05  BK-BILLINGS             PIC S9(11)V99   VALUE ZERO.
           05  BK-MOVEMENT             PIC S9(11)V99   VALUE ZERO.
      *
       01  JOURNAL-MOVEMENT-FIELDS     COMP-3.
           05  JM-MOVEMENT             PIC S9(11)V99   VALUE ZERO.
           05  TIE-DIFFERENCE          PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-BOOK-MOVEMENT     PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-JM-MOVEMENT       PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-DIFFERENCE        PIC S9(11)V99   VALUE ZERO.
      *
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT           PIC Z(10)9.99-.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE COMPCURS CURSOR FOR
                   SELECT COCODE
                       FROM MM01.COMPANY
                       WHERE COCODE BETWEEN :FROM-COMPANY
                                        AND :TO-COMPANY
                       ORDER BY COCODE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT JRNLIN.
           PERFORM 050-ACCEPT-TIE-DATE.
           IF RUN-OK
               PERFORM 055-LOAD-COMPANIES.
           IF RUN-OK
              AND COMPANY-COUNT = 0
               DISPLAY '**** NO COMPANY ON FILE FOR '
                       TIE-COMPANY-CARD ' ****'
               MOVE 'N' TO RUN-OK-SW.
           IF RUN-OK
               PERFORM 200-SUM-JOURNAL-MOVEMENT
                   UNTIL END-OF-JOURNAL.
      *
       050-ACCEPT-TIE-DATE.
      *
           ACCEPT TIE-CARD FROM SYSIN.
           IF WS-DATE-CARD = SPACES
               MOVE 'G' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO TIE-DATE.
           IF TIE-COMPANY-CARD = SPACES
               MOVE LOW-VALUE  TO FROM-COMPANY
               MOVE HIGH-VALUE TO TO-COMPANY
           ELSE
               MOVE TIE-COMPANY-CARD TO FROM-COMPANY
                                        TO-COMPANY.
      *
       055-LOAD-COMPANIES.
      *
           EXEC SQL
               OPEN COMPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-OK-SW
           ELSE
               PERFORM 058-LOAD-ONE-COMPANY
                   UNTIL END-OF-COMPANIES
                      OR NOT RUN-OK
               EXEC SQL
                   CLOSE COMPCURS
               END-EXEC.
      *
       058-LOAD-ONE-COMPANY.
      *
           EXEC SQL
               FETCH COMPCURS
                   INTO :TIE-COMPANY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-COMPANIES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO RUN-OK-SW
               ELSE
                   IF COMPANY-COUNT >= 20
                       DISPLAY '**** COMPANY TABLE FULL ****'
                       MOVE 'N' TO RUN-OK-SW
                   ELSE
                       PERFORM 060-LOOK-UP-AR-ACCOUNT
                       PERFORM 100-SUM-BOOK-MOVEMENT
                       ADD 1 TO COMPANY-COUNT
                       SET CO-INDEX TO COMPANY-COUNT
                       MOVE TIE-COMPANY TO CO-COMPANY (CO-INDEX)
                       MOVE GL-AR-ACCT  TO CO-AR-ACCT (CO-INDEX)
                       MOVE BK-MOVEMENT
                           TO CO-BOOK-MOVEMENT (CO-INDEX)
                       MOVE ZERO TO CO-JM-DEBITS (CO-INDEX)
                                    CO-JM-CREDITS (CO-INDEX).
      *
       060-LOOK-UP-AR-ACCOUNT.
      *
      *    A COMPANY'S OWN AR ROW WINS OVER THE SHOP-WIDE ROW.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :GL-AR-ACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY = 'AR'
                         AND GLCOMP IN (:TIE-COMPANY, ' ')
                       ORDER BY GLCOMP DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR AR, COMPANY '
                       TIE-COMPANY ' ****'
               MOVE 'N' TO RUN-OK-SW.
      *
       100-SUM-BOOK-MOVEMENT.
                   INTO :BK-BILLINGS
                   FROM MM01.INVOICE
                       WHERE INVDATE = :TIE-DATE
                         AND INVCOMP = :TIE-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-OK-SW.
                   INTO :BK-BILLINGS-HIST
                   FROM MM01.INVHIST
                       WHERE INVDATE = :TIE-DATE
                         AND INVCOMP = :TIE-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-OK-SW.
                   INTO :BK-CASH
                   FROM MM01.PAYMENT
                       WHERE PAYDATE = :TIE-DATE
                         AND PAYCOMP = :TIE-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-OK-SW.
                   INTO :BK-CASH-HIST
                   FROM MM01.PAYHIST
                       WHERE PAYDATE = :TIE-DATE
                         AND PAYCOMP = :TIE-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-OK-SW.
           READ JRNLIN
               AT END
                   MOVE 'Y' TO END-OF-JOURNAL-SW.
      *
      *    A GROUP FOR A COMPANY NOT IN THIS RUN IS PASSED OVER.
      *
           IF NOT END-OF-JOURNAL
               IF JR-HEADER-RECORD
                   MOVE 0 TO JOURNAL-SUB
                   PERFORM 210-FIND-JOURNAL-COMPANY
                       VARYING CO-INDEX FROM 1 BY 1
                       UNTIL CO-INDEX > COMPANY-COUNT
               ELSE
                   IF JR-DETAIL-RECORD
                      AND JOURNAL-SUB > 0
                       SET CO-INDEX TO JOURNAL-SUB
                       IF JR-GLACCT = CO-AR-ACCT (CO-INDEX)
                           IF JR-DC-CODE = 'D'
                               ADD JR-AMOUNT
                                   TO CO-JM-DEBITS (CO-INDEX)
                           ELSE
                               ADD JR-AMOUNT
                                   TO CO-JM-CREDITS (CO-INDEX).
      *
       210-FIND-JOURNAL-COMPANY.
      *
           IF CO-COMPANY (CO-INDEX) = JR-COMPANY
               SET JOURNAL-SUB TO CO-INDEX.
      *
       300-REPORT-TIE-OUT.
      *
           DISPLAY '---------------------------------------------'.
           DISPLAY 'AR-TO-GL TIE-OUT FOR ' TIE-DATE.
           DISPLAY '---------------------------------------------'.
           PERFORM 310-REPORT-ONE-COMPANY
               VARYING CO-INDEX FROM 1 BY 1
               UNTIL CO-INDEX > COMPANY-COUNT.
           COMPUTE TOTAL-DIFFERENCE =
               TOTAL-BOOK-MOVEMENT - TOTAL-JM-MOVEMENT.
           DISPLAY 'ALL COMPANIES'.
           MOVE TOTAL-BOOK-MOVEMENT TO EDITED-AMOUNT.
           DISPLAY 'SUBLEDGER AR MOVEMENT:  ' EDITED-AMOUNT.
           MOVE TOTAL-JM-MOVEMENT TO EDITED-AMOUNT.
           DISPLAY 'JOURNAL AR MOVEMENT:    ' EDITED-AMOUNT.
           MOVE TOTAL-DIFFERENCE TO EDITED-AMOUNT.
           DISPLAY 'DIFFERENCE:             ' EDITED-AMOUNT.
      *
       310-REPORT-ONE-COMPANY.
      *
           MOVE CO-BOOK-MOVEMENT (CO-INDEX) TO BK-MOVEMENT.
           COMPUTE JM-MOVEMENT = CO-JM-DEBITS (CO-INDEX)
                               - CO-JM-CREDITS (CO-INDEX).
           COMPUTE TIE-DIFFERENCE = BK-MOVEMENT - JM-MOVEMENT.
           ADD BK-MOVEMENT TO TOTAL-BOOK-MOVEMENT.
           ADD JM-MOVEMENT TO TOTAL-JM-MOVEMENT.
           DISPLAY 'COMPANY ' CO-COMPANY (CO-INDEX)
                   '  AR ACCOUNT ' CO-AR-ACCT (CO-INDEX).
           MOVE BK-MOVEMENT TO EDITED-AMOUNT.
           DISPLAY 'SUBLEDGER AR MOVEMENT:  ' EDITED-AMOUNT.
           MOVE JM-MOVEMENT TO EDITED-AMOUNT.
           ELSE
               DISPLAY '**** AR DOES NOT TIE TO THE JOURNAL ****'
               MOVE 4 TO RETURN-CODE.
           DISPLAY '---------------------------------------------'.
      *
