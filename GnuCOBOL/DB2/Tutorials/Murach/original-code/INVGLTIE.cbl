       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    INVGLTIE.
      *
      *    MONTH-END INVENTORY-TO-GL PROOF.  THE INVENTORY AND
      *    IN-TRANSIT GL BALANCE IS CARRIED FORWARD FROM LAST
      *    MONTH'S VALUATION TOTAL (THE VALUATION FILE BDS0714
      *    WROTE AT LAST MONTH-END) AND MOVED BY EVERY DAILY
      *    INVENTORY JOURNAL INVJRNL WROTE THIS MONTH, CONCATENATED
      *    ON JRNLIN.  THE RESULT MUST EQUAL THIS MONTH'S VALUATION
      *    TOTAL FROM BDS0714; A DIFFERENCE MEANS A MOVEMENT
      *    REACHED THE COST LAYERS WITHOUT REACHING THE JOURNAL,
      *    OR A MANUAL ENTRY WAS POSTED AGAINST THE ACCOUNTS.
      *
      *    THE SYSIN CARD IS THE COMPANY CODE THAT CARRIES THE
      *    STOCK (BLANK FOR THE SHOP-WIDE GLMAP ROWS); ONLY THE
      *    JOURNAL GROUPS WHOSE HEADER CARRIES THAT CODE COUNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT JRNLIN   ASSIGN TO UT-S-JRNLIN.
      *
           SELECT VALOPEN  ASSIGN TO UT-S-VALOPEN
               FILE STATUS IS WS-VALOPEN-STATUS.
      *
           SELECT VALCLOSE ASSIGN TO UT-S-VALCLOSE
               FILE STATUS IS WS-VALCLOSE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  JRNLIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  JOURNAL-RECORD.
      *
           05  JR-RECORD-TYPE           PIC X.
               88  JR-HEADER-RECORD         VALUE 'H'.
               88  JR-DETAIL-RECORD         VALUE 'D'.
               88  JR-TRAILER-RECORD        VALUE 'T'.
           05  JR-RECORD-DATA.
               10  JR-GLACCT            PIC X(8).
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
       FD  VALOPEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  OPENING-VALUE-RECORD.
           05  VO-DATE                  PIC 9(8).
           05  VO-TOTAL-SIGN            PIC X.
           05  VO-TOTAL                 PIC 9(11)V99.
           05  VO-TRANSIT               PIC 9(9)V99.
      *
       FD  VALCLOSE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  CLOSING-VALUE-RECORD.
           05  VC-DATE                  PIC 9(8).
           05  VC-TOTAL-SIGN            PIC X.
           05  VC-TOTAL                 PIC 9(11)V99.
           05  VC-TRANSIT               PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RUN-OK-SW               PIC X   VALUE 'Y'.
               88  RUN-OK                      VALUE 'Y'.
           05  END-OF-JOURNAL-SW       PIC X   VALUE 'N'.
               88  END-OF-JOURNAL              VALUE 'Y'.
           05  IN-COMPANY-GROUP-SW     PIC X   VALUE 'N'.
               88  IN-COMPANY-GROUP            VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VALOPEN==.
           COPY WSFST REPLACING ==:tag:== BY ==VALCLOSE==.
      *
       01  SELECTION-PARAMETERS.
           05  TIE-CARD.
               10  TIE-COMPANY         PIC X(2).
               10  FILLER              PIC X(78).
      *
       01  GL-ACCOUNT-FIELDS.
           05  GL-INVENTORY-ACCT       PIC X(8).
           05  GL-INTRANS-ACCT         PIC X(8).
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  PROOF-FIELDS                COMP-3.
           05  OPENING-VALUE           PIC S9(11)V99   VALUE ZERO.
           05  CLOSING-VALUE           PIC S9(11)V99   VALUE ZERO.
           05  JM-DEBITS               PIC S9(11)V99   VALUE ZERO.
           05  JM-CREDITS              PIC S9(11)V99   VALUE ZERO.
           05  JM-MOVEMENT             PIC S9(11)V99   VALUE ZERO.
           05  GL-BALANCE              PIC S9(11)V99   VALUE ZERO.
           05  TIE-DIFFERENCE          PIC S9(11)V99   VALUE ZERO.
           05  JOURNAL-GROUPS          PIC S9(5)       VALUE ZERO.
      *
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT           PIC Z(10)9.99-.
           05  EDITED-COUNT            PIC ZZZZ9.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROVE-INVENTORY-TO-GL.
      *
           ACCEPT TIE-CARD FROM SYSIN.
           PERFORM 050-READ-VALUATIONS.
           IF RUN-OK
               MOVE 'INVENTRY' TO AL-GLKEY
               PERFORM 060-LOOK-UP-GL-ACCOUNT
               MOVE AL-GLACCT TO GL-INVENTORY-ACCT
               MOVE 'INTRANS' TO AL-GLKEY
               PERFORM 060-LOOK-UP-GL-ACCOUNT
               MOVE AL-GLACCT TO GL-INTRANS-ACCT.
           IF RUN-OK
               OPEN INPUT JRNLIN
               PERFORM 200-SUM-JOURNAL-MOVEMENT
                   UNTIL END-OF-JOURNAL
               CLOSE JRNLIN.
           IF RUN-OK
               PERFORM 300-REPORT-PROOF
           ELSE
               DISPLAY '**** INVENTORY PROOF INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
      *    THE FIRST MONTH ON THE JOURNAL HAS NO OPENING
      *    VALUATION; THE OPENING BALANCE IS THEN ZERO.
      *
       050-READ-VALUATIONS.
      *
           OPEN INPUT VALOPEN.
           IF WS-VALOPEN-GOOD
               READ VALOPEN
               IF WS-VALOPEN-GOOD
                   IF VO-TOTAL-SIGN = '-'
                       COMPUTE OPENING-VALUE = 0 - VO-TOTAL
                   ELSE
                       MOVE VO-TOTAL TO OPENING-VALUE
                   END-IF
               END-IF
               CLOSE VALOPEN.
           OPEN INPUT VALCLOSE.
           IF NOT WS-VALCLOSE-GOOD
               DISPLAY '**** NO CLOSING VALUATION - STATUS '
                       WS-VALCLOSE-STATUS ' ****'
               MOVE 'N' TO RUN-OK-SW
           ELSE
               READ VALCLOSE
               IF NOT WS-VALCLOSE-GOOD
                   DISPLAY '**** CLOSING VALUATION EMPTY ****'
                   MOVE 'N' TO RUN-OK-SW
               ELSE
                   IF VC-TOTAL-SIGN = '-'
                       COMPUTE CLOSING-VALUE = 0 - VC-TOTAL
                   ELSE
                       MOVE VC-TOTAL TO CLOSING-VALUE
                   END-IF
               END-IF
               CLOSE VALCLOSE.
      *
      *    A COMPANY'S OWN ROW WINS OVER THE SHOP-WIDE ROW.
      *
       060-LOOK-UP-GL-ACCOUNT.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY = :AL-GLKEY
                         AND GLCOMP IN (:TIE-COMPANY, ' ')
                       ORDER BY GLCOMP DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR ' AL-GLKEY
                       ', COMPANY ' TIE-COMPANY ' ****'
               MOVE 'N' TO RUN-OK-SW.
      *
       200-SUM-JOURNAL-MOVEMENT.
      *
           READ JRNLIN
               AT END
                   MOVE 'Y' TO END-OF-JOURNAL-SW.
      *
      *    A GROUP FOR ANOTHER COMPANY IS PASSED OVER.
      *
           IF NOT END-OF-JOURNAL
               IF JR-HEADER-RECORD
                   IF JR-COMPANY = TIE-COMPANY
                       MOVE 'Y' TO IN-COMPANY-GROUP-SW
                       ADD 1 TO JOURNAL-GROUPS
                   ELSE
                       MOVE 'N' TO IN-COMPANY-GROUP-SW
                   END-IF
               ELSE
                   IF JR-DETAIL-RECORD
                      AND IN-COMPANY-GROUP
                       IF JR-GLACCT = GL-INVENTORY-ACCT
                          OR JR-GLACCT = GL-INTRANS-ACCT
                           IF JR-DC-CODE = 'D'
                               ADD JR-AMOUNT TO JM-DEBITS
                           ELSE
                               ADD JR-AMOUNT TO JM-CREDITS.
      *
       300-REPORT-PROOF.
      *
           COMPUTE JM-MOVEMENT = JM-DEBITS - JM-CREDITS.
           COMPUTE GL-BALANCE = OPENING-VALUE + JM-MOVEMENT.
           COMPUTE TIE-DIFFERENCE = CLOSING-VALUE - GL-BALANCE.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'INVENTORY-TO-GL PROOF FOR ' VC-DATE
                   '  COMPANY ' TIE-COMPANY.
           DISPLAY 'INVENTORY ACCOUNT ' GL-INVENTORY-ACCT
                   '  IN-TRANSIT ACCOUNT ' GL-INTRANS-ACCT.
           DISPLAY '---------------------------------------------'.
           MOVE JOURNAL-GROUPS TO EDITED-COUNT.
           DISPLAY 'JOURNAL GROUPS READ:    ' EDITED-COUNT.
           MOVE OPENING-VALUE TO EDITED-AMOUNT.
           DISPLAY 'OPENING VALUATION:      ' EDITED-AMOUNT.
           MOVE JM-MOVEMENT TO EDITED-AMOUNT.
           DISPLAY 'JOURNAL MOVEMENT:       ' EDITED-AMOUNT.
           MOVE GL-BALANCE TO EDITED-AMOUNT.
           DISPLAY 'GL INVENTORY BALANCE:   ' EDITED-AMOUNT.
           MOVE CLOSING-VALUE TO EDITED-AMOUNT.
           DISPLAY 'CLOSING VALUATION:      ' EDITED-AMOUNT.
           MOVE TIE-DIFFERENCE TO EDITED-AMOUNT.
           DISPLAY 'DIFFERENCE:             ' EDITED-AMOUNT.
           IF TIE-DIFFERENCE = ZERO
               DISPLAY 'VALUATION AND GL TIE.'
           ELSE
               DISPLAY '**** INVENTORY DOES NOT TIE TO THE GL ****'
               MOVE 4 TO RETURN-CODE.
           DISPLAY '---------------------------------------------'.
      *
