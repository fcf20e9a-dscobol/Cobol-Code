       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CORRREG.
      *
      *    INVOICE CORRECTIONS REGISTER.  LISTS THE CREDIT-AND-
      *    REBILL CORRECTIONS INVUPDT POSTED BETWEEN THE TWO DATE
      *    CARDS (YYYYMMDD FROM, YYYYMMDD TO), ONE LINE EACH FROM
      *    MM01.INVCORR IN DATE AND ORIGINAL-INVOICE ORDER.
      *
      *    EACH LINE SHOWS THE ORIGINAL CREDITED IN FULL, THE
      *    REPLACEMENT IT WAS REBILLED AS, THE DIFFERENCE THE
      *    CORRECTION MADE TO THE CUSTOMER'S BALANCE, THE PAYMENTS
      *    MOVED FROM THE ORIGINAL TO THE REPLACEMENT, AND THE
      *    REASON CODE AND TEXT THE CLERK KEYED WITH THE USER WHO
      *    KEYED IT.  THE TOTAL LINE GIVES THE NET EFFECT OF THE
      *    PERIOD'S CORRECTIONS ON BILLINGS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRTOUT ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PRTOUT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-CORRECTIONS-SW   PIC X   VALUE 'N'.
               88  END-OF-CORRECTIONS          VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  FROM-DATE               PIC X(10).
           05  TO-DATE                 PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
           COPY EOJSTAT.
      *
       01  CORRECTION-ROW.
           05  CR-DATE                 PIC X(10).
           05  CR-ORIGINV              PIC X(6).
           05  CR-NEWINV               PIC X(6).
           05  CR-CUST                 PIC X(6).
           05  CR-TOTAL                PIC S9(9)V99    COMP-3.
           05  CR-NEWTOTAL             PIC S9(9)V99    COMP-3.
           05  CR-PAYMOVED             PIC S9(9)V99    COMP-3.
           05  CR-REASON               PIC XX.
           05  CR-TEXT                 PIC X(30).
           05  CR-USER                 PIC X(8).
      *
       01  CORRECTION-DIFFERENCE       PIC S9(9)V99    COMP-3.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-CORRECTION-COUNT     PIC S9(9)       VALUE ZERO.
           05  GT-CREDITED             PIC S9(11)V99   VALUE ZERO.
           05  GT-REBILLED             PIC S9(11)V99   VALUE ZERO.
           05  GT-NET                  PIC S9(11)V99   VALUE ZERO.
           05  GT-PAYMOVED             PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'INVOICE CORRECTIONS REGISTER -'.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(38)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  PERIOD-LINE.
           05  FILLER      PIC X(8)    VALUE 'PERIOD: '.
           05  PL-FROM     PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  PL-TO       PIC X(10).
           05  FILLER      PIC X(100)  VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(11)   VALUE 'DATE'.
           05  FILLER      PIC X(7)    VALUE 'ORIG'.
           05  FILLER      PIC X(7)    VALUE 'NEW'.
           05  FILLER      PIC X(7)    VALUE 'CUST'.
           05  FILLER      PIC X(13)   VALUE '    CREDITED'.
           05  FILLER      PIC X(13)   VALUE '    REBILLED'.
           05  FILLER      PIC X(13)   VALUE '  DIFFERENCE'.
           05  FILLER      PIC X(13)   VALUE 'PAYMTS MOVED'.
           05  FILLER      PIC X(3)    VALUE 'RS'.
           05  FILLER      PIC X(31)   VALUE 'REASON'.
           05  FILLER      PIC X(14)   VALUE 'USER'.
      *
       01  REPORT-LINE.
           05  RL-DATE     PIC X(10).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-ORIGINV  PIC X(6).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-NEWINV   PIC X(6).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-CUST     PIC X(6).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-CREDITED PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-REBILLED PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-DIFF     PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-PAYMOVED PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-REASON   PIC XX.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-TEXT     PIC X(30).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-USER     PIC X(8).
           05  FILLER      PIC X(6)    VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(7)    VALUE 'TOTAL: '.
           05  TL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(16)   VALUE ' CORRECTION(S)'.
           05  TL-CREDITED PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  TL-REBILLED PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  TL-NET      PIC -(8)9.99.
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  TL-PAYMOVED PIC -(8)9.99.
           05  FILLER      PIC X(49)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    THE DIFFERENCE IS THE REPLACEMENT LESS THE ORIGINAL, SO
      *    A POSITIVE AMOUNT IS AN UNDERBILLING PUT RIGHT AND A
      *    NEGATIVE ONE AN OVERBILLING GIVEN BACK.
      *
           EXEC SQL
               DECLARE CORRCURS CURSOR FOR
                   SELECT CRDATE,     CRORIGINV,  CRNEWINV,
                          CRCUST,     CRTOTAL,    CRNEWTOTAL,
                          CRPAYMOVED, CRREASON,   CRTEXT,
                          CRUSER
                       FROM MM01.INVCORR
                       WHERE CRDATE BETWEEN :FROM-DATE AND :TO-DATE
                       ORDER BY CRDATE, CRORIGINV
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-CORRECTIONS-RPT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'CORRREG ' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-DATE-RANGE.
           PERFORM 100-OPEN-CORRECTION-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PRINT-CORRECTION-ROW
                   UNTIL END-OF-CORRECTIONS
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-CORRECTION-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINE.
           CLOSE PRTOUT.
           MOVE GT-CORRECTION-COUNT TO EOJS-Records-In
                                       EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-DATE-RANGE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO FROM-DATE.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO TO-DATE.
           MOVE FROM-DATE TO PL-FROM.
           MOVE TO-DATE   TO PL-TO.
      *
       100-OPEN-CORRECTION-CURSOR.
      *
           EXEC SQL
               OPEN CORRCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PRINT-CORRECTION-ROW.
      *
           PERFORM 210-FETCH-CORRECTION-ROW.
           IF NOT END-OF-CORRECTIONS
               IF VALID-CURSOR
                   COMPUTE CORRECTION-DIFFERENCE =
                       CR-NEWTOTAL - CR-TOTAL
                   ADD 1                     TO GT-CORRECTION-COUNT
                   ADD CR-TOTAL              TO GT-CREDITED
                   ADD CR-NEWTOTAL           TO GT-REBILLED
                   ADD CORRECTION-DIFFERENCE TO GT-NET
                   ADD CR-PAYMOVED           TO GT-PAYMOVED
                   MOVE CR-DATE               TO RL-DATE
                   MOVE CR-ORIGINV            TO RL-ORIGINV
                   MOVE CR-NEWINV             TO RL-NEWINV
                   MOVE CR-CUST               TO RL-CUST
                   MOVE CR-TOTAL              TO RL-CREDITED
                   MOVE CR-NEWTOTAL           TO RL-REBILLED
                   MOVE CORRECTION-DIFFERENCE TO RL-DIFF
                   MOVE CR-PAYMOVED           TO RL-PAYMOVED
                   MOVE CR-REASON             TO RL-REASON
                   MOVE CR-TEXT               TO RL-TEXT
                   MOVE CR-USER               TO RL-USER
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       210-FETCH-CORRECTION-ROW.
      *
           EXEC SQL
               FETCH CORRCURS
                   INTO :CR-DATE,     :CR-ORIGINV,  :CR-NEWINV,
                        :CR-CUST,     :CR-TOTAL,    :CR-NEWTOTAL,
                        :CR-PAYMOVED, :CR-REASON,   :CR-TEXT,
                        :CR-USER
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-CORRECTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       230-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 240-WRITE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE PERIOD-LINE TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       240-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       250-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-CLOSE-CORRECTION-CURSOR.
      *
           EXEC SQL
               CLOSE CORRCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING.
           IF VALID-CURSOR
               MOVE GT-CORRECTION-COUNT TO TL-COUNT
               MOVE GT-CREDITED         TO TL-CREDITED
               MOVE GT-REBILLED         TO TL-REBILLED
               MOVE GT-NET              TO TL-NET
               MOVE GT-PAYMOVED         TO TL-PAYMOVED
               MOVE TOTAL-LINE          TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                        TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
