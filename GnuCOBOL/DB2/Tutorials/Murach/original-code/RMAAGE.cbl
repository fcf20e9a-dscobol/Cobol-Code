       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RMAAGE.
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
           05  END-OF-RETURNS-SW       PIC X   VALUE 'N'.
               88  END-OF-RETURNS              VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  RETURN-FIELDS.
           05  RF-RMANO                PIC X(6).
           05  RF-CUSTNO               PIC X(6).
           05  RF-INVNO                PIC X(6).
           05  RF-PRODNO               PIC X(6).
           05  RF-QTY                  PIC S9(7)    COMP-3.
           05  RF-REASON               PIC XX.
           05  RF-CONDITION            PIC X.
           05  RF-AUTH-DATE            PIC X(10).
           05  RF-AGE-DAYS             PIC S9(9)    COMP.
           05  RF-CREDIT               PIC S9(7)V99 COMP-3.
      *
      *    AN AUTHORIZED RETURN THAT HAS NOT COME BACK IS AGED
      *    FROM ITS AUTHORIZATION DATE IN THE SAME 30-DAY BANDS
      *    THE RECEIVABLES AGING USES.
      *
       01  AGING-BUCKET-FIELDS         COMP-3.
           05  BUCKET-CURRENT          PIC S9(9)V99    VALUE ZERO.
           05  BUCKET-30               PIC S9(9)V99    VALUE ZERO.
           05  BUCKET-60               PIC S9(9)V99    VALUE ZERO.
           05  BUCKET-90-PLUS          PIC S9(9)V99    VALUE ZERO.
      *
       01  RETURN-TOTAL-FIELDS         COMP-3.
           05  RETURNS-OPEN            PIC S9(7)       VALUE ZERO.
           05  RETURNS-CREDIT          PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(27)   VALUE
               'AGED OPEN RETURNS REPORT - '.
           05  FILLER      PIC X       VALUE SPACES.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(41)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'RMA NO  CUSTOMER  IN'.
           05  FILLER      PIC X(20)   VALUE 'VOICE   PRODUCT    Q'.
           05  FILLER      PIC X(20)   VALUE 'TY  RSN  C  AUTHORIZ'.
           05  FILLER      PIC X(20)   VALUE 'ED     AGE        CR'.
           05  FILLER      PIC X(52)   VALUE 'EDIT'.
      *
       01  REPORT-LINE.
           05  RL-RMANO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-INVNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PRODNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-QTY      PIC Z(4)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-REASON   PIC XX.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-COND     PIC X.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AUTHED   PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-AGE      PIC Z(3)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CREDIT   PIC Z(6)9.99.
           05  FILLER      PIC X(55)   VALUE SPACES.
      *
       01  BUCKET-LINE.
           05  FILLER      PIC X(10)   VALUE 'CURRENT:  '.
           05  BL-CURRENT  PIC Z(8)9.99.
           05  FILLER      PIC X(10)   VALUE '  31-60:  '.
           05  BL-30       PIC Z(8)9.99.
           05  FILLER      PIC X(10)   VALUE '  61-90:  '.
           05  BL-60       PIC Z(8)9.99.
           05  FILLER      PIC X(10)   VALUE '  OVER 90:'.
           05  BL-90-PLUS  PIC Z(8)9.99.
           05  FILLER      PIC X(44)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
           05  TL-COUNT    PIC Z(4)9.
           05  FILLER      PIC X(26)   VALUE
               ' OPEN RETURN(S) TO CREDIT '.
           05  TL-TOTAL    PIC Z(10)9.99.
           05  FILLER      PIC X(79)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE RMACURS CURSOR FOR
                   SELECT RMNO,       RMCUSTNO,   RMINVNO,
                          RMPRODNO,   RMQTY,      RMREASON,
                          RMCOND,     RMAUTHDATE,
                          DAYS(:RUN-DATE) - DAYS(RMAUTHDATE),
                          RMCREDIT
                       FROM MM01.RMA
                       WHERE RMSTATUS = 'A'
                       ORDER BY RMAUTHDATE, RMNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-RETURN-REPORT.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-DATE.
           PERFORM 100-OPEN-RETURN-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PRINT-RETURN-LINE
                   UNTIL END-OF-RETURNS
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-RETURN-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
      *
       100-OPEN-RETURN-CURSOR.
      *
           EXEC SQL
               OPEN RMACURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PRINT-RETURN-LINE.
      *
           PERFORM 210-FETCH-RETURN-ROW.
           IF NOT END-OF-RETURNS
               IF VALID-CURSOR
                   ADD 1         TO RETURNS-OPEN
                   ADD RF-CREDIT TO RETURNS-CREDIT
                   PERFORM 215-ADD-TO-AGING-BUCKET
                   MOVE RF-RMANO     TO RL-RMANO
                   MOVE RF-CUSTNO    TO RL-CUSTNO
                   MOVE RF-INVNO     TO RL-INVNO
                   MOVE RF-PRODNO    TO RL-PRODNO
                   MOVE RF-QTY       TO RL-QTY
                   MOVE RF-REASON    TO RL-REASON
                   MOVE RF-CONDITION TO RL-COND
                   MOVE RF-AUTH-DATE TO RL-AUTHED
                   MOVE RF-AGE-DAYS  TO RL-AGE
                   MOVE RF-CREDIT    TO RL-CREDIT
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       210-FETCH-RETURN-ROW.
      *
           EXEC SQL
               FETCH RMACURS
                   INTO :RF-RMANO,     :RF-CUSTNO,  :RF-INVNO,
                        :RF-PRODNO,    :RF-QTY,     :RF-REASON,
                        :RF-CONDITION, :RF-AUTH-DATE,
                        :RF-AGE-DAYS,  :RF-CREDIT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-RETURNS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       215-ADD-TO-AGING-BUCKET.
      *
           EVALUATE TRUE
               WHEN RF-AGE-DAYS <= 30
                   ADD RF-CREDIT TO BUCKET-CURRENT
               WHEN RF-AGE-DAYS <= 60
                   ADD RF-CREDIT TO BUCKET-30
               WHEN RF-AGE-DAYS <= 90
                   ADD RF-CREDIT TO BUCKET-60
               WHEN OTHER
                   ADD RF-CREDIT TO BUCKET-90-PLUS
           END-EVALUATE.
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
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
      *
       250-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-CLOSE-RETURN-CURSOR.
      *
           EXEC SQL
               CLOSE RMACURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINES.
      *
           IF VALID-CURSOR
               MOVE BUCKET-CURRENT TO BL-CURRENT
               MOVE BUCKET-30      TO BL-30
               MOVE BUCKET-60      TO BL-60
               MOVE BUCKET-90-PLUS TO BL-90-PLUS
               MOVE BUCKET-LINE    TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE
               MOVE RETURNS-OPEN   TO TL-COUNT
               MOVE RETURNS-CREDIT TO TL-TOTAL
               MOVE TOTAL-LINE     TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
      *
