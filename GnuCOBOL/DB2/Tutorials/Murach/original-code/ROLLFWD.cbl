       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ROLLFWD.
      *
      *    ROLLED-FORWARD POSTINGS REPORT.  LISTS EVERY POSTING
      *    THAT A POSTING PROGRAM MOVED OUT OF A CLOSED ACCOUNTING
      *    PERIOD INTO THE FIRST OPEN ONE, AS LOGGED BY PERLOCK IN
      *    MM01.PERROLL, SO THE CLOSE CAN BE RECONCILED AGAINST
      *    WHAT ARRIVED LATE.  ROWS ARE SELECTED BY THE DATE THEY
      *    WERE LOGGED.
      *
      *    SYSIN CARD:
      *       COLS  1-8   FROM DATE YYYYMMDD (BLANK = BUSINESS DATE)
      *       COLS  9-16  TO DATE YYYYMMDD (BLANK = FROM DATE)
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
           05  END-OF-ROLLS-SW         PIC X   VALUE 'N'.
               88  END-OF-ROLLS                VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  BUSINESS-DATE-FIELDS.
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'ROLLFWD '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  FROM-DATE               PIC X(10).
           05  TO-DATE                 PIC X(10).
           05  RANGE-CARD.
               10  RC-FROM-DATE        PIC X(08).
               10  RC-TO-DATE          PIC X(08).
      *
       01  ROLL-FIELDS.
           05  PR-PROGRAM              PIC X(8).
           05  PR-TRANS-KEY            PIC X(40).
           05  PR-ORIG-DATE            PIC X(10).
           05  PR-POST-DATE            PIC X(10).
           05  PR-LOG-TS               PIC X(26).
      *
       01  ROLL-TOTAL-FIELDS           COMP-3.
           05  ROLLS-COUNT             PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)   VALUE
               'ROLLED-FORWARD POSTINGS - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(43)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(16)   VALUE 'LOGGED FROM     '.
           05  HL2-FROM    PIC X(10).
           05  FILLER      PIC X(6)    VALUE '  TO  '.
           05  HL2-TO      PIC X(10).
           05  FILLER      PIC X(90)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'PROGRAM   TRANSACTIO'.
           05  FILLER      PIC X(20)   VALUE 'N                   '.
           05  FILLER      PIC X(20)   VALUE '            ORIG DAT'.
           05  FILLER      PIC X(20)   VALUE 'E  POSTED DATE  LOGG'.
           05  FILLER      PIC X(20)   VALUE 'ED                  '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-PROGRAM  PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-KEY      PIC X(40).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ORIG     PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-POST     PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-LOGGED   PIC X(26).
           05  FILLER      PIC X(30)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(31)   VALUE
               ' POSTING(S) ROLLED FORWARD     '.
           05  FILLER      PIC X(86)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE ROLLCURS CURSOR FOR
                   SELECT PRPROGRAM,  PRTRANSKEY, PRORIGDATE,
                          PRPOSTDATE, CHAR(PRLOGTS)
                       FROM MM01.PERROLL
                       WHERE DATE(PRLOGTS) BETWEEN :FROM-DATE
                                               AND :TO-DATE
                       ORDER BY PRPROGRAM, PRPOSTDATE, PRLOGTS
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-ROLLED-POSTINGS.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-DATE-RANGE.
           IF VALID-CURSOR
               PERFORM 100-OPEN-ROLL-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PRINT-ONE-ROLL
                   UNTIL END-OF-ROLLS
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-ROLL-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINE.
           CLOSE PRTOUT.
           DISPLAY ROLLS-COUNT ' POSTING(S) ROLLED FORWARD.'.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-DATE-RANGE.
      *
           MOVE SPACES TO RANGE-CARD.
           ACCEPT RANGE-CARD FROM SYSIN.
           IF RC-FROM-DATE = SPACES
               MOVE 'G' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS
               IF BZD-STATUS = '0'
                   MOVE BZD-DATE TO FROM-DATE
               ELSE
                   DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
               END-IF
           ELSE
               STRING RC-FROM-DATE(1:4) '-' RC-FROM-DATE(5:2) '-'
                      RC-FROM-DATE(7:2) DELIMITED BY SIZE
                   INTO FROM-DATE.
           IF RC-TO-DATE = SPACES
               MOVE FROM-DATE TO TO-DATE
           ELSE
               STRING RC-TO-DATE(1:4) '-' RC-TO-DATE(5:2) '-'
                      RC-TO-DATE(7:2) DELIMITED BY SIZE
                   INTO TO-DATE.
           MOVE FROM-DATE TO HL2-FROM.
           MOVE TO-DATE   TO HL2-TO.
      *
       100-OPEN-ROLL-CURSOR.
      *
           EXEC SQL
               OPEN ROLLCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PRINT-ONE-ROLL.
      *
           PERFORM 210-FETCH-ROLL-ROW.
           IF NOT END-OF-ROLLS
               IF VALID-CURSOR
                   PERFORM 220-PRINT-ROLL-LINE
                   ADD 1 TO ROLLS-COUNT.
      *
       210-FETCH-ROLL-ROW.
      *
           EXEC SQL
               FETCH ROLLCURS
                   INTO :PR-PROGRAM,   :PR-TRANS-KEY, :PR-ORIG-DATE,
                        :PR-POST-DATE, :PR-LOG-TS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-ROLLS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-PRINT-ROLL-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE PR-PROGRAM   TO RL-PROGRAM.
           MOVE PR-TRANS-KEY TO RL-KEY.
           MOVE PR-ORIG-DATE TO RL-ORIG.
           MOVE PR-POST-DATE TO RL-POST.
           MOVE PR-LOG-TS    TO RL-LOGGED.
           MOVE REPORT-LINE  TO PRTOUT-RECORD.
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
           MOVE 1 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
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
       300-CLOSE-ROLL-CURSOR.
      *
           EXEC SQL
               CLOSE ROLLCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING.
           IF VALID-CURSOR
               MOVE ROLLS-COUNT TO TL-COUNT
               MOVE TOTAL-LINE  TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
      *
