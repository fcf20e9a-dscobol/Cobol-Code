       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BIZSTAT.
      *
      *    MORNING BATCH STATUS REPORT.  FOR ONE BUSINESS DATE,
      *    LISTS EVERY PROGRAM IN THE RUN-ORDER TABLE OR IN THE
      *    DAY'S RUN REGISTER AND WHETHER IT COMPLETED, STARTED
      *    AND NEVER FINISHED, OR DID NOT RUN AT ALL, WITH THE
      *    NUMBER OF ITS PREREQUISITES STILL NOT COMPLETE.  RETURN
      *    CODE 4 WHEN ANYTHING IS LEFT UNFINISHED.
      *
      *    SYSIN CARD:
      *       COLS  1-8   BUSINESS DATE YYYYMMDD (BLANK = CURRENT)
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
           05  END-OF-PROGRAMS-SW      PIC X   VALUE 'N'.
               88  END-OF-PROGRAMS             VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  BUSINESS-DATE-FIELDS.
           05  BZD-FUNCTION             PIC X.
           05  BZD-PROGRAM              PIC X(8) VALUE 'BIZSTAT '.
           05  BZD-DATE                 PIC X(10).
           05  BZD-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  STATUS-DATE             PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  PROGRAM-STATUS-FIELDS.
           05  PS-PROGRAM              PIC X(8).
           05  PS-DONE                 PIC X.
               88  PS-COMPLETED                VALUE 'Y'.
               88  PS-NOT-COMPLETE             VALUE 'N'.
               88  PS-NOT-RUN                  VALUE ' '.
           05  PS-END-TS               PIC X(26).
           05  PS-OPEN-PREREQS         PIC S9(9)       COMP.
      *
       01  STATUS-TOTAL-FIELDS         COMP-3.
           05  COMPLETED-COUNT         PIC S9(5)       VALUE ZERO.
           05  INCOMPLETE-COUNT        PIC S9(5)       VALUE ZERO.
           05  NOT-RUN-COUNT           PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(21)   VALUE 'BATCH RUN STATUS -   '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(48)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(15)   VALUE 'BUSINESS DATE: '.
           05  HL2-DATE    PIC X(10).
           05  FILLER      PIC X(107)  VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'PROGRAM   STATUS    '.
           05  FILLER      PIC X(20)   VALUE '              COMPLE'.
           05  FILLER      PIC X(20)   VALUE 'TED AT              '.
           05  FILLER      PIC X(20)   VALUE '      PREREQS OPEN  '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-PROGRAM  PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-STATUS   PIC X(22).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-END-TS   PIC X(26).
           05  FILLER      PIC X(9)    VALUE SPACES.
           05  RL-PREREQS  PIC ZZZ9.
           05  FILLER      PIC X(59)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'TOTAL: '.
           05  TL-COMPLETED PIC ZZZZ9.
           05  FILLER      PIC X(13)   VALUE ' COMPLETED,  '.
           05  TL-INCOMPLETE PIC ZZZZ9.
           05  FILLER      PIC X(16)   VALUE ' NOT COMPLETE,  '.
           05  TL-NOT-RUN  PIC ZZZZ9.
           05  FILLER      PIC X(12)   VALUE ' DID NOT RUN'.
           05  FILLER      PIC X(68)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    THE PROGRAMS REPORTED ARE EVERY PROGRAM NAMED ON EITHER
      *    SIDE OF A PREREQUISITE, PLUS ANY OTHER PROGRAM THAT
      *    REGISTERED A RUN FOR THE DATE.
      *
           EXEC SQL
               DECLARE STATCURS CURSOR FOR
                   SELECT P.PGM,
                          COALESCE(R.BRDONE, ' '),
                          COALESCE(CHAR(R.BRENDTS), ' '),
                          (SELECT COUNT(*)
                               FROM MM01.BIZPREREQ Q
                               WHERE Q.BPPGM = P.PGM
                                 AND NOT EXISTS
                                     (SELECT 1
                                          FROM MM01.BIZRUN X
                                          WHERE X.BRPGM  = Q.BPREQPGM
                                            AND X.BRDATE = :STATUS-DATE
                                            AND X.BRDONE = 'Y'))
                       FROM (SELECT BPPGM AS PGM
                                 FROM MM01.BIZPREREQ
                             UNION
                             SELECT BPREQPGM
                                 FROM MM01.BIZPREREQ
                             UNION
                             SELECT BRPGM
                                 FROM MM01.BIZRUN
                                 WHERE BRDATE = :STATUS-DATE) P
                           LEFT OUTER JOIN MM01.BIZRUN R
                       ON  R.BRPGM  = P.PGM
                       AND R.BRDATE = :STATUS-DATE
                       ORDER BY P.PGM
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-BATCH-STATUS.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-STATUS-DATE.
           IF VALID-CURSOR
               PERFORM 100-OPEN-STATUS-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PRINT-ONE-PROGRAM
                   UNTIL END-OF-PROGRAMS
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-STATUS-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINE.
           CLOSE PRTOUT.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY COMPLETED-COUNT  ' PROGRAM(S) COMPLETED.'
               DISPLAY INCOMPLETE-COUNT ' PROGRAM(S) NOT COMPLETE.'
               DISPLAY NOT-RUN-COUNT    ' PROGRAM(S) DID NOT RUN.'
               IF INCOMPLETE-COUNT > 0 OR NOT-RUN-COUNT > 0
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-STATUS-DATE.
      *
           MOVE SPACES TO WS-DATE-CARD.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           IF WS-DATE-CARD = SPACES
               MOVE 'G' TO BZD-FUNCTION
               CALL 'BIZDATE' USING BZD-FUNCTION
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS
               IF BZD-STATUS = '0'
                   MOVE BZD-DATE TO STATUS-DATE
               ELSE
                   DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                   MOVE 'N' TO VALID-CURSOR-SW
               END-IF
           ELSE
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                   INTO STATUS-DATE.
           MOVE STATUS-DATE TO HL2-DATE.
      *
       100-OPEN-STATUS-CURSOR.
      *
           EXEC SQL
               OPEN STATCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PRINT-ONE-PROGRAM.
      *
           PERFORM 210-FETCH-STATUS-ROW.
           IF NOT END-OF-PROGRAMS
               IF VALID-CURSOR
                   PERFORM 220-PRINT-STATUS-LINE.
      *
       210-FETCH-STATUS-ROW.
      *
           EXEC SQL
               FETCH STATCURS
                   INTO :PS-PROGRAM, :PS-DONE,
                        :PS-END-TS,  :PS-OPEN-PREREQS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-PROGRAMS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-PRINT-STATUS-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           EVALUATE TRUE
               WHEN PS-COMPLETED
                   MOVE 'COMPLETED'              TO RL-STATUS
                   ADD 1 TO COMPLETED-COUNT
               WHEN PS-NOT-COMPLETE
                   MOVE 'STARTED - NOT COMPLETE' TO RL-STATUS
                   ADD 1 TO INCOMPLETE-COUNT
               WHEN OTHER
                   MOVE 'DID NOT RUN'            TO RL-STATUS
                   ADD 1 TO NOT-RUN-COUNT
           END-EVALUATE.
           MOVE PS-PROGRAM      TO RL-PROGRAM.
           MOVE PS-END-TS       TO RL-END-TS.
           MOVE PS-OPEN-PREREQS TO RL-PREREQS.
           MOVE REPORT-LINE     TO PRTOUT-RECORD.
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
       300-CLOSE-STATUS-CURSOR.
      *
           EXEC SQL
               CLOSE STATCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING.
           IF VALID-CURSOR
               MOVE COMPLETED-COUNT  TO TL-COMPLETED
               MOVE INCOMPLETE-COUNT TO TL-INCOMPLETE
               MOVE NOT-RUN-COUNT    TO TL-NOT-RUN
               MOVE TOTAL-LINE       TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                     TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
      *
