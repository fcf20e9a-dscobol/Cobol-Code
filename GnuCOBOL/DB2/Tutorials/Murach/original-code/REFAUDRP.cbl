       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REFAUDRP.
      *
      *    REFERENCE TABLE CHANGE AUDIT REPORT.  LISTS THE ADDS,
      *    CHANGES AND DELETES RECORDED IN MM01.REFAUDIT BY THE
      *    REFERENCE-TABLE MAINTENANCE PROGRAMS (SEE REFAUDIT), BY
      *    TABLE AND THEN IN THE ORDER THEY WERE POSTED, WITH THE
      *    OPERATOR, THE PROGRAM, AND THE BEFORE AND AFTER IMAGES
      *    OF THE ROW.  EACH TABLE IS SUBTOTALED.
      *
      *    KEYWORDS:  TABLE     ONE TABLE NAME, BLANK FOR ALL
      *               FROMDATE  YYYYMMDD, DEFAULT FIRST OF THE MONTH
      *               TODATE    YYYYMMDD, DEFAULT TODAY
      *               USER      ONE OPERATOR ID, BLANK FOR ALL
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
           05  END-OF-AUDIT-SW         PIC X   VALUE 'N'.
               88  END-OF-AUDIT                VALUE 'Y'.
           05  FIRST-ROW-SW            PIC X   VALUE 'Y'.
               88  FIRST-ROW                   VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'REFAUDRP'.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
      *    A BLANK TABLE OR USER KEYWORD SELECTS THE WHOLE RANGE
      *    OF THE COLUMN, SO ONE CURSOR SERVES EVERY COMBINATION.
      *
       01  SELECTION-PARAMETERS.
           05  TABLE-LOW               PIC X(8).
           05  TABLE-HIGH              PIC X(8).
           05  USER-LOW                PIC X(8).
           05  USER-HIGH               PIC X(8).
           05  FROM-DATE               PIC X(10).
           05  TO-DATE                 PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  AUDIT-ROW.
           05  RA-TABLE                PIC X(8).
           05  RA-KEY                  PIC X(30).
           05  RA-TRANS-CODE           PIC X.
               88  RA-ADD                      VALUE 'A'.
               88  RA-CHANGE                   VALUE 'R'.
               88  RA-DELETE                   VALUE 'D'.
           05  RA-AUDIT-TS             PIC X(26).
           05  RA-USER-ID              PIC X(8).
           05  RA-PROGRAM              PIC X(8).
           05  RA-BEFORE-IMAGE         PIC X(100).
           05  RA-AFTER-IMAGE          PIC X(100).
      *
       01  CONTROL-FIELDS.
           05  OLD-TABLE               PIC X(8).
           05  HOLD-LINE               PIC X(132).
      *
       01  REPORT-COUNTERS             COMP-3.
           05  TABLE-CHANGES           PIC S9(7)       VALUE ZERO.
           05  TOTAL-CHANGES           PIC S9(7)       VALUE ZERO.
           05  TOTAL-ADDS              PIC S9(7)       VALUE ZERO.
           05  TOTAL-CHANGED           PIC S9(7)       VALUE ZERO.
           05  TOTAL-DELETES           PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(33)   VALUE
               'REFERENCE TABLE CHANGE AUDIT -   '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  SELECTION-LINE.
           05  FILLER      PIC X(8)    VALUE 'CHANGES '.
           05  SL-FROM     PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  SL-TO       PIC X(10).
           05  FILLER      PIC X(9)    VALUE '   TABLE '.
           05  SL-TABLE    PIC X(8).
           05  FILLER      PIC X(8)    VALUE '   USER '.
           05  SL-USER     PIC X(8).
           05  FILLER      PIC X(67)   VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'TABLE     KEY       '.
           05  FILLER      PIC X(20)   VALUE SPACES.
           05  FILLER      PIC X(20)   VALUE 'ACTION  USER      PR'.
           05  FILLER      PIC X(20)   VALUE 'OGRAM   POSTED      '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-TABLE    PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-KEY      PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ACTION   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-USER     PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-PROGRAM  PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-POSTED   PIC X(26).
           05  FILLER      PIC X(36)   VALUE SPACES.
      *
       01  IMAGE-LINE.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  IL-LABEL    PIC X(8).
           05  IL-IMAGE    PIC X(100).
           05  FILLER      PIC X(14)   VALUE SPACES.
      *
       01  TABLE-TOTAL-LINE.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  TTL-TABLE   PIC X(8).
           05  FILLER      PIC X(10)   VALUE ' CHANGES: '.
           05  TTL-COUNT   PIC Z(6)9.
           05  FILLER      PIC X(97)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(30).
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(95)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE AUDCURS CURSOR FOR
                   SELECT RFTABLE,      RFKEY,        RFTRANSCODE,
                          CHAR(RFAUDITTS),
                          RFUSER,       RFPROGRAM,
                          RFBEFORE,     RFAFTER
                       FROM MM01.REFAUDIT
                       WHERE RFTABLE BETWEEN :TABLE-LOW AND :TABLE-HIGH
                         AND RFUSER  BETWEEN :USER-LOW  AND :USER-HIGH
                         AND DATE(RFAUDITTS)
                                     BETWEEN :FROM-DATE AND :TO-DATE
                       ORDER BY RFTABLE, RFAUDITTS, RFKEY
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-AUDIT-REPORT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'REFAUDRP' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 100-OPEN-AUDIT-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-REPORT-ONE-CHANGE
                   UNTIL END-OF-AUDIT
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-AUDIT-CURSOR.
           IF NOT FIRST-ROW
               PERFORM 250-PRINT-TABLE-TOTAL.
           PERFORM 400-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           DISPLAY TOTAL-CHANGES ' REFERENCE TABLE CHANGE(S) LISTED.'.
           MOVE TOTAL-CHANGES TO EOJS-Records-In.
           MOVE TOTAL-CHANGES TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 4          TO PPS-ENTRY-COUNT.
           MOVE 'TABLE'    TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'FROMDATE' TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (2).
           MOVE 'TODATE'   TO PPS-KEYWORD (3).
           MOVE SPACES     TO PPS-VALUE (3).
           MOVE 'USER'     TO PPS-KEYWORD (4).
           MOVE SPACES     TO PPS-VALUE (4).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 050-SET-SELECTION-RANGES.
      *
       050-SET-SELECTION-RANGES.
      *
           IF PPS-VALUE (1) = SPACES
               MOVE LOW-VALUES          TO TABLE-LOW
               MOVE HIGH-VALUES         TO TABLE-HIGH
               MOVE 'ALL'               TO SL-TABLE
           ELSE
               MOVE PPS-VALUE (1) (1:8) TO TABLE-LOW
                                           TABLE-HIGH
                                           SL-TABLE.
           IF PPS-VALUE (4) = SPACES
               MOVE LOW-VALUES          TO USER-LOW
               MOVE HIGH-VALUES         TO USER-HIGH
               MOVE 'ALL'               TO SL-USER
           ELSE
               MOVE PPS-VALUE (4) (1:8) TO USER-LOW
                                           USER-HIGH
                                           SL-USER.
           MOVE PPS-VALUE (2) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE CDT-FULL-DATE TO WS-DATE-CARD
               MOVE '01'          TO WS-DATE-CARD (7:2).
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE
                  INTO FROM-DATE.
           MOVE PPS-VALUE (3) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE CDT-FULL-DATE TO WS-DATE-CARD.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE
                  INTO TO-DATE.
           IF FROM-DATE > TO-DATE
               DISPLAY 'FROMDATE IS LATER THAN TODATE.'
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE FROM-DATE TO SL-FROM.
           MOVE TO-DATE   TO SL-TO.
      *
       100-OPEN-AUDIT-CURSOR.
      *
           EXEC SQL
               OPEN AUDCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-REPORT-ONE-CHANGE.
      *
           EXEC SQL
               FETCH AUDCURS
                   INTO :RA-TABLE,       :RA-KEY,     :RA-TRANS-CODE,
                        :RA-AUDIT-TS,
                        :RA-USER-ID,     :RA-PROGRAM,
                        :RA-BEFORE-IMAGE, :RA-AFTER-IMAGE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-AUDIT-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   IF FIRST-ROW
                       MOVE 'N'      TO FIRST-ROW-SW
                       MOVE RA-TABLE TO OLD-TABLE
                   END-IF
                   IF RA-TABLE NOT = OLD-TABLE
                       PERFORM 250-PRINT-TABLE-TOTAL
                       MOVE RA-TABLE TO OLD-TABLE
                   END-IF
                   PERFORM 210-PRINT-CHANGE-LINES
           END-EVALUATE.
      *
       210-PRINT-CHANGE-LINES.
      *
           ADD 1 TO TABLE-CHANGES
                    TOTAL-CHANGES.
           EVALUATE TRUE
               WHEN RA-ADD
                   MOVE 'ADD'    TO RL-ACTION
                   ADD 1 TO TOTAL-ADDS
               WHEN RA-CHANGE
                   MOVE 'CHANGE' TO RL-ACTION
                   ADD 1 TO TOTAL-CHANGED
               WHEN RA-DELETE
                   MOVE 'DELETE' TO RL-ACTION
                   ADD 1 TO TOTAL-DELETES
               WHEN OTHER
                   MOVE RA-TRANS-CODE TO RL-ACTION
           END-EVALUATE.
           MOVE RA-TABLE    TO RL-TABLE.
           MOVE RA-KEY      TO RL-KEY.
           MOVE RA-USER-ID  TO RL-USER.
           MOVE RA-PROGRAM  TO RL-PROGRAM.
           MOVE RA-AUDIT-TS TO RL-POSTED.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 220-PRINT-REPORT-LINE.
           IF RA-BEFORE-IMAGE NOT = SPACES
               MOVE 'BEFORE: '      TO IL-LABEL
               MOVE RA-BEFORE-IMAGE TO IL-IMAGE
               MOVE IMAGE-LINE      TO PRTOUT-RECORD
               PERFORM 220-PRINT-REPORT-LINE.
           IF RA-AFTER-IMAGE NOT = SPACES
               MOVE 'AFTER:  '      TO IL-LABEL
               MOVE RA-AFTER-IMAGE  TO IL-IMAGE
               MOVE IMAGE-LINE      TO PRTOUT-RECORD
               PERFORM 220-PRINT-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       220-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               MOVE PRTOUT-RECORD TO HOLD-LINE
               PERFORM 230-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT
               MOVE HOLD-LINE TO PRTOUT-RECORD.
           PERFORM 245-WRITE-REPORT-LINE.
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
           MOVE SELECTION-LINE TO PRTOUT-RECORD.
           PERFORM 245-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 245-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       240-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       245-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       250-PRINT-TABLE-TOTAL.
      *
           MOVE OLD-TABLE     TO TTL-TABLE.
           MOVE TABLE-CHANGES TO TTL-COUNT.
           MOVE TABLE-TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 220-PRINT-REPORT-LINE.
           MOVE ZERO TO TABLE-CHANGES.
           MOVE 2 TO SPACE-CONTROL.
      *
       300-CLOSE-AUDIT-CURSOR.
      *
           EXEC SQL
               CLOSE AUDCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 230-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'CHANGES LISTED:'              TO TL-LABEL
               MOVE TOTAL-CHANGES                  TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'ADDS:'                        TO TL-LABEL
               MOVE TOTAL-ADDS                     TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'CHANGES:'                     TO TL-LABEL
               MOVE TOTAL-CHANGED                  TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'DELETES:'                     TO TL-LABEL
               MOVE TOTAL-DELETES                  TO TL-COUNT
               PERFORM 410-WRITE-TOTAL-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD
               PERFORM 245-WRITE-REPORT-LINE.
      *
       410-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 245-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
