       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LEAVRPT.
      *
      *    ACCRUED LEAVE BALANCE REPORT.  FOR EVERY EMPLOYEE ON THE
      *    PAYROLL WITH A BALANCE ON MM01.LEAVBAL, BY DEPARTMENT:
      *    THE VACATION AND SICK HOURS OWED AND THE VACATION
      *    LIABILITY - THE VACATION HOURS AT THE CURRENT SALARY
      *    OVER 2080 HOURS A YEAR.  SICK TIME IS NOT PAID OUT ON
      *    TERMINATION, SO IT CARRIES NO LIABILITY.  THE REPORT
      *    TOTAL IS THE YEAR-END ACCRUED VACATION ENTRY.  AN
      *    INACTIVE EMPLOYEE'S BALANCE WAS PAID OUT AND IS LEFT
      *    OFF.
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
           05  END-OF-EMPLOYEES-SW     PIC X   VALUE 'N'.
               88  END-OF-EMPLOYEES            VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  EMPLOYEE-FIELDS.
           05  EM-EMPNO                PIC X(6).
           05  EM-FNAME                PIC X(20).
           05  EM-LNAME                PIC X(30).
           05  EM-DEPT                 PIC X(3).
           05  EM-DEPT-IND             PIC S9(4)      COMP.
           05  EM-SALARY               PIC S9(7)V99   COMP-3.
           05  EM-HOURLY-RATE          PIC S9(5)V99   COMP-3.
           05  EM-VACATION             PIC S9(5)V99   COMP-3.
           05  EM-SICK                 PIC S9(5)V99   COMP-3.
           05  EM-LIABILITY            PIC S9(9)V99   COMP-3.
      *
       01  DEPARTMENT-BREAK-FIELDS.
           05  DB-DEPT                 PIC X(3)       VALUE SPACES.
           05  DB-EMP-COUNT            PIC S9(5)      COMP-3
                                                      VALUE ZERO.
           05  DB-VACATION             PIC S9(7)V99   COMP-3
                                                      VALUE ZERO.
           05  DB-SICK                 PIC S9(7)V99   COMP-3
                                                      VALUE ZERO.
           05  DB-LIABILITY            PIC S9(9)V99   COMP-3
                                                      VALUE ZERO.
      *
       01  REPORT-TOTAL-FIELDS         COMP-3.
           05  EMPLOYEES-LISTED        PIC S9(5)      VALUE ZERO.
           05  RT-VACATION             PIC S9(7)V99   VALUE ZERO.
           05  RT-SICK                 PIC S9(7)V99   VALUE ZERO.
           05  RT-LIABILITY            PIC S9(9)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)   VALUE
                           'ACCRUED LEAVE BALANCES AND'.
           05  FILLER      PIC X(26)   VALUE
                           ' VACATION LIABILITY AS OF '.
           05  HL1-DATE    PIC X(10).
           05  FILLER      PIC X(48)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC ZZZZ9.
           05  FILLER      PIC X(11)   VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(42)   VALUE 'EMPLOYEE  NAME'.
           05  FILLER      PIC X(4)    VALUE 'DEPT'.
           05  FILLER      PIC X(11)   VALUE '  HRLY RATE'.
           05  FILLER      PIC X(14)   VALUE '  VACATION HRS'.
           05  FILLER      PIC X(14)   VALUE '      SICK HRS'.
           05  FILLER      PIC X(17)   VALUE '    VAC LIABILITY'.
           05  FILLER      PIC X(30)   VALUE SPACES.
      *
       01  BALANCE-LINE.
           05  BL-EMPNO        PIC X(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-NAME         PIC X(30).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  BL-DEPT         PIC X(3).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-HOURLY-RATE  PIC Z(4)9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-VACATION     PIC Z(5)9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-SICK         PIC Z(5)9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  BL-LIABILITY    PIC Z(8)9.99-.
           05  FILLER          PIC X(30)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(17).
           05  TL-DEPT         PIC X(3).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-COUNT        PIC Z(4)9.
           05  FILLER          PIC X(13)   VALUE ' EMPLOYEE(S) '.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  TL-VACATION     PIC Z(5)9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  TL-SICK         PIC Z(5)9.99-.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  TL-LIABILITY    PIC Z(8)9.99-.
           05  FILLER          PIC X(30)   VALUE SPACES.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE BALCURS CURSOR FOR
                   SELECT P.EMPNO,  P.FNAME,  P.LNAME,
                          P.DEPT,   P.SALARY,
                          SUM(CASE WHEN B.LBTYPE = 'V'
                                   THEN B.LBBALANCE ELSE 0 END),
                          SUM(CASE WHEN B.LBTYPE = 'S'
                                   THEN B.LBBALANCE ELSE 0 END)
                       FROM MM01.LEAVBAL B
                           INNER JOIN MM01.PAYROLL P
                               ON P.EMPNO = B.LBEMPNO
                       WHERE P.PYRLSTAT <> 'I'
                       GROUP BY P.DEPT,  P.EMPNO,  P.FNAME,
                                P.LNAME, P.SALARY
                       ORDER BY P.DEPT, P.EMPNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-LEAVE-BALANCES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'LEAVRPT ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO HL1-DATE.
           OPEN OUTPUT PRTOUT.
           EXEC SQL
               OPEN BALCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 200-REPORT-ONE-EMPLOYEE
                   UNTIL END-OF-EMPLOYEES
                      OR NOT-VALID-CURSOR
               IF DB-DEPT NOT = SPACES
                   PERFORM 240-PRINT-DEPT-TOTAL
               END-IF
               EXEC SQL
                   CLOSE BALCURS
               END-EXEC.
           PERFORM 400-PRINT-REPORT-TOTAL.
           CLOSE PRTOUT.
           DISPLAY EMPLOYEES-LISTED ' EMPLOYEE(S) LISTED.'.
           DISPLAY 'YEAR-END ACCRUED VACATION LIABILITY: '
                   TL-LIABILITY.
           MOVE EMPLOYEES-LISTED TO EOJS-Records-In
                                    EOJS-Records-Out.
           MOVE ZERO             TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       200-REPORT-ONE-EMPLOYEE.
      *
           EXEC SQL
               FETCH BALCURS
                   INTO :EM-EMPNO, :EM-FNAME, :EM-LNAME,
                        :EM-DEPT:EM-DEPT-IND, :EM-SALARY,
                        :EM-VACATION, :EM-SICK
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-EMPLOYEES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   IF EM-DEPT-IND < 0
                       MOVE '***' TO EM-DEPT
                   END-IF
                   IF DB-DEPT NOT = SPACES
                      AND EM-DEPT NOT = DB-DEPT
                       PERFORM 240-PRINT-DEPT-TOTAL
                   END-IF
                   MOVE EM-DEPT TO DB-DEPT
                   COMPUTE EM-HOURLY-RATE ROUNDED = EM-SALARY / 2080
                   COMPUTE EM-LIABILITY ROUNDED =
                       EM-VACATION * EM-SALARY / 2080
                   ADD EM-VACATION  TO DB-VACATION
                   ADD EM-SICK      TO DB-SICK
                   ADD EM-LIABILITY TO DB-LIABILITY
                   ADD 1 TO DB-EMP-COUNT
                            EMPLOYEES-LISTED
                   PERFORM 230-PRINT-BALANCE-LINE.
      *
       230-PRINT-BALANCE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE EM-EMPNO TO BL-EMPNO.
           MOVE SPACES   TO BL-NAME.
           STRING EM-FNAME DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY SIZE
               INTO BL-NAME.
           MOVE EM-DEPT        TO BL-DEPT.
           MOVE EM-HOURLY-RATE TO BL-HOURLY-RATE.
           MOVE EM-VACATION    TO BL-VACATION.
           MOVE EM-SICK        TO BL-SICK.
           MOVE EM-LIABILITY   TO BL-LIABILITY.
           MOVE BALANCE-LINE TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
      *
       240-PRINT-DEPT-TOTAL.
      *
           MOVE 'DEPARTMENT TOTAL ' TO TL-LABEL.
           MOVE DB-DEPT             TO TL-DEPT.
           MOVE DB-EMP-COUNT        TO TL-COUNT.
           MOVE DB-VACATION         TO TL-VACATION.
           MOVE DB-SICK             TO TL-SICK.
           MOVE DB-LIABILITY        TO TL-LIABILITY.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           ADD 3 TO LINE-COUNT.
           ADD DB-VACATION  TO RT-VACATION.
           ADD DB-SICK      TO RT-SICK.
           ADD DB-LIABILITY TO RT-LIABILITY.
           MOVE ZERO TO DB-EMP-COUNT
                        DB-VACATION
                        DB-SICK
                        DB-LIABILITY.
      *
       250-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       260-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           MOVE 1 TO SPACE-CONTROL.
      *
       400-PRINT-REPORT-TOTAL.
      *
           IF VALID-CURSOR
               MOVE 'REPORT TOTAL     ' TO TL-LABEL
               MOVE SPACES              TO TL-DEPT
               MOVE EMPLOYEES-LISTED    TO TL-COUNT
               MOVE RT-VACATION         TO TL-VACATION
               MOVE RT-SICK             TO TL-SICK
               MOVE RT-LIABILITY        TO TL-LIABILITY
               MOVE TOTAL-LINE          TO PRTOUT-RECORD
           ELSE
               MOVE ZERO                TO TL-LIABILITY
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                        TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
