       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    QTRWAGE.
      *
      *    QUARTERLY WAGE REPORT.  FOR EVERY EMPLOYEE PAID IN THE
      *    YEAR THROUGH THE QUARTER, BY DEPARTMENT: GROSS PAY,
      *    TAXABLE WAGES AND TAX WITHHELD FOR THE QUARTER AND FOR
      *    THE YEAR TO THE QUARTER'S END, WITH DEPARTMENT AND
      *    REPORT TOTALS.  THE FIGURES ARE SUMMED FROM THE PAY
      *    HISTORY PAYCALC WRITES - THE GROSS-PAY LINES FOR GROSS
      *    AND TAXABLE WAGES, THE TAX LINES FOR WITHHOLDING.  THE
      *    SYSIN CARD IS THE YEAR AND QUARTER, YYYYQ.
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
           05  VALID-CARD-SW           PIC X   VALUE 'Y'.
               88  VALID-CARD                  VALUE 'Y'.
      *
       01  REPORT-PERIOD-FIELDS.
           05  QUARTER-CARD.
               10  QC-YEAR             PIC X(4).
               10  QC-QUARTER          PIC X.
           05  YEAR-START              PIC X(10).
           05  QTR-START               PIC X(10).
           05  QTR-END                 PIC X(10).
      *
       01  EMPLOYEE-FIELDS.
           05  EM-EMPNO                PIC X(6).
           05  EM-FNAME                PIC X(20).
           05  EM-LNAME                PIC X(30).
           05  EM-DEPT                 PIC X(3).
           05  EM-DEPT-IND             PIC S9(4)      COMP.
      *
      *    ONE SET OF WAGE FIGURES - THE EMPLOYEE'S, A
      *    DEPARTMENT'S OR THE REPORT'S.
      *
       01  EMPLOYEE-WAGES              COMP-3.
           05  EW-QTD-GROSS            PIC S9(9)V99.
           05  EW-QTD-TAXABLE          PIC S9(9)V99.
           05  EW-QTD-WITHHELD         PIC S9(9)V99.
           05  EW-YTD-GROSS            PIC S9(9)V99.
           05  EW-YTD-TAXABLE          PIC S9(9)V99.
           05  EW-YTD-WITHHELD         PIC S9(9)V99.
      *
       01  DEPARTMENT-WAGES            COMP-3.
           05  DW-QTD-GROSS            PIC S9(11)V99  VALUE ZERO.
           05  DW-QTD-TAXABLE          PIC S9(11)V99  VALUE ZERO.
           05  DW-QTD-WITHHELD         PIC S9(11)V99  VALUE ZERO.
           05  DW-YTD-GROSS            PIC S9(11)V99  VALUE ZERO.
           05  DW-YTD-TAXABLE          PIC S9(11)V99  VALUE ZERO.
           05  DW-YTD-WITHHELD         PIC S9(11)V99  VALUE ZERO.
      *
       01  REPORT-WAGES                COMP-3.
           05  RW-QTD-GROSS            PIC S9(11)V99  VALUE ZERO.
           05  RW-QTD-TAXABLE          PIC S9(11)V99  VALUE ZERO.
           05  RW-QTD-WITHHELD         PIC S9(11)V99  VALUE ZERO.
           05  RW-YTD-GROSS            PIC S9(11)V99  VALUE ZERO.
           05  RW-YTD-TAXABLE          PIC S9(11)V99  VALUE ZERO.
           05  RW-YTD-WITHHELD         PIC S9(11)V99  VALUE ZERO.
      *
       01  DEPARTMENT-BREAK-FIELDS.
           05  DB-DEPT                 PIC X(3)       VALUE SPACES.
           05  DB-EMP-COUNT            PIC S9(5)      COMP-3
                                                      VALUE ZERO.
           05  EMPLOYEES-LISTED        PIC S9(5)      COMP-3
                                                      VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(20)   VALUE 'QUARTERLY WAGE REPOR'.
           05  FILLER      PIC X(6)    VALUE 'T -  Q'.
           05  HL1-QUARTER PIC X.
           05  FILLER      PIC X       VALUE SPACE.
           05  HL1-YEAR    PIC X(4).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  HL1-FROM    PIC X(10).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  HL1-TO      PIC X(10).
           05  FILLER      PIC X(54)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC ZZ9.
           05  FILLER      PIC X(9)    VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'EMPLOYEE  NAME      '.
           05  FILLER      PIC X(20)   VALUE '             DEPT   '.
           05  FILLER      PIC X(20)   VALUE '   QTR GROSS  QTR TA'.
           05  FILLER      PIC X(20)   VALUE 'XABLE   QTR WITHHELD'.
           05  FILLER      PIC X(20)   VALUE '     YTD GROSS   YTD'.
           05  FILLER      PIC X(20)   VALUE ' TAXABLE   YTD WITHH'.
           05  FILLER      PIC X(12)   VALUE 'ELD         '.
      *
       01  WAGE-LINE.
           05  WL-EMPNO            PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WL-NAME             PIC X(25).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WL-DEPT             PIC X(3).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WL-AMOUNTS.
               10  WL-QTD-GROSS    PIC Z(8)9.99.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  WL-QTD-TAXABLE  PIC Z(8)9.99.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  WL-QTD-WITHHELD PIC Z(8)9.99.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  WL-YTD-GROSS    PIC Z(8)9.99.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  WL-YTD-TAXABLE  PIC Z(8)9.99.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  WL-YTD-WITHHELD PIC Z(8)9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL            PIC X(17).
           05  TL-DEPT             PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TL-COUNT            PIC Z(4)9.
           05  FILLER              PIC X(13)   VALUE ' EMPLOYEE(S) '.
           05  TL-AMOUNTS.
               10  TL-QTD-GROSS    PIC Z(10)9.99.
               10  FILLER          PIC X       VALUE SPACE.
               10  TL-QTD-TAXABLE  PIC Z(10)9.99.
               10  FILLER          PIC X       VALUE SPACE.
               10  TL-QTD-WITHHELD PIC Z(10)9.99.
               10  FILLER          PIC X       VALUE SPACE.
               10  TL-YTD-GROSS    PIC Z(10)9.99.
               10  FILLER          PIC X       VALUE SPACE.
               10  TL-YTD-TAXABLE  PIC Z(10)9.99.
               10  FILLER          PIC X       VALUE SPACE.
               10  TL-YTD-WITHHELD PIC Z(10)9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE WAGECURS CURSOR FOR
                   SELECT P.EMPNO,  P.FNAME,  P.LNAME,  P.DEPT,
                          COALESCE(SUM(CASE WHEN H.PAYDATE
                                                 >= :QTR-START
                                            THEN H.GROSSPAY
                                            ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN H.PAYDATE
                                                 >= :QTR-START
                                            THEN H.TAXWAGES
                                            ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN H.PAYDATE
                                                 >= :QTR-START
                                             AND H.LINETYPE = 'D'
                                             AND H.DEDCLASS = 'T'
                                            THEN H.DEDAMT
                                            ELSE 0 END), 0),
                          COALESCE(SUM(H.GROSSPAY), 0),
                          COALESCE(SUM(H.TAXWAGES), 0),
                          COALESCE(SUM(CASE WHEN H.LINETYPE = 'D'
                                             AND H.DEDCLASS = 'T'
                                            THEN H.DEDAMT
                                            ELSE 0 END), 0)
                       FROM MM01.PAYROLLHIST H
                           INNER JOIN MM01.PAYROLL P
                               ON P.EMPNO = H.EMPNO
                       WHERE H.PAYDATE BETWEEN :YEAR-START
                                           AND :QTR-END
                       GROUP BY P.DEPT, P.EMPNO, P.FNAME, P.LNAME
                       ORDER BY P.DEPT, P.EMPNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-QUARTERLY-WAGES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'QTRWAGE ' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           PERFORM 050-ACCEPT-QUARTER.
           IF VALID-CARD
               EXEC SQL
                   OPEN WAGECURS
               END-EXEC
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
                       CLOSE WAGECURS
                   END-EXEC
               END-IF
               PERFORM 400-PRINT-REPORT-TOTAL.
           CLOSE PRTOUT.
           DISPLAY EMPLOYEES-LISTED ' EMPLOYEE(S) LISTED.'.
           MOVE EMPLOYEES-LISTED TO EOJS-Records-In
                                    EOJS-Records-Out.
           MOVE ZERO             TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT VALID-CARD OR NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-QUARTER.
      *
           ACCEPT QUARTER-CARD FROM SYSIN.
           IF QC-YEAR NOT NUMERIC
              OR QC-QUARTER < '1' OR QC-QUARTER > '4'
               DISPLAY 'BAD QUARTER CARD ' QUARTER-CARD
                       ' - YYYYQ EXPECTED.'
               MOVE 'N' TO VALID-CARD-SW
           ELSE
               STRING QC-YEAR '-01-01' DELIMITED BY SIZE
                   INTO YEAR-START
               EVALUATE QC-QUARTER
                   WHEN '1'
                       STRING QC-YEAR '-01-01' DELIMITED BY SIZE
                           INTO QTR-START
                       STRING QC-YEAR '-03-31' DELIMITED BY SIZE
                           INTO QTR-END
                   WHEN '2'
                       STRING QC-YEAR '-04-01' DELIMITED BY SIZE
                           INTO QTR-START
                       STRING QC-YEAR '-06-30' DELIMITED BY SIZE
                           INTO QTR-END
                   WHEN '3'
                       STRING QC-YEAR '-07-01' DELIMITED BY SIZE
                           INTO QTR-START
                       STRING QC-YEAR '-09-30' DELIMITED BY SIZE
                           INTO QTR-END
                   WHEN '4'
                       STRING QC-YEAR '-10-01' DELIMITED BY SIZE
                           INTO QTR-START
                       STRING QC-YEAR '-12-31' DELIMITED BY SIZE
                           INTO QTR-END
               END-EVALUATE
               MOVE QC-QUARTER TO HL1-QUARTER
               MOVE QC-YEAR    TO HL1-YEAR
               MOVE QTR-START  TO HL1-FROM
               MOVE QTR-END    TO HL1-TO.
      *
       200-REPORT-ONE-EMPLOYEE.
      *
           EXEC SQL
               FETCH WAGECURS
                   INTO :EM-EMPNO, :EM-FNAME, :EM-LNAME,
                        :EM-DEPT:EM-DEPT-IND,
                        :EW-QTD-GROSS, :EW-QTD-TAXABLE,
                        :EW-QTD-WITHHELD,
                        :EW-YTD-GROSS, :EW-YTD-TAXABLE,
                        :EW-YTD-WITHHELD
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
                   ADD EW-QTD-GROSS    TO DW-QTD-GROSS
                   ADD EW-QTD-TAXABLE  TO DW-QTD-TAXABLE
                   ADD EW-QTD-WITHHELD TO DW-QTD-WITHHELD
                   ADD EW-YTD-GROSS    TO DW-YTD-GROSS
                   ADD EW-YTD-TAXABLE  TO DW-YTD-TAXABLE
                   ADD EW-YTD-WITHHELD TO DW-YTD-WITHHELD
                   ADD 1 TO DB-EMP-COUNT
                            EMPLOYEES-LISTED
                   PERFORM 230-PRINT-WAGE-LINE.
      *
       230-PRINT-WAGE-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 250-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE EM-EMPNO TO WL-EMPNO.
           MOVE SPACES   TO WL-NAME.
           STRING EM-FNAME DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY SIZE
               INTO WL-NAME.
           MOVE EM-DEPT         TO WL-DEPT.
           MOVE EW-QTD-GROSS    TO WL-QTD-GROSS.
           MOVE EW-QTD-TAXABLE  TO WL-QTD-TAXABLE.
           MOVE EW-QTD-WITHHELD TO WL-QTD-WITHHELD.
           MOVE EW-YTD-GROSS    TO WL-YTD-GROSS.
           MOVE EW-YTD-TAXABLE  TO WL-YTD-TAXABLE.
           MOVE EW-YTD-WITHHELD TO WL-YTD-WITHHELD.
           MOVE WAGE-LINE TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
      *
       240-PRINT-DEPT-TOTAL.
      *
           MOVE 'DEPARTMENT TOTAL ' TO TL-LABEL.
           MOVE DB-DEPT             TO TL-DEPT.
           MOVE DB-EMP-COUNT        TO TL-COUNT.
           MOVE DW-QTD-GROSS        TO TL-QTD-GROSS.
           MOVE DW-QTD-TAXABLE      TO TL-QTD-TAXABLE.
           MOVE DW-QTD-WITHHELD     TO TL-QTD-WITHHELD.
           MOVE DW-YTD-GROSS        TO TL-YTD-GROSS.
           MOVE DW-YTD-TAXABLE      TO TL-YTD-TAXABLE.
           MOVE DW-YTD-WITHHELD     TO TL-YTD-WITHHELD.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           ADD 3 TO LINE-COUNT.
           ADD DW-QTD-GROSS    TO RW-QTD-GROSS.
           ADD DW-QTD-TAXABLE  TO RW-QTD-TAXABLE.
           ADD DW-QTD-WITHHELD TO RW-QTD-WITHHELD.
           ADD DW-YTD-GROSS    TO RW-YTD-GROSS.
           ADD DW-YTD-TAXABLE  TO RW-YTD-TAXABLE.
           ADD DW-YTD-WITHHELD TO RW-YTD-WITHHELD.
           MOVE ZERO TO DB-EMP-COUNT
                        DW-QTD-GROSS
                        DW-QTD-TAXABLE
                        DW-QTD-WITHHELD
                        DW-YTD-GROSS
                        DW-YTD-TAXABLE
                        DW-YTD-WITHHELD.
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
               MOVE RW-QTD-GROSS        TO TL-QTD-GROSS
               MOVE RW-QTD-TAXABLE      TO TL-QTD-TAXABLE
               MOVE RW-QTD-WITHHELD     TO TL-QTD-WITHHELD
               MOVE RW-YTD-GROSS        TO TL-YTD-GROSS
               MOVE RW-YTD-TAXABLE      TO TL-YTD-TAXABLE
               MOVE RW-YTD-WITHHELD     TO TL-YTD-WITHHELD
               MOVE TOTAL-LINE          TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                        TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
