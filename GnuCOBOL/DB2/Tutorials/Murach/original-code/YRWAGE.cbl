       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    YRWAGE.
      *
      *    YEAR-END WAGE STATEMENTS AND THE GOVERNMENT FILING
      *    EXTRACT.  EACH EMPLOYEE PAID IN THE TAX YEAR GETS AN
      *    ANNUAL WAGE AND TAX STATEMENT - GROSS WAGES, TAXABLE
      *    WAGES AND TAX WITHHELD BY TAX - AND A RECORD ON THE
      *    WAGEFILE EXTRACT.  WHAT WAS ISSUED IS KEPT ON
      *    MM01.WAGESTMT.
      *
      *    THE YEAR'S TOTALS ARE ALSO SUMMED STRAIGHT FROM
      *    MM01.PAYROLLHIST.  THE EMPLOYEE TOTALS MUST TIE TO THEM;
      *    IF THEY DO NOT, THE TRAILER IS MARKED HELD, NOTHING IS
      *    RECORDED AS ISSUED AND THE RUN ENDS WITH RETURN CODE 12
      *    SO THE TRANSMISSION STEP DOES NOT RELEASE THE FILE.
      *
      *    THE SYSIN CARD IS THE TAX YEAR AND RUN TYPE, YYYYR:
      *      O  ORIGINAL - ONCE PER YEAR.
      *      C  CORRECTED - ONLY AFTER THE ORIGINAL.  THE YEAR IS
      *         SUMMED AGAIN AND AN EMPLOYEE WHOSE FIGURES NO
      *         LONGER MATCH WHAT WAS ISSUED GETS A CORRECTED
      *         STATEMENT SHOWING WHAT WAS REPORTED BEFORE.  ONLY
      *         THAT YEAR'S PAY HISTORY AND STATEMENTS ARE READ, SO
      *         A PRIOR YEAR CAN BE CORRECTED WHILE THE CURRENT
      *         YEAR IS BEING PAID.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
           SELECT WAGEFILE ASSIGN TO UT-S-WAGEFILE.
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
       FD  WAGEFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  WAGE-FILE-RECORD.
      *
           05  WF-RECORD-TYPE           PIC X.
               88  WF-HEADER-RECORD         VALUE 'A'.
               88  WF-EMPLOYEE-RECORD       VALUE 'E'.
               88  WF-WITHHOLDING-RECORD    VALUE 'X'.
               88  WF-TRAILER-RECORD        VALUE 'T'.
           05  WF-TAX-YEAR              PIC X(4).
           05  WF-RECORD-DATA           PIC X(95).
           05  WF-HEADER-DATA REDEFINES WF-RECORD-DATA.
               10  WF-RUN-TYPE          PIC X.
               10  WF-EMPLOYER          PIC X(22).
               10  WF-RUN-DATE          PIC X(10).
               10  FILLER               PIC X(62).
           05  WF-EMPLOYEE-DATA REDEFINES WF-RECORD-DATA.
               10  WF-EMPNO             PIC X(6).
               10  WF-NAME              PIC X(25).
               10  WF-GROSS             PIC 9(8)V99.
               10  WF-TAXABLE           PIC 9(8)V99.
               10  WF-WITHHELD          PIC 9(8)V99.
               10  WF-PRIOR-GROSS       PIC 9(8)V99.
               10  WF-PRIOR-TAXABLE     PIC 9(8)V99.
               10  WF-PRIOR-WITHHELD    PIC 9(8)V99.
               10  FILLER               PIC X(4).
           05  WF-WITHHOLDING-DATA REDEFINES WF-RECORD-DATA.
               10  WF-X-EMPNO           PIC X(6).
               10  WF-TAX-CODE          PIC X(4).
               10  WF-TAX-AMOUNT        PIC 9(8)V99.
               10  FILLER               PIC X(75).
           05  WF-TRAILER-DATA REDEFINES WF-RECORD-DATA.
               10  WF-EMPLOYEE-COUNT    PIC 9(6).
               10  WF-TOTAL-GROSS       PIC 9(11)V99.
               10  WF-TOTAL-TAXABLE     PIC 9(11)V99.
               10  WF-TOTAL-WITHHELD    PIC 9(11)V99.
               10  WF-RELEASE-STATUS    PIC X.
                   88  WF-RELEASED          VALUE 'R'.
                   88  WF-HELD              VALUE 'H'.
               10  FILLER               PIC X(49).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-EMPLOYEES-SW     PIC X   VALUE 'N'.
               88  END-OF-EMPLOYEES            VALUE 'Y'.
           05  END-OF-TAXES-SW         PIC X   VALUE 'N'.
               88  END-OF-TAXES                VALUE 'Y'.
           05  RUN-ALLOWED-SW          PIC X   VALUE 'Y'.
               88  RUN-ALLOWED                 VALUE 'Y'.
           05  ISSUE-STATEMENT-SW      PIC X   VALUE 'N'.
               88  ISSUE-STATEMENT             VALUE 'Y'.
           05  PRIOR-FOUND-SW          PIC X   VALUE 'N'.
               88  PRIOR-FOUND                 VALUE 'Y'.
      *
       01  RUN-PARAMETERS.
           05  RUN-CARD.
               10  TAX-YEAR            PIC X(4).
               10  RUN-TYPE            PIC X.
                   88  ORIGINAL-RUN            VALUE 'O'.
                   88  CORRECTION-RUN          VALUE 'C'.
           05  YEAR-START              PIC X(10).
           05  YEAR-END                PIC X(10).
           05  RUN-DATE                PIC X(10).
           05  ISSUED-COUNT            PIC S9(9)      COMP.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  EMPLOYEE-FIELDS.
           05  EM-EMPNO                PIC X(6).
           05  EM-FNAME                PIC X(20).
           05  EM-LNAME                PIC X(30).
           05  EM-ADDR                 PIC X(30).
           05  EM-CITY                 PIC X(20).
           05  EM-STATE                PIC X(2).
           05  EM-ZIPCODE              PIC X(10).
           05  EM-NAME                 PIC X(51).
           05  EM-GROSS                PIC S9(9)V99   COMP-3.
           05  EM-TAXABLE              PIC S9(9)V99   COMP-3.
           05  EM-WITHHELD             PIC S9(9)V99   COMP-3.
           05  PR-GROSS                PIC S9(9)V99   COMP-3.
           05  PR-TAXABLE              PIC S9(9)V99   COMP-3.
           05  PR-WITHHELD             PIC S9(9)V99   COMP-3.
           05  TX-TAX-CODE             PIC X(8).
           05  TX-AMOUNT               PIC S9(9)V99   COMP-3.
      *
      *    CT- IS THE YEAR STRAIGHT FROM THE PAY HISTORY, YR- THE
      *    SAME YEAR SUMMED EMPLOYEE BY EMPLOYEE, FL- WHAT WENT ON
      *    THE FILE.
      *
       01  CONTROL-TOTAL-FIELDS        COMP-3.
           05  CT-GROSS                PIC S9(11)V99  VALUE ZERO.
           05  CT-TAXABLE              PIC S9(11)V99  VALUE ZERO.
           05  CT-WITHHELD             PIC S9(11)V99  VALUE ZERO.
           05  YR-GROSS                PIC S9(11)V99  VALUE ZERO.
           05  YR-TAXABLE              PIC S9(11)V99  VALUE ZERO.
           05  YR-WITHHELD             PIC S9(11)V99  VALUE ZERO.
           05  FL-GROSS                PIC S9(11)V99  VALUE ZERO.
           05  FL-TAXABLE              PIC S9(11)V99  VALUE ZERO.
           05  FL-WITHHELD             PIC S9(11)V99  VALUE ZERO.
           05  EMPLOYEES-READ          PIC S9(7)      VALUE ZERO.
           05  STATEMENTS-ISSUED       PIC S9(7)      VALUE ZERO.
      *
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT           PIC Z(10)9.99-.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(22)   VALUE 'MURACH DISTRIBUTING   '.
           05  FILLER      PIC X(30)   VALUE
                           'ANNUAL WAGE AND TAX STATEMENT '.
           05  HL1-YEAR    PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  HL1-CORRECTED PIC X(9).
           05  FILLER      PIC X(65)   VALUE SPACES.
      *
       01  ADDRESS-LINE.
           05  AL-LABEL    PIC X(10).
           05  AL-TEXT     PIC X(60).
           05  FILLER      PIC X(62)   VALUE SPACES.
      *
       01  AMOUNT-HEADING-LINE.
           05  FILLER      PIC X(30)   VALUE SPACES.
           05  FILLER      PIC X(15)   VALUE '         AMOUNT'.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  AH-PRIOR    PIC X(19).
           05  FILLER      PIC X(64)   VALUE SPACES.
      *
       01  AMOUNT-LINE.
           05  ML-LABEL    PIC X(30).
           05  ML-AMOUNT   PIC Z(10)9.99-.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  ML-PRIOR    PIC Z(10)9.99-.
           05  ML-PRIOR-X REDEFINES ML-PRIOR
                           PIC X(15).
           05  FILLER      PIC X(68)   VALUE SPACES.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE YEARCURS CURSOR FOR
                   SELECT P.EMPNO,  P.FNAME,  P.LNAME,
                          P.ADDR,   P.CITY,   P.STATE,  P.ZIPCODE,
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
                                           AND :YEAR-END
                       GROUP BY P.EMPNO,  P.FNAME,  P.LNAME,
                                P.ADDR,   P.CITY,   P.STATE,
                                P.ZIPCODE
                       ORDER BY P.EMPNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE TAXCURS CURSOR FOR
                   SELECT DEDCODE, SUM(DEDAMT)
                       FROM MM01.PAYROLLHIST
                       WHERE EMPNO    = :EM-EMPNO
                         AND LINETYPE = 'D'
                         AND DEDCLASS = 'T'
                         AND PAYDATE BETWEEN :YEAR-START
                                         AND :YEAR-END
                       GROUP BY DEDCODE
                       ORDER BY DEDCODE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-ISSUE-YEAR-END-STATEMENTS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'YRWAGE  ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO RUN-DATE.
           OPEN OUTPUT PRTOUT
                       WAGEFILE.
           PERFORM 050-ACCEPT-RUN-CARD.
           IF RUN-ALLOWED
               PERFORM 060-CHECK-PRIOR-ISSUE.
           IF RUN-ALLOWED
               PERFORM 070-SUM-CONTROL-TOTALS.
           IF RUN-ALLOWED
               PERFORM 100-WRITE-FILE-HEADER
               EXEC SQL
                   OPEN YEARCURS
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 200-PROCESS-ONE-EMPLOYEE
                       UNTIL END-OF-EMPLOYEES
                          OR NOT-VALID-CURSOR
                   EXEC SQL
                       CLOSE YEARCURS
                   END-EXEC
               END-IF
               PERFORM 400-PROVE-AND-RELEASE.
           CLOSE PRTOUT
                 WAGEFILE.
           MOVE EMPLOYEES-READ    TO EOJS-Records-In.
           MOVE STATEMENTS-ISSUED TO EOJS-Records-Out.
           MOVE ZERO              TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT RUN-ALLOWED
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-CARD.
      *
           ACCEPT RUN-CARD FROM SYSIN.
           IF TAX-YEAR NOT NUMERIC
              OR (NOT ORIGINAL-RUN AND NOT CORRECTION-RUN)
               DISPLAY 'BAD RUN CARD ' RUN-CARD
                       ' - YYYY AND O OR C EXPECTED.'
               MOVE 'N' TO RUN-ALLOWED-SW
           ELSE
               STRING TAX-YEAR '-01-01' DELIMITED BY SIZE
                   INTO YEAR-START
               STRING TAX-YEAR '-12-31' DELIMITED BY SIZE
                   INTO YEAR-END.
      *
      *    AN ORIGINAL RUN TWICE WOULD SEND THE AGENCY TWO SETS OF
      *    WAGES; A CORRECTION WITH NOTHING ISSUED HAS NOTHING TO
      *    CORRECT.
      *
       060-CHECK-PRIOR-ISSUE.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :ISSUED-COUNT
                   FROM MM01.WAGESTMT
                       WHERE WTYEAR = :TAX-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ISSUE CHECK FAILED, SQLCODE ' SQLCODE
               MOVE 'N' TO RUN-ALLOWED-SW
           ELSE
               IF ORIGINAL-RUN AND ISSUED-COUNT > 0
                   DISPLAY 'STATEMENTS FOR ' TAX-YEAR
                           ' ALREADY ISSUED - RUN A CORRECTION.'
                   MOVE 'N' TO RUN-ALLOWED-SW
               ELSE
                   IF CORRECTION-RUN AND ISSUED-COUNT = 0
                       DISPLAY 'NO STATEMENTS ISSUED FOR '
                               TAX-YEAR ' - NOTHING TO CORRECT.'
                       MOVE 'N' TO RUN-ALLOWED-SW.
      *
       070-SUM-CONTROL-TOTALS.
      *
           EXEC SQL
               SELECT COALESCE(SUM(GROSSPAY), 0),
                      COALESCE(SUM(TAXWAGES), 0),
                      COALESCE(SUM(CASE WHEN LINETYPE = 'D'
                                         AND DEDCLASS = 'T'
                                        THEN DEDAMT
                                        ELSE 0 END), 0)
                   INTO :CT-GROSS, :CT-TAXABLE, :CT-WITHHELD
                   FROM MM01.PAYROLLHIST
                       WHERE PAYDATE BETWEEN :YEAR-START
                                         AND :YEAR-END
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'CONTROL TOTALS FAILED, SQLCODE ' SQLCODE
               MOVE 'N' TO RUN-ALLOWED-SW.
      *
       100-WRITE-FILE-HEADER.
      *
           MOVE 'A'      TO WF-RECORD-TYPE.
           MOVE TAX-YEAR TO WF-TAX-YEAR.
           MOVE SPACES   TO WF-RECORD-DATA.
           MOVE RUN-TYPE TO WF-RUN-TYPE.
           MOVE 'MURACH DISTRIBUTING   ' TO WF-EMPLOYER.
           MOVE RUN-DATE TO WF-RUN-DATE.
           WRITE WAGE-FILE-RECORD.
      *
       200-PROCESS-ONE-EMPLOYEE.
      *
           EXEC SQL
               FETCH YEARCURS
                   INTO :EM-EMPNO, :EM-FNAME, :EM-LNAME,
                        :EM-ADDR,  :EM-CITY,  :EM-STATE,
                        :EM-ZIPCODE,
                        :EM-GROSS, :EM-TAXABLE, :EM-WITHHELD
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-EMPLOYEES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   ADD 1           TO EMPLOYEES-READ
                   ADD EM-GROSS    TO YR-GROSS
                   ADD EM-TAXABLE  TO YR-TAXABLE
                   ADD EM-WITHHELD TO YR-WITHHELD
                   PERFORM 210-DECIDE-STATEMENT
                   IF ISSUE-STATEMENT
                       PERFORM 300-ISSUE-STATEMENT.
      *
      *    ON A CORRECTION, AN EMPLOYEE WITH NO STATEMENT ISSUED
      *    BEFORE GETS ONE WITH NOTHING REPORTED PREVIOUSLY.
      *
       210-DECIDE-STATEMENT.
      *
           MOVE ZERO TO PR-GROSS
                        PR-TAXABLE
                        PR-WITHHELD.
           MOVE 'N'  TO PRIOR-FOUND-SW.
           IF ORIGINAL-RUN
               MOVE 'Y' TO ISSUE-STATEMENT-SW
           ELSE
               EXEC SQL
                   SELECT WTGROSS,   WTTAXABLE,   WTWITHHELD
                       INTO :PR-GROSS, :PR-TAXABLE, :PR-WITHHELD
                       FROM MM01.WAGESTMT
                           WHERE WTYEAR  = :TAX-YEAR
                             AND WTEMPNO = :EM-EMPNO
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO PRIOR-FOUND-SW
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE 'N' TO VALID-CURSOR-SW
                   END-IF
               END-IF
               IF PRIOR-FOUND
                  AND PR-GROSS    = EM-GROSS
                  AND PR-TAXABLE  = EM-TAXABLE
                  AND PR-WITHHELD = EM-WITHHELD
                   MOVE 'N' TO ISSUE-STATEMENT-SW
               ELSE
                   MOVE 'Y' TO ISSUE-STATEMENT-SW.
           IF NOT-VALID-CURSOR
               MOVE 'N' TO ISSUE-STATEMENT-SW.
      *
       300-ISSUE-STATEMENT.
      *
           MOVE SPACES TO EM-NAME.
           STRING EM-FNAME DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY SIZE
               INTO EM-NAME.
           PERFORM 310-PRINT-STATEMENT-TOP.
           MOVE 'E'         TO WF-RECORD-TYPE.
           MOVE TAX-YEAR    TO WF-TAX-YEAR.
           MOVE SPACES      TO WF-RECORD-DATA.
           MOVE EM-EMPNO    TO WF-EMPNO.
           MOVE EM-NAME     TO WF-NAME.
           MOVE EM-GROSS    TO WF-GROSS.
           MOVE EM-TAXABLE  TO WF-TAXABLE.
           MOVE EM-WITHHELD TO WF-WITHHELD.
           MOVE PR-GROSS    TO WF-PRIOR-GROSS.
           MOVE PR-TAXABLE  TO WF-PRIOR-TAXABLE.
           MOVE PR-WITHHELD TO WF-PRIOR-WITHHELD.
           WRITE WAGE-FILE-RECORD.
           MOVE 'GROSS WAGES'   TO ML-LABEL.
           MOVE EM-GROSS        TO ML-AMOUNT.
           MOVE PR-GROSS        TO ML-PRIOR.
           PERFORM 330-PRINT-AMOUNT-LINE.
           MOVE 'TAXABLE WAGES' TO ML-LABEL.
           MOVE EM-TAXABLE      TO ML-AMOUNT.
           MOVE PR-TAXABLE      TO ML-PRIOR.
           PERFORM 330-PRINT-AMOUNT-LINE.
           PERFORM 320-LIST-TAXES-WITHHELD.
           MOVE 'TOTAL TAX WITHHELD' TO ML-LABEL.
           MOVE EM-WITHHELD     TO ML-AMOUNT.
           MOVE PR-WITHHELD     TO ML-PRIOR.
           PERFORM 330-PRINT-AMOUNT-LINE.
           IF VALID-CURSOR
               PERFORM 340-RECORD-ISSUE.
           ADD 1           TO STATEMENTS-ISSUED.
           ADD EM-GROSS    TO FL-GROSS.
           ADD EM-TAXABLE  TO FL-TAXABLE.
           ADD EM-WITHHELD TO FL-WITHHELD.
      *
       310-PRINT-STATEMENT-TOP.
      *
           MOVE TAX-YEAR TO HL1-YEAR.
           IF CORRECTION-RUN
               MOVE 'CORRECTED' TO HL1-CORRECTED
               MOVE '  PREVIOUSLY REPORTED' TO AH-PRIOR
           ELSE
               MOVE SPACES TO HL1-CORRECTED
                              AH-PRIOR.
           WRITE PRTOUT-RECORD FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE 'EMPLOYEE: ' TO AL-LABEL.
           MOVE SPACES       TO AL-TEXT.
           STRING EM-EMPNO '  ' EM-NAME DELIMITED BY SIZE
               INTO AL-TEXT.
           WRITE PRTOUT-RECORD FROM ADDRESS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES  TO AL-LABEL.
           MOVE EM-ADDR TO AL-TEXT.
           WRITE PRTOUT-RECORD FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES  TO AL-TEXT.
           STRING EM-CITY DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  EM-STATE DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  EM-ZIPCODE DELIMITED BY SIZE
               INTO AL-TEXT.
           WRITE PRTOUT-RECORD FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTOUT-RECORD FROM AMOUNT-HEADING-LINE
               AFTER ADVANCING 2 LINES.
      *
       320-LIST-TAXES-WITHHELD.
      *
           MOVE 'N' TO END-OF-TAXES-SW.
           EXEC SQL
               OPEN TAXCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 325-LIST-ONE-TAX
                   UNTIL END-OF-TAXES
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE TAXCURS
               END-EXEC.
      *
       325-LIST-ONE-TAX.
      *
           EXEC SQL
               FETCH TAXCURS
                   INTO :TX-TAX-CODE, :TX-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-TAXES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   MOVE 'X'         TO WF-RECORD-TYPE
                   MOVE TAX-YEAR    TO WF-TAX-YEAR
                   MOVE SPACES      TO WF-RECORD-DATA
                   MOVE EM-EMPNO    TO WF-X-EMPNO
                   MOVE TX-TAX-CODE TO WF-TAX-CODE
                   MOVE TX-AMOUNT   TO WF-TAX-AMOUNT
                   WRITE WAGE-FILE-RECORD
                   MOVE SPACES      TO ML-LABEL
                   STRING '  WITHHELD - ' TX-TAX-CODE
                       DELIMITED BY SIZE INTO ML-LABEL
                   MOVE TX-AMOUNT   TO ML-AMOUNT
                   MOVE SPACES      TO ML-PRIOR-X
                   WRITE PRTOUT-RECORD FROM AMOUNT-LINE
                       AFTER ADVANCING 1 LINE.
      *
       330-PRINT-AMOUNT-LINE.
      *
           IF ORIGINAL-RUN
               MOVE SPACES TO ML-PRIOR-X.
           WRITE PRTOUT-RECORD FROM AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
       340-RECORD-ISSUE.
      *
           IF PRIOR-FOUND
               EXEC SQL
                   UPDATE MM01.WAGESTMT
                      SET WTGROSS    = :EM-GROSS,
                          WTTAXABLE  = :EM-TAXABLE,
                          WTWITHHELD = :EM-WITHHELD,
                          WTRUNTYPE  = :RUN-TYPE,
                          WTISSUED   = :RUN-DATE
                   WHERE  WTYEAR     = :TAX-YEAR
                     AND  WTEMPNO    = :EM-EMPNO
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO MM01.WAGESTMT
                          (WTYEAR,     WTEMPNO,     WTGROSS,
                           WTTAXABLE,  WTWITHHELD,  WTRUNTYPE,
                           WTISSUED)
                   VALUES (:TAX-YEAR,  :EM-EMPNO,   :EM-GROSS,
                           :EM-TAXABLE, :EM-WITHHELD, :RUN-TYPE,
                           :RUN-DATE)
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
      *    THE ISSUE IS COMMITTED ONLY WHEN THE YEAR TIES.
      *
       400-PROVE-AND-RELEASE.
      *
           MOVE 'T'                TO WF-RECORD-TYPE.
           MOVE TAX-YEAR           TO WF-TAX-YEAR.
           MOVE SPACES             TO WF-RECORD-DATA.
           MOVE STATEMENTS-ISSUED  TO WF-EMPLOYEE-COUNT.
           MOVE FL-GROSS           TO WF-TOTAL-GROSS.
           MOVE FL-TAXABLE         TO WF-TOTAL-TAXABLE.
           MOVE FL-WITHHELD        TO WF-TOTAL-WITHHELD.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'WAGE STATEMENT CONTROL TOTALS ' TAX-YEAR
                   ' RUN ' RUN-TYPE.
           DISPLAY '---------------------------------------------'.
           MOVE CT-GROSS TO EDITED-AMOUNT.
           DISPLAY 'PAY HISTORY GROSS:      ' EDITED-AMOUNT.
           MOVE YR-GROSS TO EDITED-AMOUNT.
           DISPLAY 'EMPLOYEE GROSS:         ' EDITED-AMOUNT.
           MOVE CT-TAXABLE TO EDITED-AMOUNT.
           DISPLAY 'PAY HISTORY TAXABLE:    ' EDITED-AMOUNT.
           MOVE YR-TAXABLE TO EDITED-AMOUNT.
           DISPLAY 'EMPLOYEE TAXABLE:       ' EDITED-AMOUNT.
           MOVE CT-WITHHELD TO EDITED-AMOUNT.
           DISPLAY 'PAY HISTORY WITHHELD:   ' EDITED-AMOUNT.
           MOVE YR-WITHHELD TO EDITED-AMOUNT.
           DISPLAY 'EMPLOYEE WITHHELD:      ' EDITED-AMOUNT.
           DISPLAY STATEMENTS-ISSUED ' STATEMENT(S) ON THE FILE.'.
           IF VALID-CURSOR
              AND CT-GROSS    = YR-GROSS
              AND CT-TAXABLE  = YR-TAXABLE
              AND CT-WITHHELD = YR-WITHHELD
               MOVE 'R' TO WF-RELEASE-STATUS
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY 'CONTROL TOTALS TIE - FILE RELEASED.'
           ELSE
               MOVE 'H' TO WF-RELEASE-STATUS
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY '**** CONTROL TOTALS DO NOT TIE OR DB2 ERROR'
                       ' - FILE HELD ****'
               MOVE 12 TO RETURN-CODE.
           WRITE WAGE-FILE-RECORD.
           DISPLAY '---------------------------------------------'.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
