       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PAYSTMT.
      *
      *    EARNINGS STATEMENTS FOR ONE PAY DATE, ONE PAGE PER
      *    EMPLOYEE PAID ON IT: GROSS PAY, EVERY DEDUCTION PAYCALC
      *    TOOK, AND NET PAY, EACH FOR THE PERIOD AND FOR THE YEAR
      *    TO DATE.  THE FIGURES ARE READ BACK FROM THE LINES
      *    PAYCALC WROTE TO MM01.PAYROLLHIST, SO THE STATEMENT
      *    AGREES WITH THE DEPOSIT ACHGEN MADE.  THE SYSIN CARD
      *    IS THE PAY DATE, YYYYMMDD.
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
           05  END-OF-DEDUCTIONS-SW    PIC X   VALUE 'N'.
               88  END-OF-DEDUCTIONS           VALUE 'Y'.
      *
       01  PAY-CYCLE-PARAMETERS.
           05  PAY-DATE                PIC X(10).
           05  PAY-YEAR-START          PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  STATEMENT-FIELDS.
           05  ST-EMPNO                PIC X(6).
           05  ST-FNAME                PIC X(20).
           05  ST-LNAME                PIC X(30).
           05  ST-GROSS                PIC S9(7)V99   COMP-3.
           05  ST-NET                  PIC S9(7)V99   COMP-3.
           05  ST-YTD-GROSS            PIC S9(9)V99   COMP-3.
           05  ST-YTD-NET              PIC S9(9)V99   COMP-3.
           05  SD-CLASS                PIC X.
           05  SD-CODE                 PIC X(8).
           05  SD-REF                  PIC X(12).
           05  SD-AMOUNT               PIC S9(7)V99   COMP-3.
           05  SD-YTD-AMOUNT           PIC S9(9)V99   COMP-3.
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  STATEMENTS-PRINTED      PIC S9(5)      VALUE ZERO.
           05  GROSS-PAY-TOTAL         PIC S9(11)V99  VALUE ZERO.
           05  NET-PAY-TOTAL           PIC S9(11)V99  VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(20)   VALUE 'MURACH DISTRIBUTING '.
           05  FILLER      PIC X(31)   VALUE
                           '      EARNINGS STATEMENT  PAY D'.
           05  FILLER      PIC X(6)    VALUE 'ATE:  '.
           05  HL1-DATE    PIC X(10).
           05  FILLER      PIC X(65)   VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(10)   VALUE 'EMPLOYEE: '.
           05  HL2-EMPNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  HL2-NAME    PIC X(51).
           05  FILLER      PIC X(63)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'DESCRIPTION         '.
           05  FILLER      PIC X(20)   VALUE '           REFERENCE'.
           05  FILLER      PIC X(20)   VALUE '        CURRENT     '.
           05  FILLER      PIC X(12)   VALUE 'YEAR TO DATE'.
           05  FILLER      PIC X(60)   VALUE SPACES.
      *
       01  STATEMENT-LINE.
           05  SL-CLASS    PIC X(10).
           05  SL-CODE     PIC X(8).
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  SL-REF      PIC X(12).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  SL-CURRENT  PIC Z(6)9.99-.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  SL-YTD      PIC Z(8)9.99-.
           05  FILLER      PIC X(62)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(20)   VALUE 'STATEMENTS PRINTED: '.
           05  TL-COUNT    PIC Z(4)9.
           05  FILLER      PIC X(13)   VALUE '  GROSS PAY: '.
           05  TL-GROSS    PIC Z(10)9.99.
           05  FILLER      PIC X(11)   VALUE '  NET PAY: '.
           05  TL-NET      PIC Z(10)9.99.
           05  FILLER      PIC X(55)   VALUE SPACES.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE STMTCURS CURSOR FOR
                   SELECT H.EMPNO,    P.FNAME,    P.LNAME,
                          H.GROSSPAY, H.NETPAY,
                          (SELECT COALESCE(SUM(Y.GROSSPAY), 0)
                               FROM MM01.PAYROLLHIST Y
                               WHERE Y.EMPNO    = H.EMPNO
                                 AND Y.LINETYPE = 'G'
                                 AND Y.PAYDATE BETWEEN :PAY-YEAR-START
                                                   AND :PAY-DATE),
                          (SELECT COALESCE(SUM(Y.NETPAY), 0)
                               FROM MM01.PAYROLLHIST Y
                               WHERE Y.EMPNO    = H.EMPNO
                                 AND Y.LINETYPE = 'G'
                                 AND Y.PAYDATE BETWEEN :PAY-YEAR-START
                                                   AND :PAY-DATE)
                       FROM MM01.PAYROLLHIST H
                           INNER JOIN MM01.PAYROLL P
                               ON P.EMPNO = H.EMPNO
                       WHERE H.PAYDATE  = :PAY-DATE
                         AND H.LINETYPE = 'G'
                       ORDER BY H.EMPNO
           END-EXEC.
      *
      *    DEDUCTIONS PRINT IN THE ORDER PAYCALC TAKES THEM.
      *
           EXEC SQL
               DECLARE DEDCURS CURSOR FOR
                   SELECT D.DEDCLASS, D.DEDCODE, D.DEDREF,
                          D.DEDAMT,
                          (SELECT COALESCE(SUM(Y.DEDAMT), 0)
                               FROM MM01.PAYROLLHIST Y
                               WHERE Y.EMPNO    = D.EMPNO
                                 AND Y.LINETYPE = 'D'
                                 AND Y.DEDCODE  = D.DEDCODE
                                 AND Y.DEDREF   = D.DEDREF
                                 AND Y.PAYDATE BETWEEN :PAY-YEAR-START
                                                   AND :PAY-DATE)
                       FROM MM01.PAYROLLHIST D
                       WHERE D.EMPNO    = :ST-EMPNO
                         AND D.PAYDATE  = :PAY-DATE
                         AND D.LINETYPE = 'D'
                       ORDER BY CASE D.DEDCLASS
                                    WHEN 'P' THEN 1
                                    WHEN 'T' THEN 2
                                    WHEN 'G' THEN 3
                                    ELSE 4
                                END,
                                D.DEDCODE, D.DEDREF
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-EARNINGS-STATEMENTS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'PAYSTMT ' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           PERFORM 050-ACCEPT-PAY-DATE.
           EXEC SQL
               OPEN STMTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 100-PRINT-ONE-STATEMENT
                   UNTIL END-OF-EMPLOYEES
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE STMTCURS
               END-EXEC.
           PERFORM 400-PRINT-TOTAL-LINE.
           CLOSE PRTOUT.
           DISPLAY STATEMENTS-PRINTED ' EARNINGS STATEMENT(S) PRINTED.'.
           MOVE STATEMENTS-PRINTED TO EOJS-Records-In
                                      EOJS-Records-Out.
           MOVE ZERO               TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-PAY-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO PAY-DATE.
           STRING WS-DATE-CARD(1:4) '-01-01'
               DELIMITED BY SIZE INTO PAY-YEAR-START.
      *
       100-PRINT-ONE-STATEMENT.
      *
           EXEC SQL
               FETCH STMTCURS
                   INTO :ST-EMPNO, :ST-FNAME, :ST-LNAME,
                        :ST-GROSS, :ST-NET,
                        :ST-YTD-GROSS, :ST-YTD-NET
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-EMPLOYEES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 200-PRINT-STATEMENT-HEADING
                   MOVE 'GROSS PAY ' TO SL-CLASS
                   MOVE SPACES       TO SL-CODE
                                        SL-REF
                   MOVE ST-GROSS     TO SL-CURRENT
                   MOVE ST-YTD-GROSS TO SL-YTD
                   WRITE PRTOUT-RECORD FROM STATEMENT-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 300-PRINT-DEDUCTIONS
                   MOVE 'NET PAY   ' TO SL-CLASS
                   MOVE SPACES       TO SL-CODE
                                        SL-REF
                   MOVE ST-NET       TO SL-CURRENT
                   MOVE ST-YTD-NET   TO SL-YTD
                   WRITE PRTOUT-RECORD FROM STATEMENT-LINE
                       AFTER ADVANCING 2 LINES
                   ADD 1        TO STATEMENTS-PRINTED
                   ADD ST-GROSS TO GROSS-PAY-TOTAL
                   ADD ST-NET   TO NET-PAY-TOTAL.
      *
       200-PRINT-STATEMENT-HEADING.
      *
           MOVE PAY-DATE TO HL1-DATE.
           WRITE PRTOUT-RECORD FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE ST-EMPNO TO HL2-EMPNO.
           MOVE SPACES   TO HL2-NAME.
           STRING ST-FNAME DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  ST-LNAME DELIMITED BY SIZE
               INTO HL2-NAME.
           WRITE PRTOUT-RECORD FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRTOUT-RECORD FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
      *
       300-PRINT-DEDUCTIONS.
      *
           MOVE 'N' TO END-OF-DEDUCTIONS-SW.
           EXEC SQL
               OPEN DEDCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 310-PRINT-ONE-DEDUCTION
                   UNTIL END-OF-DEDUCTIONS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE DEDCURS
               END-EXEC.
      *
       310-PRINT-ONE-DEDUCTION.
      *
           EXEC SQL
               FETCH DEDCURS
                   INTO :SD-CLASS,  :SD-CODE,  :SD-REF,
                        :SD-AMOUNT, :SD-YTD-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-DEDUCTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   EVALUATE SD-CLASS
                       WHEN 'P'   MOVE 'PRE-TAX   ' TO SL-CLASS
                       WHEN 'T'   MOVE 'TAX       ' TO SL-CLASS
                       WHEN 'G'   MOVE 'GARNISH   ' TO SL-CLASS
                       WHEN OTHER MOVE 'AFTER-TAX ' TO SL-CLASS
                   END-EVALUATE
                   MOVE SD-CODE       TO SL-CODE
                   MOVE SD-REF        TO SL-REF
                   COMPUTE SL-CURRENT = 0 - SD-AMOUNT
                   COMPUTE SL-YTD     = 0 - SD-YTD-AMOUNT
                   WRITE PRTOUT-RECORD FROM STATEMENT-LINE
                       AFTER ADVANCING 1 LINE.
      *
       400-PRINT-TOTAL-LINE.
      *
           IF VALID-CURSOR
               MOVE STATEMENTS-PRINTED TO TL-COUNT
               MOVE GROSS-PAY-TOTAL    TO TL-GROSS
               MOVE NET-PAY-TOTAL      TO TL-NET
               MOVE TOTAL-LINE         TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                       TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
