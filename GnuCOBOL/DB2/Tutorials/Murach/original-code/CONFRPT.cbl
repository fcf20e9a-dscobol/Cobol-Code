       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CONFRPT.
      *
      *    AR CONFIRMATION COVERAGE REPORT FOR THE AUDITORS.  FOR
      *    ONE SNAPSHOT PERIOD (SYSIN CARD, YYYY-MM) SHOWS THE
      *    POPULATION OF NONZERO, NON-ANONYMIZED BALANCES IN
      *    MM01.ARSNAP, THE DOLLARS SELECTED OVER THE THRESHOLD
      *    AND AT RANDOM, AND THE DOLLARS BY REPLY STATUS FROM
      *    MM01.ARCONF, EACH AS A PERCENTAGE OF THE POPULATION.
      *    DISPUTED AND UNDELIVERABLE LETTERS ARE LISTED AFTER
      *    THE SUMMARY FOR FOLLOW-UP.
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
           05  END-OF-GROUPS-SW        PIC X   VALUE 'N'.
               88  END-OF-GROUPS               VALUE 'Y'.
           05  END-OF-EXCEPTIONS-SW    PIC X   VALUE 'N'.
               88  END-OF-EXCEPTIONS           VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SNAP-PERIOD                 PIC X(7).
      *
       01  POPULATION-FIELDS.
           05  POP-COUNT               PIC S9(9)       COMP.
           05  POP-AMOUNT              PIC S9(11)V99   COMP-3.
      *
       01  GROUP-FIELDS.
           05  GR-SELECT               PIC X.
           05  GR-STATUS               PIC X.
           05  GR-COUNT                PIC S9(9)       COMP.
           05  GR-AMOUNT               PIC S9(11)V99   COMP-3.
      *
       01  EXCEPTION-FIELDS.
           05  EX-CUSTNO               PIC X(6).
           05  EX-LNAME                PIC X(30).
           05  EX-STATUS               PIC X.
               88  EX-DISPUTED                 VALUE 'D'.
           05  EX-BALANCE              PIC S9(9)V99    COMP-3.
           05  EX-REPLY-DATE           PIC X(10).
           05  EX-REPLY-DATE-NI        PIC S9(4)       COMP.
           05  EX-CUSTOMER-AMOUNT      PIC S9(9)V99    COMP-3.
           05  EX-CUSTOMER-AMOUNT-NI   PIC S9(4)       COMP.
      *
       01  COVERAGE-TOTALS             COMP-3.
           05  THRESHOLD-COUNT         PIC S9(9)       VALUE ZERO.
           05  THRESHOLD-AMOUNT        PIC S9(11)V99   VALUE ZERO.
           05  RANDOM-COUNT            PIC S9(9)       VALUE ZERO.
           05  RANDOM-AMOUNT           PIC S9(11)V99   VALUE ZERO.
           05  SENT-COUNT              PIC S9(9)       VALUE ZERO.
           05  SENT-AMOUNT             PIC S9(11)V99   VALUE ZERO.
           05  AGREED-COUNT            PIC S9(9)       VALUE ZERO.
           05  AGREED-AMOUNT           PIC S9(11)V99   VALUE ZERO.
           05  DISPUTED-COUNT          PIC S9(9)       VALUE ZERO.
           05  DISPUTED-AMOUNT         PIC S9(11)V99   VALUE ZERO.
           05  RETURNED-COUNT          PIC S9(9)       VALUE ZERO.
           05  RETURNED-AMOUNT         PIC S9(11)V99   VALUE ZERO.
           05  SELECTED-COUNT          PIC S9(9)       VALUE ZERO.
           05  SELECTED-AMOUNT         PIC S9(11)V99   VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(27)
                           VALUE 'AR CONFIRMATION COVERAGE - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(42)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(17)   VALUE 'SNAPSHOT PERIOD  '.
           05  HL2-PERIOD  PIC X(7).
           05  FILLER      PIC X(108)  VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '           ACCOUNTS '.
           05  FILLER      PIC X(20)   VALUE '           BALANCE  '.
           05  FILLER      PIC X(20)   VALUE '  % OF POP.         '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  COVERAGE-LINE.
           05  CL-LABEL    PIC X(30).
           05  CL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  CL-AMOUNT   PIC Z(10)9.99-.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  CL-PERCENT  PIC ZZ9.99.
           05  FILLER      PIC X(66)   VALUE SPACES.
      *
       01  COVERAGE-WORK.
           05  CW-COUNT                PIC S9(9)       COMP-3.
           05  CW-AMOUNT               PIC S9(11)V99   COMP-3.
           05  CW-PERCENT              PIC S9(3)V99    COMP-3.
      *
       01  EXCEPTION-HEADING-1.
           05  FILLER      PIC X(40)
                   VALUE 'DISPUTED AND UNDELIVERABLE CONFIRMATIONS'.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  EXCEPTION-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'CUSTOMER  NAME      '.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '    OUR BALANCE  STA'.
           05  FILLER      PIC X(20)   VALUE 'TUS         REPLIED '.
           05  FILLER      PIC X(20)   VALUE '   CUSTOMER SHOWS   '.
           05  FILLER      PIC X(20)   VALUE '   DIFFERENCE       '.
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  EXCEPTION-LINE.
           05  XL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  XL-LNAME    PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  XL-BALANCE  PIC Z(8)9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  XL-STATUS   PIC X(13).
           05  XL-REPLY-DATE PIC X(10).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  XL-CUSTOMER-AMOUNT PIC Z(8)9.99-.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  XL-DIFFERENCE PIC Z(8)9.99-.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  NO-EXCEPTIONS-LINE.
           05  FILLER      PIC X(40)
                   VALUE '    NO DISPUTED OR UNDELIVERABLE LETTERS'.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE GRPCURS CURSOR FOR
                   SELECT CFSELECT, CFSTATUS,
                          COUNT(*), SUM(CFBALANCE)
                       FROM MM01.ARCONF
                       WHERE CFPERIOD = :SNAP-PERIOD
                       GROUP BY CFSELECT, CFSTATUS
           END-EXEC.
      *
           EXEC SQL
               DECLARE EXCCURS CURSOR FOR
                   SELECT A.CFCUSTNO,    B.LNAME,     A.CFSTATUS,
                          A.CFBALANCE,   A.CFREPLYDATE,
                          A.CFCUSTAMT
                       FROM MM01.ARCONF A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.CFCUSTNO = B.CUSTNO
                       WHERE A.CFPERIOD = :SNAP-PERIOD
                         AND A.CFSTATUS IN ('D', 'U')
                       ORDER BY A.CFSTATUS, A.CFCUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-COVERAGE-REPORT.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           ACCEPT SNAP-PERIOD FROM SYSIN.
           MOVE SNAP-PERIOD TO HL2-PERIOD.
           PERFORM 100-GET-POPULATION.
           IF VALID-CURSOR
               PERFORM 200-ACCUMULATE-CONFIRMATIONS.
           PERFORM 300-PRINT-COVERAGE-SUMMARY.
           IF VALID-CURSOR
               PERFORM 400-PRINT-EXCEPTIONS.
           IF NOT-VALID-CURSOR
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                  TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 360-WRITE-REPORT-LINE
               DISPLAY '**** DB2 ERROR -- INCOMPLETE RUN ****'
               MOVE 8 TO RETURN-CODE.
           CLOSE PRTOUT.
           STOP RUN.
      *
       100-GET-POPULATION.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(A.ARTOTAL), 0)
                   INTO :POP-COUNT, :POP-AMOUNT
                   FROM MM01.ARSNAP A
                       INNER JOIN MM01.CUSTOMER B
                   ON A.ARCUSTNO = B.CUSTNO
                   WHERE A.ARPERIOD = :SNAP-PERIOD
                     AND A.ARTOTAL <> 0
                     AND B.LNAME   <> 'ANONYMIZED'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-ACCUMULATE-CONFIRMATIONS.
      *
           EXEC SQL
               OPEN GRPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 210-ACCUMULATE-ONE-GROUP
                   UNTIL END-OF-GROUPS
               EXEC SQL
                   CLOSE GRPCURS
               END-EXEC.
      *
       210-ACCUMULATE-ONE-GROUP.
      *
           EXEC SQL
               FETCH GRPCURS
                   INTO :GR-SELECT, :GR-STATUS,
                        :GR-COUNT,  :GR-AMOUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-GROUPS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-GROUPS-SW
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 220-ADD-GROUP-TO-TOTALS.
      *
       220-ADD-GROUP-TO-TOTALS.
      *
           ADD GR-COUNT  TO SELECTED-COUNT.
           ADD GR-AMOUNT TO SELECTED-AMOUNT.
           IF GR-SELECT = 'T'
               ADD GR-COUNT  TO THRESHOLD-COUNT
               ADD GR-AMOUNT TO THRESHOLD-AMOUNT
           ELSE
               ADD GR-COUNT  TO RANDOM-COUNT
               ADD GR-AMOUNT TO RANDOM-AMOUNT.
           EVALUATE GR-STATUS
               WHEN 'A'
                   ADD GR-COUNT  TO AGREED-COUNT
                   ADD GR-AMOUNT TO AGREED-AMOUNT
               WHEN 'D'
                   ADD GR-COUNT  TO DISPUTED-COUNT
                   ADD GR-AMOUNT TO DISPUTED-AMOUNT
               WHEN 'U'
                   ADD GR-COUNT  TO RETURNED-COUNT
                   ADD GR-AMOUNT TO RETURNED-AMOUNT
               WHEN OTHER
                   ADD GR-COUNT  TO SENT-COUNT
                   ADD GR-AMOUNT TO SENT-AMOUNT
           END-EVALUATE.
      *
       300-PRINT-COVERAGE-SUMMARY.
      *
           PERFORM 350-PRINT-REPORT-HEADING.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 'POPULATION'                  TO CL-LABEL.
           MOVE POP-COUNT       TO CW-COUNT.
           MOVE POP-AMOUNT      TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 'SELECTED OVER THRESHOLD'     TO CL-LABEL.
           MOVE THRESHOLD-COUNT TO CW-COUNT.
           MOVE THRESHOLD-AMOUNT TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 'SELECTED AT RANDOM'          TO CL-LABEL.
           MOVE RANDOM-COUNT    TO CW-COUNT.
           MOVE RANDOM-AMOUNT   TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 'TOTAL CONFIRMATIONS SENT'    TO CL-LABEL.
           MOVE SELECTED-COUNT  TO CW-COUNT.
           MOVE SELECTED-AMOUNT TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 'AGREED (CONFIRMED)'          TO CL-LABEL.
           MOVE AGREED-COUNT    TO CW-COUNT.
           MOVE AGREED-AMOUNT   TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 'DISPUTED'                    TO CL-LABEL.
           MOVE DISPUTED-COUNT  TO CW-COUNT.
           MOVE DISPUTED-AMOUNT TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 'RETURNED UNDELIVERABLE'      TO CL-LABEL.
           MOVE RETURNED-COUNT  TO CW-COUNT.
           MOVE RETURNED-AMOUNT TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
           MOVE 'NO REPLY YET'                TO CL-LABEL.
           MOVE SENT-COUNT      TO CW-COUNT.
           MOVE SENT-AMOUNT     TO CW-AMOUNT.
           PERFORM 310-PRINT-COVERAGE-LINE.
      *
       310-PRINT-COVERAGE-LINE.
      *
           IF POP-AMOUNT = 0
               MOVE 0 TO CW-PERCENT
           ELSE
               COMPUTE CW-PERCENT ROUNDED =
                   CW-AMOUNT * 100 / POP-AMOUNT
                   ON SIZE ERROR
                       MOVE 0 TO CW-PERCENT.
           MOVE CW-COUNT   TO CL-COUNT.
           MOVE CW-AMOUNT  TO CL-AMOUNT.
           MOVE CW-PERCENT TO CL-PERCENT.
           MOVE COVERAGE-LINE TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
      *
       350-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 2 TO LINE-COUNT.
      *
       360-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       400-PRINT-EXCEPTIONS.
      *
           PERFORM 450-PRINT-EXCEPTION-HEADING.
           EXEC SQL
               OPEN EXCCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 410-PRINT-ONE-EXCEPTION
                   UNTIL END-OF-EXCEPTIONS
               EXEC SQL
                   CLOSE EXCCURS
               END-EXEC
               IF EXCEPTION-COUNT = 0 AND VALID-CURSOR
                   MOVE NO-EXCEPTIONS-LINE TO PRTOUT-RECORD
                   PERFORM 360-WRITE-REPORT-LINE.
      *
       410-PRINT-ONE-EXCEPTION.
      *
           EXEC SQL
               FETCH EXCCURS
                   INTO :EX-CUSTNO,   :EX-LNAME,   :EX-STATUS,
                        :EX-BALANCE,
                        :EX-REPLY-DATE :EX-REPLY-DATE-NI,
                        :EX-CUSTOMER-AMOUNT :EX-CUSTOMER-AMOUNT-NI
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-EXCEPTIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-EXCEPTIONS-SW
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 420-PRINT-EXCEPTION-LINE.
      *
       420-PRINT-EXCEPTION-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 450-PRINT-EXCEPTION-HEADING.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE EX-CUSTNO  TO XL-CUSTNO.
           MOVE EX-LNAME   TO XL-LNAME.
           MOVE EX-BALANCE TO XL-BALANCE.
           IF EX-DISPUTED
               MOVE 'DISPUTED'      TO XL-STATUS
           ELSE
               MOVE 'UNDELIVERABLE' TO XL-STATUS.
           IF EX-REPLY-DATE-NI < 0
               MOVE SPACES TO XL-REPLY-DATE
           ELSE
               MOVE EX-REPLY-DATE TO XL-REPLY-DATE.
           IF EX-CUSTOMER-AMOUNT-NI < 0 OR NOT EX-DISPUTED
               MOVE ZERO TO XL-CUSTOMER-AMOUNT
               MOVE ZERO TO XL-DIFFERENCE
           ELSE
               MOVE EX-CUSTOMER-AMOUNT TO XL-CUSTOMER-AMOUNT
               COMPUTE XL-DIFFERENCE =
                   EX-BALANCE - EX-CUSTOMER-AMOUNT.
           MOVE EXCEPTION-LINE TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
      *
       450-PRINT-EXCEPTION-HEADING.
      *
           PERFORM 350-PRINT-REPORT-HEADING.
           MOVE EXCEPTION-HEADING-1 TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE EXCEPTION-HEADING-2 TO PRTOUT-RECORD.
           PERFORM 360-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
