       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    AGYRECON.
      *
      *    MONTHLY COLLECTION AGENCY STATEMENT RECONCILIATION.  THE
      *    AGENCY'S STATEMENT LISTS, BY REMITTANCE AND CUSTOMER,
      *    WHAT IT COLLECTED, WHAT IT KEPT AND WHAT IT SENT FOR THE
      *    MONTH.  EACH STATEMENT LINE IS COMPARED WITH WHAT
      *    AGYPOST POSTED FROM THAT REMITTANCE FOR THAT CUSTOMER
      *    (MM01.AGYREMIT), AND EVERYTHING WE POSTED FOR THE MONTH
      *    THAT THE STATEMENT DOES NOT SHOW IS LISTED TOO.  THE
      *    MONTH IS TAKEN FROM THE REMITTANCE DATE.
      *
      *    RETURN CODE 4 WHEN ANY LINE DOES NOT AGREE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AGYSTMT ASSIGN TO UT-S-AGYSTMT.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AGYSTMT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AGENCY-STATEMENT-RECORD.
      *
           05  AST-RECORD-TYPE          PIC X.
               88  AST-HEADER-RECORD        VALUE 'H'.
               88  AST-DETAIL-RECORD        VALUE 'D'.
               88  AST-TRAILER-RECORD       VALUE 'T'.
           05  AST-RECORD-DATA.
               10  AST-REMIT-ID         PIC X(10).
               10  AST-CUSTNO           PIC X(6).
               10  AST-GROSS            PIC 9(7)V99.
               10  AST-COMMISSION       PIC 9(7)V99.
               10  AST-NET              PIC 9(7)V99.
               10  FILLER               PIC X(36).
           05  AST-HEADER-DATA REDEFINES AST-RECORD-DATA.
               10  AST-AGENCY-ID        PIC X(8).
               10  AST-PERIOD           PIC X(7).
               10  FILLER               PIC X(64).
           05  AST-TRAILER-DATA REDEFINES AST-RECORD-DATA.
               10  AST-TRAILER-COUNT    PIC 9(5).
               10  AST-TRAILER-GROSS    PIC 9(9)V99.
               10  AST-TRAILER-COMM     PIC 9(9)V99.
               10  AST-TRAILER-NET      PIC 9(9)V99.
               10  FILLER               PIC X(41).
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
           05  END-OF-STATEMENT-SW     PIC X   VALUE 'N'.
               88  END-OF-STATEMENT            VALUE 'Y'.
           05  END-OF-POSTED-SW        PIC X   VALUE 'N'.
               88  END-OF-POSTED               VALUE 'Y'.
           05  LINE-ON-STATEMENT-SW    PIC X   VALUE 'N'.
               88  LINE-ON-STATEMENT           VALUE 'Y'.
           05  TABLE-FULL-SW           PIC X   VALUE 'N'.
               88  TABLE-FULL                  VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  STATEMENT-HEADER-FIELDS.
           05  SH-AGENCY-ID            PIC X(8)    VALUE SPACES.
           05  SH-PERIOD               PIC X(7)    VALUE SPACES.
      *
      *    THE STATEMENT'S REMITTANCE AND CUSTOMER KEYS ARE HELD SO
      *    THE PASS OVER OUR OWN POSTINGS CAN TELL WHICH ONES THE
      *    AGENCY LEFT OFF.
      *
       01  STATEMENT-KEY-TABLE.
           05  SK-COUNT                PIC S9(4)   COMP VALUE ZERO.
           05  SK-MAX                  PIC S9(4)   COMP VALUE +2000.
           05  SK-ENTRY OCCURS 2000 TIMES
                        INDEXED BY SK-INDEX.
               10  SK-REMIT-ID         PIC X(10).
               10  SK-CUSTNO           PIC X(6).
      *
       01  COMPARE-FIELDS.
           05  CP-REMIT-ID             PIC X(10).
           05  CP-CUSTNO               PIC X(6).
           05  CP-LINES                PIC S9(9)       COMP.
           05  CP-THEIR-GROSS          PIC S9(9)V99    COMP-3.
           05  CP-THEIR-COMMISSION     PIC S9(9)V99    COMP-3.
           05  CP-THEIR-NET            PIC S9(9)V99    COMP-3.
           05  CP-OUR-GROSS            PIC S9(9)V99    COMP-3.
           05  CP-OUR-COMMISSION       PIC S9(9)V99    COMP-3.
           05  CP-OUR-NET              PIC S9(9)V99    COMP-3.
           05  CP-OUR-RECOVERED        PIC S9(9)V99    COMP-3.
      *
       01  RECON-TOTAL-FIELDS          COMP-3.
           05  STATEMENT-LINE-COUNT    PIC S9(7)       VALUE ZERO.
           05  AGREED-COUNT            PIC S9(7)       VALUE ZERO.
           05  DIFFERENCE-COUNT        PIC S9(7)       VALUE ZERO.
           05  THEIR-GROSS-TOTAL       PIC S9(11)V99   VALUE ZERO.
           05  THEIR-COMM-TOTAL        PIC S9(11)V99   VALUE ZERO.
           05  THEIR-NET-TOTAL         PIC S9(11)V99   VALUE ZERO.
           05  OUR-GROSS-TOTAL         PIC S9(11)V99   VALUE ZERO.
           05  OUR-COMM-TOTAL          PIC S9(11)V99   VALUE ZERO.
           05  OUR-NET-TOTAL           PIC S9(11)V99   VALUE ZERO.
           05  OUR-RECOVERED-TOTAL     PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(35)   VALUE
               'AGENCY STATEMENT RECONCILIATION - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(34)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(10)   VALUE 'AGENCY:  '.
           05  HL2-AGENCY  PIC X(8).
           05  FILLER      PIC X(12)   VALUE '   PERIOD:  '.
           05  HL2-PERIOD  PIC X(7).
           05  FILLER      PIC X(95)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'REMITTANCE  CUST    '.
           05  FILLER      PIC X(20)   VALUE '  AGENCY GROSS   AGE'.
           05  FILLER      PIC X(20)   VALUE 'NCY COMM    AGENCY N'.
           05  FILLER      PIC X(20)   VALUE 'ET   POSTED GROSS  P'.
           05  FILLER      PIC X(20)   VALUE 'OSTED COMM   RESULT '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  RECON-LINE.
           05  RC-REMIT-ID     PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RC-CUSTNO       PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RC-THEIR-GROSS  PIC Z(8)9.99.
           05  RC-THEIR-GROSS-X REDEFINES RC-THEIR-GROSS
                               PIC X(12).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  RC-THEIR-COMM   PIC Z(8)9.99.
           05  RC-THEIR-COMM-X REDEFINES RC-THEIR-COMM
                               PIC X(12).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  RC-THEIR-NET    PIC Z(8)9.99.
           05  RC-THEIR-NET-X REDEFINES RC-THEIR-NET
                               PIC X(12).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  RC-OUR-GROSS    PIC Z(8)9.99.
           05  RC-OUR-GROSS-X REDEFINES RC-OUR-GROSS
                               PIC X(12).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  RC-OUR-COMM     PIC Z(8)9.99.
           05  RC-OUR-COMM-X REDEFINES RC-OUR-COMM
                               PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RC-RESULT       PIC X(30).
           05  FILLER          PIC X(15)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL        PIC X(20).
           05  TL-GROSS        PIC Z(10)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-COMMISSION   PIC Z(10)9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TL-NET          PIC Z(10)9.99.
           05  FILLER          PIC X(66)   VALUE SPACES.
      *
       01  COUNT-LINE.
           05  CL-LABEL        PIC X(20).
           05  CL-COUNT        PIC Z(6)9.
           05  FILLER          PIC X(105)  VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE POSTCURS CURSOR FOR
                   SELECT AGREMITID,   AGCUSTNO,
                          SUM(AGGROSS), SUM(AGCOMM), SUM(AGNET),
                          SUM(AGRECOV)
                       FROM MM01.AGYREMIT
                       WHERE SUBSTR(AGREMDATE, 1, 7) = :SH-PERIOD
                       GROUP BY AGREMITID, AGCUSTNO
                       ORDER BY AGREMITID, AGCUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-AGENCY-STATEMENT.
      *
           OPEN INPUT  AGYSTMT
                OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 100-COMPARE-STATEMENT-LINE
               UNTIL END-OF-STATEMENT
                  OR NOT-VALID-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-LIST-UNREPORTED-POSTINGS.
           PERFORM 500-PRINT-TOTAL-LINES.
           CLOSE AGYSTMT
                 PRTOUT.
           DISPLAY AGREED-COUNT     ' STATEMENT LINE(S) AGREED.'.
           DISPLAY DIFFERENCE-COUNT ' DIFFERENCE(S) FOUND.'.
           IF DIFFERENCE-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           IF TABLE-FULL
               DISPLAY 'MORE THAN ' SK-MAX ' STATEMENT LINES - '
                       'UNREPORTED POSTINGS NOT LISTED.'
               MOVE 8 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       100-COMPARE-STATEMENT-LINE.
      *
           READ AGYSTMT
               AT END
                   MOVE 'Y' TO END-OF-STATEMENT-SW.
           IF NOT END-OF-STATEMENT
               EVALUATE TRUE
                   WHEN AST-HEADER-RECORD
                       MOVE AST-AGENCY-ID TO SH-AGENCY-ID
                       MOVE AST-PERIOD    TO SH-PERIOD
                       MOVE SH-AGENCY-ID  TO HL2-AGENCY
                       MOVE SH-PERIOD     TO HL2-PERIOD
                   WHEN AST-DETAIL-RECORD
                       PERFORM 110-COMPARE-ONE-LINE
               END-EVALUATE.
      *
       110-COMPARE-ONE-LINE.
      *
           ADD 1 TO STATEMENT-LINE-COUNT.
           MOVE AST-REMIT-ID TO CP-REMIT-ID.
           MOVE AST-CUSTNO   TO CP-CUSTNO.
           IF AST-GROSS NUMERIC AND AST-COMMISSION NUMERIC
              AND AST-NET NUMERIC
               MOVE AST-GROSS      TO CP-THEIR-GROSS
               MOVE AST-COMMISSION TO CP-THEIR-COMMISSION
               MOVE AST-NET        TO CP-THEIR-NET
           ELSE
               MOVE ZERO TO CP-THEIR-GROSS
                            CP-THEIR-COMMISSION
                            CP-THEIR-NET.
           ADD CP-THEIR-GROSS      TO THEIR-GROSS-TOTAL.
           ADD CP-THEIR-COMMISSION TO THEIR-COMM-TOTAL.
           ADD CP-THEIR-NET        TO THEIR-NET-TOTAL.
           IF SK-COUNT < SK-MAX
               ADD 1 TO SK-COUNT
               MOVE CP-REMIT-ID TO SK-REMIT-ID (SK-COUNT)
               MOVE CP-CUSTNO   TO SK-CUSTNO (SK-COUNT)
           ELSE
               MOVE 'Y' TO TABLE-FULL-SW.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(AGGROSS), 0),
                      COALESCE(SUM(AGCOMM), 0),
                      COALESCE(SUM(AGNET), 0)
                   INTO :CP-LINES,
                        :CP-OUR-GROSS, :CP-OUR-COMMISSION,
                        :CP-OUR-NET
                   FROM MM01.AGYREMIT
                       WHERE AGREMITID = :CP-REMIT-ID
                         AND AGCUSTNO  = :CP-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               EVALUATE TRUE
                   WHEN CP-LINES = 0
                       MOVE 'NOT POSTED BY US' TO RC-RESULT
                   WHEN CP-OUR-GROSS NOT = CP-THEIR-GROSS
                       MOVE 'GROSS DIFFERS'    TO RC-RESULT
                   WHEN CP-OUR-COMMISSION NOT = CP-THEIR-COMMISSION
                       MOVE 'COMMISSION DIFFERS' TO RC-RESULT
                   WHEN CP-OUR-NET NOT = CP-THEIR-NET
                       MOVE 'NET DIFFERS'      TO RC-RESULT
                   WHEN OTHER
                       MOVE 'AGREED'           TO RC-RESULT
               END-EVALUATE
               IF RC-RESULT = 'AGREED'
                   ADD 1 TO AGREED-COUNT
               ELSE
                   ADD 1 TO DIFFERENCE-COUNT
               END-IF
               PERFORM 400-PRINT-RECON-LINE.
      *
       200-LIST-UNREPORTED-POSTINGS.
      *
      *    THE TOTALS FOR OUR SIDE COME FROM THIS PASS - EVERY
      *    LINE POSTED FROM A REMITTANCE DATED IN THE PERIOD.
      *
           EXEC SQL
               OPEN POSTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 210-CHECK-ONE-POSTING
                   UNTIL END-OF-POSTED
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE POSTCURS
               END-EXEC.
      *
       210-CHECK-ONE-POSTING.
      *
           EXEC SQL
               FETCH POSTCURS
                   INTO :CP-REMIT-ID,  :CP-CUSTNO,
                        :CP-OUR-GROSS, :CP-OUR-COMMISSION,
                        :CP-OUR-NET,   :CP-OUR-RECOVERED
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-POSTED-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD CP-OUR-GROSS      TO OUR-GROSS-TOTAL
                   ADD CP-OUR-COMMISSION TO OUR-COMM-TOTAL
                   ADD CP-OUR-NET        TO OUR-NET-TOTAL
                   ADD CP-OUR-RECOVERED  TO OUR-RECOVERED-TOTAL
                   IF NOT TABLE-FULL
                       PERFORM 220-FIND-ON-STATEMENT
                       IF NOT LINE-ON-STATEMENT
                           ADD 1 TO DIFFERENCE-COUNT
                           MOVE SPACES TO RC-THEIR-GROSS-X
                                          RC-THEIR-COMM-X
                                          RC-THEIR-NET-X
                           MOVE 'NOT ON AGENCY STATEMENT'
                                       TO RC-RESULT
                           PERFORM 400-PRINT-RECON-LINE
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       220-FIND-ON-STATEMENT.
      *
           MOVE 'N' TO LINE-ON-STATEMENT-SW.
           SET SK-INDEX TO 1.
           SEARCH SK-ENTRY
               WHEN SK-INDEX > SK-COUNT
                   MOVE 'N' TO LINE-ON-STATEMENT-SW
               WHEN SK-REMIT-ID (SK-INDEX) = CP-REMIT-ID
                AND SK-CUSTNO (SK-INDEX)   = CP-CUSTNO
                   MOVE 'Y' TO LINE-ON-STATEMENT-SW.
      *
       400-PRINT-RECON-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 410-PRINT-REPORT-HEADING.
           MOVE CP-REMIT-ID TO RC-REMIT-ID.
           MOVE CP-CUSTNO   TO RC-CUSTNO.
           IF RC-RESULT NOT = 'NOT ON AGENCY STATEMENT'
               MOVE CP-THEIR-GROSS      TO RC-THEIR-GROSS
               MOVE CP-THEIR-COMMISSION TO RC-THEIR-COMM
               MOVE CP-THEIR-NET        TO RC-THEIR-NET.
           IF RC-RESULT = 'NOT POSTED BY US'
               MOVE SPACES TO RC-OUR-GROSS-X
                              RC-OUR-COMM-X
           ELSE
               MOVE CP-OUR-GROSS      TO RC-OUR-GROSS
               MOVE CP-OUR-COMMISSION TO RC-OUR-COMM.
           MOVE RECON-LINE TO PRTOUT-RECORD.
           PERFORM 420-WRITE-REPORT-LINE.
      *
       410-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 420-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 420-WRITE-REPORT-LINE.
      *
       420-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       500-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 410-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'AGENCY STATEMENT:'  TO TL-LABEL
               MOVE THEIR-GROSS-TOTAL    TO TL-GROSS
               MOVE THEIR-COMM-TOTAL     TO TL-COMMISSION
               MOVE THEIR-NET-TOTAL      TO TL-NET
               MOVE TOTAL-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
               MOVE 'POSTED BY US:'      TO TL-LABEL
               MOVE OUR-GROSS-TOTAL      TO TL-GROSS
               MOVE OUR-COMM-TOTAL       TO TL-COMMISSION
               MOVE OUR-NET-TOTAL        TO TL-NET
               MOVE TOTAL-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
               MOVE '  OF WHICH RECOVERY:' TO TL-LABEL
               MOVE OUR-RECOVERED-TOTAL  TO TL-GROSS
               MOVE ZERO                 TO TL-COMMISSION
                                            TL-NET
               MOVE TOTAL-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
               MOVE 2 TO SPACE-CONTROL
               MOVE 'STATEMENT LINES:'   TO CL-LABEL
               MOVE STATEMENT-LINE-COUNT TO CL-COUNT
               MOVE COUNT-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
               MOVE 'AGREED:'            TO CL-LABEL
               MOVE AGREED-COUNT         TO CL-COUNT
               MOVE COUNT-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
               MOVE 'DIFFERENCES:'       TO CL-LABEL
               MOVE DIFFERENCE-COUNT     TO CL-COUNT
               MOVE COUNT-LINE           TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                         TO PRTOUT-RECORD
               PERFORM 420-WRITE-REPORT-LINE.
      *
