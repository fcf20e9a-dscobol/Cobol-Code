       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    COMMRECN.
      *
      *    COMMISSION RECONCILIATION.  EVERY COMMISSION COMMCALC
      *    POSTED TO MM01.COMMPAY FOR A DATE RANGE ENDING BETWEEN
      *    FROMDATE AND TODATE IS LISTED BY REP WITH WHAT PAYCALC
      *    HAS PAID AGAINST IT, AND WHY ANY DIFFERENCE IS STILL
      *    OPEN: WAITING FOR A REVIEWER, APPROVED BUT NOT YET PAID,
      *    REJECTED BY THE REVIEWER, OR REJECTED BECAUSE THE REP IS
      *    NOT LINKED TO AN ACTIVE EMPLOYEE.  A COMMISSION MARKED
      *    PAID WITH NO MATCHING MM01.PAYROLLHIST ROW IS FLAGGED.
      *    ANY REJECTED OR FLAGGED COMMISSION ENDS THE STEP WITH
      *    RETURN CODE 4.
      *
      *    FROMDATE DEFAULTS TO JANUARY 1 OF THE CURRENT YEAR AND
      *    TODATE TO TODAY (BOTH YYYYMMDD).
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
           05  END-OF-COMMISSIONS-SW   PIC X   VALUE 'N'.
               88  END-OF-COMMISSIONS          VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'COMMRECN'.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  FROM-DATE               PIC X(10).
           05  TO-DATE                 PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
      *
       01  COMMISSION-ROW-FIELDS.
           05  CR-REPNO                PIC X(3).
           05  CR-REPNAME              PIC X(30).
           05  CR-EMPNO                PIC X(6).
           05  CR-FROM-DATE            PIC X(10).
           05  CR-TO-DATE              PIC X(10).
           05  CR-AMOUNT               PIC S9(7)V99    COMP-3.
           05  CR-STATUS               PIC X.
               88  CR-UNMATCHED                VALUE 'U'.
               88  CR-QUEUED                   VALUE 'Q'.
               88  CR-PAID                     VALUE 'P'.
           05  CR-QUEUE-STATUS         PIC X.
           05  CR-PAY-DATE             PIC X(10).
           05  CR-PAY-DATE-IND         PIC S9(4)       COMP.
           05  CR-HISTORY-COUNT        PIC S9(9)       COMP.
           05  CR-PAID-AMOUNT          PIC S9(7)V99    COMP-3.
      *
       01  REP-BREAK-FIELDS.
           05  RB-REPNO                PIC X(3)    VALUE SPACES.
           05  RB-CALCULATED           PIC S9(9)V99    COMP-3.
           05  RB-PAID                 PIC S9(9)V99    COMP-3.
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  COMMISSIONS-READ        PIC S9(7)       VALUE ZERO.
           05  REPS-REPORTED           PIC S9(5)       VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(5)       VALUE ZERO.
           05  TOTAL-CALCULATED        PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-PAID              PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-AWAITING          PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-APPROVED          PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-REJECTED          PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-UNMATCHED         PIC S9(11)V99   VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'COMMISSION RECONCILIATION -  '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(36)   VALUE
               'COMMISSION DATE RANGES ENDING FROM '.
           05  HL2-FROM    PIC X(10).
           05  FILLER      PIC X(9)    VALUE ' THROUGH '.
           05  HL2-TO      PIC X(10).
           05  FILLER      PIC X(67)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'REP  NAME           '.
           05  FILLER      PIC X(20)   VALUE '       EMPNO   FROM '.
           05  FILLER      PIC X(20)   VALUE '      THROUGH       '.
           05  FILLER      PIC X(20)   VALUE '  CALCULATED        '.
           05  FILLER      PIC X(20)   VALUE '    PAID  PAY DATE  '.
           05  FILLER      PIC X(20)   VALUE '  STATUS            '.
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  DL-REPNO    PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-REPNAME  PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-EMPNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-FROM     PIC X(10).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  DL-TO       PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-CALCULATED
                           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-PAID     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-PAY-DATE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  DL-STATUS   PIC X(30).
      *
       01  REP-TOTAL-LINE.
           05  FILLER      PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(53)   VALUE 'REP TOTAL'.
           05  RTL-CALCULATED
                           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RTL-PAID    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(14)   VALUE SPACES.
           05  FILLER      PIC X(12)   VALUE 'DIFFERENCE: '.
           05  RTL-DIFFERENCE
                           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(4)    VALUE SPACES.
      *
       01  NEXT-REPORT-LINE            PIC X(132).
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(36).
           05  TL-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(77)   VALUE SPACES.
      *
       01  COUNT-LINE.
           05  CL-LABEL    PIC X(36).
           05  CL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(89)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE COMMCURS CURSOR FOR
                   SELECT C.CMREPNO,
                          COALESCE(R.REPNAME, 'UNKNOWN REP'),
                          COALESCE(C.CMEMPNO, ' '),
                          C.CMFROMDATE,  C.CMTODATE,
                          C.CMAMOUNT,    C.CMSTATUS,
                          COALESCE(Q.AQSTATUS, ' '),
                          C.CMPAYDATE,
                          (SELECT COUNT(*)
                               FROM MM01.PAYROLLHIST H
                               WHERE H.EMPNO   = C.CMEMPNO
                                 AND H.PAYDATE = C.CMPAYDATE)
                       FROM MM01.COMMPAY C
                           LEFT OUTER JOIN MM01.SALESREP R
                               ON R.REPNO = C.CMREPNO
                           LEFT OUTER JOIN MM01.APPROVEQ Q
                               ON Q.AQID  = C.CMAQID
                       WHERE C.CMTODATE BETWEEN :FROM-DATE
                                            AND :TO-DATE
                       ORDER BY C.CMREPNO, C.CMTODATE, C.CMFROMDATE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-COMMISSIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'COMMRECN' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 100-OPEN-COMMISSION-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-REPORT-ONE-COMMISSION
                   UNTIL END-OF-COMMISSIONS
                      OR NOT-VALID-CURSOR
               IF RB-REPNO NOT = SPACES
                   PERFORM 250-PRINT-REP-TOTAL
               END-IF
               PERFORM 300-CLOSE-COMMISSION-CURSOR.
           PERFORM 400-PRINT-TOTAL-LINES.
           CLOSE PRTOUT.
           DISPLAY EXCEPTION-COUNT ' COMMISSION(S) REJECTED OR'
                   ' FLAGGED.'.
           MOVE COMMISSIONS-READ TO EOJS-Records-In.
           MOVE REPS-REPORTED    TO EOJS-Records-Out.
           MOVE EXCEPTION-COUNT  TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 2          TO PPS-ENTRY-COUNT.
           MOVE 'FROMDATE' TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'TODATE'   TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (2).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE PPS-VALUE (1) (1:8) TO WS-DATE-CARD
               IF WS-DATE-CARD = SPACES
                   MOVE CDT-FULL-DATE TO WS-DATE-CARD
                   MOVE '0101'        TO WS-DATE-CARD(5:4)
               END-IF
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO FROM-DATE
               MOVE PPS-VALUE (2) (1:8) TO WS-DATE-CARD
               IF WS-DATE-CARD = SPACES
                   MOVE CDT-FULL-DATE TO WS-DATE-CARD
               END-IF
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO TO-DATE
               MOVE FROM-DATE TO HL2-FROM
               MOVE TO-DATE   TO HL2-TO
               IF FROM-DATE > TO-DATE
                   DISPLAY 'FROMDATE IS AFTER TODATE.'
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       100-OPEN-COMMISSION-CURSOR.
      *
           EXEC SQL
               OPEN COMMCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-REPORT-ONE-COMMISSION.
      *
           PERFORM 210-FETCH-COMMISSION-ROW.
           IF NOT END-OF-COMMISSIONS
               IF VALID-CURSOR
                   IF RB-REPNO NOT = SPACES
                      AND CR-REPNO NOT = RB-REPNO
                       PERFORM 250-PRINT-REP-TOTAL
                   END-IF
                   IF CR-REPNO NOT = RB-REPNO
                       MOVE CR-REPNO TO RB-REPNO
                       MOVE ZERO     TO RB-CALCULATED
                                        RB-PAID
                       ADD 1 TO REPS-REPORTED
                   END-IF
                   ADD 1 TO COMMISSIONS-READ
                   PERFORM 220-CLASSIFY-COMMISSION
                   PERFORM 230-PRINT-COMMISSION-LINE.
      *
       210-FETCH-COMMISSION-ROW.
      *
           EXEC SQL
               FETCH COMMCURS
                   INTO :CR-REPNO,       :CR-REPNAME,
                        :CR-EMPNO,
                        :CR-FROM-DATE,   :CR-TO-DATE,
                        :CR-AMOUNT,      :CR-STATUS,
                        :CR-QUEUE-STATUS,
                        :CR-PAY-DATE:CR-PAY-DATE-IND,
                        :CR-HISTORY-COUNT
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-COMMISSIONS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   IF CR-PAY-DATE-IND < 0
                       MOVE SPACES TO CR-PAY-DATE.
      *
       220-CLASSIFY-COMMISSION.
      *
           MOVE ZERO TO CR-PAID-AMOUNT.
           EVALUATE TRUE
               WHEN CR-UNMATCHED
                   MOVE 'REJECTED - NO EMPLOYEE LINK' TO DL-STATUS
                   ADD CR-AMOUNT TO TOTAL-UNMATCHED
                   ADD 1 TO EXCEPTION-COUNT
               WHEN CR-PAID AND CR-HISTORY-COUNT = 0
                   MOVE CR-AMOUNT TO CR-PAID-AMOUNT
                   MOVE '** PAID - NO PAYROLL HISTORY' TO DL-STATUS
                   ADD 1 TO EXCEPTION-COUNT
               WHEN CR-PAID
                   MOVE CR-AMOUNT TO CR-PAID-AMOUNT
                   MOVE 'PAID' TO DL-STATUS
               WHEN CR-QUEUED AND CR-QUEUE-STATUS = 'P'
                   MOVE 'AWAITING APPROVAL' TO DL-STATUS
                   ADD CR-AMOUNT TO TOTAL-AWAITING
               WHEN CR-QUEUED AND CR-QUEUE-STATUS = 'A'
                   MOVE 'APPROVED - NOT YET PAID' TO DL-STATUS
                   ADD CR-AMOUNT TO TOTAL-APPROVED
               WHEN CR-QUEUED AND CR-QUEUE-STATUS = 'R'
                   MOVE 'REJECTED BY REVIEWER' TO DL-STATUS
                   ADD CR-AMOUNT TO TOTAL-REJECTED
                   ADD 1 TO EXCEPTION-COUNT
               WHEN OTHER
                   MOVE '** APPROVAL ITEM MISSING' TO DL-STATUS
                   ADD 1 TO EXCEPTION-COUNT
           END-EVALUATE.
           ADD CR-AMOUNT      TO RB-CALCULATED
                                 TOTAL-CALCULATED.
           ADD CR-PAID-AMOUNT TO RB-PAID
                                 TOTAL-PAID.
      *
       230-PRINT-COMMISSION-LINE.
      *
           MOVE CR-REPNO        TO DL-REPNO.
           MOVE CR-REPNAME      TO DL-REPNAME.
           MOVE CR-EMPNO        TO DL-EMPNO.
           MOVE CR-FROM-DATE    TO DL-FROM.
           MOVE CR-TO-DATE      TO DL-TO.
           MOVE CR-AMOUNT       TO DL-CALCULATED.
           MOVE CR-PAID-AMOUNT  TO DL-PAID.
           MOVE CR-PAY-DATE     TO DL-PAY-DATE.
           MOVE DETAIL-LINE     TO NEXT-REPORT-LINE.
           PERFORM 260-PRINT-REPORT-LINE.
      *
       250-PRINT-REP-TOTAL.
      *
           MOVE RB-CALCULATED TO RTL-CALCULATED.
           MOVE RB-PAID       TO RTL-PAID.
           COMPUTE RTL-DIFFERENCE = RB-CALCULATED - RB-PAID.
           MOVE REP-TOTAL-LINE TO NEXT-REPORT-LINE.
           PERFORM 260-PRINT-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE SPACES TO RB-REPNO.
      *
       260-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 270-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE NEXT-REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 280-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       270-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 280-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 280-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       280-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-CLOSE-COMMISSION-CURSOR.
      *
           EXEC SQL
               CLOSE COMMCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 270-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'COMMISSION CALCULATED:'        TO TL-LABEL
               MOVE TOTAL-CALCULATED                TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 'COMMISSION PAID:'              TO TL-LABEL
               MOVE TOTAL-PAID                      TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE '  AWAITING APPROVAL:'          TO TL-LABEL
               MOVE TOTAL-AWAITING                  TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE '  APPROVED, NOT YET PAID:'     TO TL-LABEL
               MOVE TOTAL-APPROVED                  TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE '  REJECTED BY REVIEWER:'       TO TL-LABEL
               MOVE TOTAL-REJECTED                  TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE '  REJECTED - NO EMPLOYEE LINK:' TO TL-LABEL
               MOVE TOTAL-UNMATCHED                 TO TL-AMOUNT
               PERFORM 410-WRITE-TOTAL-LINE
               MOVE 2 TO SPACE-CONTROL
               MOVE 'REPS REPORTED:'                TO CL-LABEL
               MOVE REPS-REPORTED                   TO CL-COUNT
               PERFORM 420-WRITE-COUNT-LINE
               MOVE 'COMMISSIONS REJECTED OR FLAGGED:' TO CL-LABEL
               MOVE EXCEPTION-COUNT                 TO CL-COUNT
               PERFORM 420-WRITE-COUNT-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                                    TO PRTOUT-RECORD
               PERFORM 280-WRITE-REPORT-LINE.
      *
       410-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 280-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       420-WRITE-COUNT-LINE.
      *
           MOVE COUNT-LINE TO PRTOUT-RECORD.
           PERFORM 280-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
