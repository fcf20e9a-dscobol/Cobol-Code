       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    EXPJRNL.
      *
      *    EXPENSE REIMBURSEMENT JOURNAL AND EXPENSE HISTORY.  RUN
      *    AFTER ACHGEN FOR THE SAME PAY DATE (DATE CARD YYYYMMDD).
      *
      *    THE CLAIMS ACHGEN PAID ON THE DATE ARE SUMMED BY
      *    CATEGORY AND DEPARTMENT AND WRITTEN AS ONE BALANCED
      *    HEADER-TO-TRAILER JOURNAL GROUP IN THE FORMAT GLEXTR
      *    WRITES, SO JRNEDIT VALIDATES IT BEFORE IT GOES TO THE
      *    LEDGER: A DEBIT TO EACH CATEGORY'S EXPENSE ACCOUNT (ITS
      *    MM01.EXPCAT KEY MAPPED THROUGH MM01.GLMAP) PER
      *    DEPARTMENT, AND ONE CREDIT TO CASH FOR THE TOTAL.
      *
      *    THE PRINTED REPORT SHOWS THE JOURNAL BY CATEGORY AND
      *    DEPARTMENT, THEN EVERY CLAIM OF THE PAY DATE'S YEAR BY
      *    EMPLOYEE WITH ITS STATUS, AND THE EMPLOYEE'S TOTALS
      *    CLAIMED AND PAID.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT JRNLOUT  ASSIGN TO UT-S-JRNLOUT.
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  JRNLOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  JOURNAL-RECORD.
      *
           05  JR-RECORD-TYPE           PIC X.
               88  JR-HEADER-RECORD         VALUE 'H'.
               88  JR-DETAIL-RECORD         VALUE 'D'.
               88  JR-TRAILER-RECORD        VALUE 'T'.
           05  JR-RECORD-DATA.
               10  JR-GLACCT            PIC X(8).
               10  JR-DC-CODE           PIC X.
               10  JR-AMOUNT            PIC 9(11)V99.
               10  JR-DESC              PIC X(20).
           05  JR-HEADER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-RUN-DATE          PIC X(10).
               10  JR-PERIOD-FROM       PIC X(10).
               10  JR-PERIOD-TO         PIC X(10).
               10  JR-COMPANY           PIC X(2).
               10  FILLER               PIC X(10).
           05  JR-TRAILER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-TRAILER-COUNT     PIC 9(5).
               10  JR-TRAILER-DEBITS    PIC 9(11)V99.
               10  JR-TRAILER-CREDITS   PIC 9(11)V99.
               10  FILLER               PIC X(11).
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
      *
           05  JOURNAL-SUCCESSFUL-SW    PIC X    VALUE 'Y'.
               88  JOURNAL-SUCCESSFUL            VALUE 'Y'.
           05  END-OF-SUMMARY-SW        PIC X    VALUE 'N'.
               88  END-OF-SUMMARY                VALUE 'Y'.
           05  END-OF-CLAIMS-SW         PIC X    VALUE 'N'.
               88  END-OF-CLAIMS                 VALUE 'Y'.
           05  FIRST-CLAIM-SW           PIC X    VALUE 'Y'.
               88  FIRST-CLAIM                   VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  PAY-DATE                PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  RUN-DATE                PIC X(10).
           05  JOURNAL-COMPANY         PIC X(2)  VALUE SPACES.
           05  HISTORY-YEAR            PIC S9(4) COMP.
      *
           COPY EOJSTAT.
      *
       01  SUMMARY-ROW.
           05  SM-CATEGORY             PIC X(4).
           05  SM-CAT-DESC             PIC X(16).
           05  SM-GLKEY                PIC X(8).
           05  SM-DEPT                 PIC X(3).
           05  SM-AMOUNT               PIC S9(9)V99  COMP-3.
           05  SM-CLAIMS               PIC S9(9)     COMP.
      *
       01  CLAIM-ROW.
           05  CR-EMPNO                PIC X(6).
           05  CR-LNAME                PIC X(30).
           05  CR-DATE                 PIC X(10).
           05  CR-CATEGORY             PIC X(4).
           05  CR-RECEIPT              PIC X(12).
           05  CR-AMOUNT               PIC S9(5)V99  COMP-3.
           05  CR-STATUS               PIC X.
           05  CR-PAYDATE              PIC X(10).
      *
       01  CONTROL-FIELDS.
           05  PREV-CATEGORY           PIC X(4).
           05  PREV-EMPNO              PIC X(6).
      *
       01  JOURNAL-TOTAL-FIELDS        COMP-3.
           05  JT-RECORD-COUNT         PIC S9(5)     VALUE ZERO.
           05  JT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  JT-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
      *
       01  REPORT-TOTAL-FIELDS         COMP-3.
           05  CAT-TOTAL               PIC S9(11)V99 VALUE ZERO.
           05  EMP-CLAIMED-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  EMP-PAID-TOTAL          PIC S9(9)V99  VALUE ZERO.
      *
       01  REPORT-COUNTERS             COMP.
           05  SUMMARY-ROWS-READ       PIC S9(7)     VALUE ZERO.
           05  CLAIMS-LISTED           PIC S9(7)     VALUE ZERO.
      *
       01  ACCOUNT-LOOKUP-FIELDS.
           05  AL-GLKEY                PIC X(8).
           05  AL-GLACCT               PIC X(8).
      *
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT           PIC Z(10)9.99.
      *
       01  JOURNAL-HEADING-LINE.
           05  FILLER      PIC X(34)   VALUE
               'EXPENSE REIMBURSEMENT JOURNAL FOR '.
           05  JH-PAY-DATE PIC X(10).
           05  FILLER      PIC X(88)   VALUE SPACES.
      *
       01  JOURNAL-DETAIL-LINE.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-CATEGORY PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-DESC     PIC X(16).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-DEPT     PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-GLACCT   PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-CLAIMS   PIC ZZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  JD-AMOUNT   PIC Z(10)9.99.
           05  FILLER      PIC X(71)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  TL-LABEL    PIC X(45).
           05  TL-AMOUNT   PIC Z(10)9.99.
           05  FILLER      PIC X(71)   VALUE SPACES.
      *
       01  HISTORY-HEADING-LINE.
           05  FILLER      PIC X(25)   VALUE
               'EXPENSE CLAIM HISTORY FOR'.
           05  FILLER      PIC X       VALUE SPACE.
           05  HH-YEAR     PIC 9(4).
           05  FILLER      PIC X(102)  VALUE SPACES.
      *
       01  EMPLOYEE-LINE.
           05  FILLER      PIC X(10)   VALUE 'EMPLOYEE: '.
           05  EL-EMPNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EL-LNAME    PIC X(30).
           05  FILLER      PIC X(84)   VALUE SPACES.
      *
       01  CLAIM-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  CL-DATE     PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-CATEGORY PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-RECEIPT  PIC X(12).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-STATUS   PIC X(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-PAYDATE  PIC X(10).
           05  FILLER      PIC X(64)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE SUMCURS CURSOR FOR
                   SELECT C.XCCAT,   K.ECDESC,  K.ECGLKEY,
                          C.XCDEPT,  SUM(C.XCAMOUNT), COUNT(*)
                       FROM MM01.EXPCLAIM C
                           INNER JOIN MM01.EXPCAT K
                               ON K.ECCAT = C.XCCAT
                       WHERE C.XCSTATUS  = 'P'
                         AND C.XCPAYDATE = :PAY-DATE
                       GROUP BY C.XCCAT, K.ECDESC, K.ECGLKEY,
                                C.XCDEPT
                       ORDER BY C.XCCAT, C.XCDEPT
           END-EXEC.
      *
           EXEC SQL
               DECLARE HISTCURS CURSOR FOR
                   SELECT C.XCEMPNO, COALESCE(P.LNAME, ' '),
                          CHAR(C.XCDATE, ISO), C.XCCAT,
                          C.XCRECEIPT, C.XCAMOUNT, C.XCSTATUS,
                          COALESCE(CHAR(C.XCPAYDATE, ISO), ' ')
                       FROM MM01.EXPCLAIM C
                           LEFT OUTER JOIN MM01.PAYROLL P
                               ON P.EMPNO = C.XCEMPNO
                       WHERE YEAR(C.XCDATE) = :HISTORY-YEAR
                       ORDER BY C.XCEMPNO, C.XCDATE, C.XCRECEIPT
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-BUILD-EXPENSE-JOURNAL.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'EXPJRNL ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO RUN-DATE.
           PERFORM 050-ACCEPT-PAY-DATE.
           OPEN OUTPUT JRNLOUT
                       PRTOUT.
           PERFORM 200-WRITE-JOURNAL-HEADER.
           PERFORM 300-WRITE-JOURNAL-DETAILS.
           IF JOURNAL-SUCCESSFUL
               PERFORM 350-WRITE-CASH-CREDIT.
           PERFORM 400-WRITE-JOURNAL-TRAILER.
           IF JOURNAL-SUCCESSFUL
               PERFORM 600-PRINT-EXPENSE-HISTORY.
           CLOSE JRNLOUT
                 PRTOUT.
           MOVE SUMMARY-ROWS-READ TO EOJS-Records-In.
           MOVE JT-RECORD-COUNT   TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF JOURNAL-SUCCESSFUL
               PERFORM 500-PRINT-PROOF-TOTALS
           ELSE
               DISPLAY '**** EXPENSE JOURNAL FAILED -- JOURNAL VOID '
                       '****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-PAY-DATE.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO PAY-DATE.
           MOVE WS-DATE-CARD(1:4) TO HISTORY-YEAR.
      *
       200-WRITE-JOURNAL-HEADER.
      *
           MOVE 'H'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE RUN-DATE        TO JR-RUN-DATE.
           MOVE PAY-DATE        TO JR-PERIOD-FROM.
           MOVE PAY-DATE        TO JR-PERIOD-TO.
           MOVE JOURNAL-COMPANY TO JR-COMPANY.
           WRITE JOURNAL-RECORD.
           MOVE PAY-DATE TO JH-PAY-DATE.
           WRITE PRTOUT-RECORD FROM JOURNAL-HEADING-LINE.
      *
       300-WRITE-JOURNAL-DETAILS.
      *
           MOVE LOW-VALUES TO PREV-CATEGORY.
           EXEC SQL
               OPEN SUMCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
           ELSE
               PERFORM 310-JOURNAL-ONE-SUMMARY-ROW
                   UNTIL END-OF-SUMMARY
                      OR NOT JOURNAL-SUCCESSFUL
               EXEC SQL
                   CLOSE SUMCURS
               END-EXEC
               IF PREV-CATEGORY NOT = LOW-VALUES
                   PERFORM 330-PRINT-CATEGORY-TOTAL.
      *
       310-JOURNAL-ONE-SUMMARY-ROW.
      *
           EXEC SQL
               FETCH SUMCURS
                   INTO :SM-CATEGORY, :SM-CAT-DESC, :SM-GLKEY,
                        :SM-DEPT,     :SM-AMOUNT,   :SM-CLAIMS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-SUMMARY-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
               ELSE
                   ADD 1 TO SUMMARY-ROWS-READ
                   IF SM-CATEGORY NOT = PREV-CATEGORY
                      AND PREV-CATEGORY NOT = LOW-VALUES
                       PERFORM 330-PRINT-CATEGORY-TOTAL
                   END-IF
                   MOVE SM-CATEGORY TO PREV-CATEGORY
                   MOVE SM-GLKEY    TO AL-GLKEY
                   MOVE 'D'         TO JR-DC-CODE
                   MOVE SM-AMOUNT   TO JR-AMOUNT
                   MOVE SPACES      TO JR-DESC
                   STRING SM-CAT-DESC ' ' SM-DEPT
                       DELIMITED BY SIZE INTO JR-DESC
                   PERFORM 320-WRITE-ONE-JOURNAL-LINE
                   ADD SM-AMOUNT TO CAT-TOTAL
                   MOVE SM-CATEGORY TO JD-CATEGORY
                   MOVE SM-CAT-DESC TO JD-DESC
                   MOVE SM-DEPT     TO JD-DEPT
                   MOVE AL-GLACCT   TO JD-GLACCT
                   MOVE SM-CLAIMS   TO JD-CLAIMS
                   MOVE SM-AMOUNT   TO JD-AMOUNT
                   WRITE PRTOUT-RECORD FROM JOURNAL-DETAIL-LINE.
      *
       320-WRITE-ONE-JOURNAL-LINE.
      *
           PERFORM 340-LOOK-UP-GL-ACCOUNT.
           IF JOURNAL-SUCCESSFUL
               MOVE 'D' TO JR-RECORD-TYPE
               MOVE AL-GLACCT TO JR-GLACCT
               WRITE JOURNAL-RECORD
               ADD 1 TO JT-RECORD-COUNT
               IF JR-DC-CODE = 'D'
                   ADD JR-AMOUNT TO JT-DEBIT-TOTAL
               ELSE
                   ADD JR-AMOUNT TO JT-CREDIT-TOTAL
               END-IF
               MOVE JR-AMOUNT TO EDITED-AMOUNT
               DISPLAY AL-GLACCT ' ' JR-DC-CODE ' '
                       EDITED-AMOUNT ' ' JR-DESC.
      *
       330-PRINT-CATEGORY-TOTAL.
      *
           MOVE SPACES TO TL-LABEL.
           STRING 'CATEGORY ' PREV-CATEGORY ' TOTAL'
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE CAT-TOTAL TO TL-AMOUNT.
           WRITE PRTOUT-RECORD FROM TOTAL-LINE.
           MOVE ZERO TO CAT-TOTAL.
      *
       340-LOOK-UP-GL-ACCOUNT.
      *
           EXEC SQL
               SELECT GLACCT
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY = :AL-GLKEY
                         AND GLCOMP IN (:JOURNAL-COMPANY, ' ')
                       ORDER BY GLCOMP DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR KEY '
                       AL-GLKEY ' COMPANY ' JOURNAL-COMPANY ' ****'.
      *
      *    THE REIMBURSEMENTS LEFT THE BANK ON THE DEPOSIT FILE.
      *
       350-WRITE-CASH-CREDIT.
      *
           IF JT-DEBIT-TOTAL NOT = ZERO
               MOVE 'CASH'                 TO AL-GLKEY
               MOVE 'C'                    TO JR-DC-CODE
               MOVE JT-DEBIT-TOTAL         TO JR-AMOUNT
               MOVE 'EXPENSES REIMBURSED'  TO JR-DESC
               PERFORM 320-WRITE-ONE-JOURNAL-LINE.
           MOVE 'EXPENSES REIMBURSED' TO TL-LABEL.
           MOVE JT-CREDIT-TOTAL TO TL-AMOUNT.
           WRITE PRTOUT-RECORD FROM TOTAL-LINE.
      *
       400-WRITE-JOURNAL-TRAILER.
      *
           MOVE 'T'             TO JR-RECORD-TYPE.
           MOVE SPACES          TO JR-RECORD-DATA.
           MOVE JT-RECORD-COUNT TO JR-TRAILER-COUNT.
           MOVE JT-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JT-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
      *
       500-PRINT-PROOF-TOTALS.
      *
           DISPLAY '---------------------------------------------'.
           DISPLAY SUMMARY-ROWS-READ ' CATEGORY/DEPARTMENT LINE(S).'.
           DISPLAY CLAIMS-LISTED     ' CLAIM(S) ON THE HISTORY.'.
           MOVE JT-DEBIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'TOTAL DEBITS:  ' EDITED-AMOUNT.
           MOVE JT-CREDIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'TOTAL CREDITS: ' EDITED-AMOUNT.
           IF JT-DEBIT-TOTAL NOT = JT-CREDIT-TOTAL
               DISPLAY '**** JOURNAL OUT OF BALANCE ****'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'JOURNAL IN BALANCE.'.
           DISPLAY '---------------------------------------------'.
      *
       600-PRINT-EXPENSE-HISTORY.
      *
           MOVE SPACES TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD.
           MOVE HISTORY-YEAR TO HH-YEAR.
           WRITE PRTOUT-RECORD FROM HISTORY-HEADING-LINE.
           EXEC SQL
               OPEN HISTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
           ELSE
               PERFORM 610-PRINT-ONE-CLAIM
                   UNTIL END-OF-CLAIMS
               EXEC SQL
                   CLOSE HISTCURS
               END-EXEC
               IF NOT FIRST-CLAIM
                   PERFORM 630-PRINT-EMPLOYEE-TOTALS.
      *
       610-PRINT-ONE-CLAIM.
      *
           EXEC SQL
               FETCH HISTCURS
                   INTO :CR-EMPNO,    :CR-LNAME,   :CR-DATE,
                        :CR-CATEGORY, :CR-RECEIPT, :CR-AMOUNT,
                        :CR-STATUS,   :CR-PAYDATE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-CLAIMS-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-CLAIMS-SW
                   MOVE 'N' TO JOURNAL-SUCCESSFUL-SW
               ELSE
                   IF FIRST-CLAIM OR CR-EMPNO NOT = PREV-EMPNO
                       PERFORM 620-START-EMPLOYEE
                   END-IF
                   PERFORM 640-PRINT-CLAIM-LINE.
      *
       620-START-EMPLOYEE.
      *
           IF NOT FIRST-CLAIM
               PERFORM 630-PRINT-EMPLOYEE-TOTALS.
           MOVE 'N'      TO FIRST-CLAIM-SW.
           MOVE CR-EMPNO TO PREV-EMPNO.
           MOVE CR-EMPNO TO EL-EMPNO.
           MOVE CR-LNAME TO EL-LNAME.
           WRITE PRTOUT-RECORD FROM EMPLOYEE-LINE.
      *
       630-PRINT-EMPLOYEE-TOTALS.
      *
           MOVE 'TOTAL CLAIMED' TO TL-LABEL.
           MOVE EMP-CLAIMED-TOTAL TO TL-AMOUNT.
           WRITE PRTOUT-RECORD FROM TOTAL-LINE.
           MOVE 'TOTAL PAID' TO TL-LABEL.
           MOVE EMP-PAID-TOTAL TO TL-AMOUNT.
           WRITE PRTOUT-RECORD FROM TOTAL-LINE.
           MOVE ZERO TO EMP-CLAIMED-TOTAL
                        EMP-PAID-TOTAL.
      *
      *    A REJECTED CLAIM IS LISTED BUT NOT COUNTED AS CLAIMED.
      *
       640-PRINT-CLAIM-LINE.
      *
           ADD 1 TO CLAIMS-LISTED.
           EVALUATE CR-STATUS
               WHEN 'S'   MOVE 'SUBMITTED' TO CL-STATUS
               WHEN 'A'   MOVE 'APPROVED'  TO CL-STATUS
               WHEN 'J'   MOVE 'REJECTED'  TO CL-STATUS
               WHEN 'P'   MOVE 'PAID'      TO CL-STATUS
               WHEN OTHER MOVE CR-STATUS   TO CL-STATUS
           END-EVALUATE.
           IF CR-STATUS NOT = 'J'
               ADD CR-AMOUNT TO EMP-CLAIMED-TOTAL.
           IF CR-STATUS = 'P'
               ADD CR-AMOUNT TO EMP-PAID-TOTAL.
           MOVE CR-DATE     TO CL-DATE.
           MOVE CR-CATEGORY TO CL-CATEGORY.
           MOVE CR-RECEIPT  TO CL-RECEIPT.
           MOVE CR-AMOUNT   TO CL-AMOUNT.
           MOVE CR-PAYDATE  TO CL-PAYDATE.
           WRITE PRTOUT-RECORD FROM CLAIM-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
