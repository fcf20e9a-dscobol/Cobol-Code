       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    COMMCALC.
      *
      *    COMMISSION STATEMENTS FOR INVOICES PAID IN FULL BETWEEN
      *    THE TWO DATE CARDS.  A THIRD CARD OF 'P' ALSO POSTS EACH
      *    REP'S COMMISSION TO MM01.COMMPAY FOR PAYROLL: THE AMOUNT
      *    IS QUEUED ON MM01.APPROVEQ (TYPE CM) FOR A REVIEWER, AND
      *    ONCE APPROVED PAYCALC PAYS IT TO THE EMPLOYEE NAMED BY
      *    SALESREP.REPEMPNO.  A REP WITH NO ACTIVE EMPLOYEE BEHIND
      *    IT IS POSTED AS REJECTED (STATUS U) SO THAT COMMRECN
      *    SHOWS IT, AND THE STEP ENDS WITH RETURN CODE 4.
      *
      *    EACH REP'S STATEMENT STARTS A NEW PAGE UNDER A REP
      *    HEADING, AND THE RUN TOTALS PRINT ON A PAGE OF THEIR OWN
      *    UNDER REP ALL, SO RPTBURST CAN SEND EVERY REP ONLY THEIR
      *    OWN STATEMENT FROM THE REPORT ARCHIVE.
      *
       ENVIRONMENT DIVISION.
      *
               88  END-OF-PAID                 VALUE 'Y'.
           05  REP-FOUND-SW            PIC X   VALUE 'Y'.
               88  REP-FOUND                   VALUE 'Y'.
           05  POST-OPTION-SW          PIC X   VALUE SPACE.
               88  POST-TO-PAYROLL             VALUE 'P'.
           05  POST-VALID-SW           PIC X   VALUE 'Y'.
               88  POST-VALID                  VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           05  RB-SALES-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RB-COMMISSION           PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  RB-INVOICE-COUNT        PIC S9(7)   COMP-3 VALUE ZERO.
      *
       01  PAYROLL-POSTING-FIELDS.
           05  PP-EMPNO                PIC X(6).
           05  PP-EMPNO-IND            PIC S9(4)    COMP.
           05  PP-CHECK-COUNT          PIC S9(9)    COMP.
           05  PP-STATUS               PIC X.
           05  AQ-NEXT-ID              PIC S9(9)    COMP.
           05  AQ-NEXT-ID-IND          PIC S9(4)    COMP.
           05  AQ-AMOUNT               PIC S9(7)V99 COMP-3.
           05  AQ-TRANDATA.
               10  AQT-TRANS-CODE      PIC X       VALUE 'C'.
               10  AQT-REPNO           PIC X(3).
               10  AQT-EMPNO           PIC X(6).
               10  AQT-FROM-DATE       PIC X(10).
               10  AQT-TO-DATE         PIC X(10).
               10  FILLER              PIC X(20)   VALUE SPACES.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-COMMISSION           PIC S9(9)V99 VALUE ZERO.
           05  GT-REP-COUNT            PIC S9(5)    VALUE ZERO.
           05  GT-POSTED-COUNT         PIC S9(5)    VALUE ZERO.
           05  GT-REJECTED-COUNT       PIC S9(5)    VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  REPORT-ARCHIVE-FIELDS.
           05  RPTA-FUNCTION           PIC X.
           05  RPTA-REPORT-ID          PIC X(8).
           05  RPTA-PARAMETERS         PIC X(40)   VALUE SPACES.
           05  RPTA-LINE               PIC X(132).
           05  RPTA-RUN-NUMBER         PIC 9(7).
           05  RPTA-STATUS             PIC X.
           05  RPTA-SPACING            PIC 9.
           05  RPTA-SPACING-X REDEFINES RPTA-SPACING
                                       PIC X.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(23)   VALUE
           05  FILLER      PIC X(7)    VALUE ' RATE: '.
           05  RH-RATE     PIC 9.999.
           05  FILLER      PIC X(80)   VALUE SPACES.
      *
       01  RUN-TOTAL-HEADING-LINE.
           05  FILLER      PIC X(5)    VALUE 'REP: '.
           05  FILLER      PIC X(3)    VALUE 'ALL'.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  FILLER      PIC X(30)   VALUE 'RUN TOTALS'.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(14)   VALUE '  COMMISSION: '.
           05  RT-COMM     PIC Z(6)9.99.
           05  FILLER      PIC X(70)   VALUE SPACES.
      *
       01  POSTING-LINE.
           05  FILLER      PIC X(11)   VALUE '  PAYROLL: '.
           05  PL-DISPOSITION
                           PIC X(50).
           05  FILLER      PIC X(71)   VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE.
           05  FILLER      PIC X(7)    VALUE 'TOTAL: '.
           05  FILLER      PIC X(20)   VALUE ' REP(S), COMMISSION '.
           05  GT-AMOUNT   PIC Z(8)9.99.
           05  FILLER      PIC X(88)   VALUE SPACES.
      *
       01  POSTING-TOTAL-LINE.
           05  FILLER      PIC X(18)   VALUE 'POSTED TO PAYROLL '.
           05  PTL-POSTED  PIC Z(4)9.
           05  FILLER      PIC X(18)   VALUE ' REP(S), REJECTED '.
           05  PTL-REJECTED
                           PIC Z(4)9.
           05  FILLER      PIC X(86)   VALUE ' REP(S)'.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *
      *    A CREDIT-AND-REBILL CORRECTION NETS THE PAIR: THE
      *    ORIGINAL IS CREDITED IN FULL AND EARNS NOTHING, AND ITS
      *    PAYMENTS MOVE TO THE REPLACEMENT, WHICH IS COMMISSIONED
      *    WHEN IT IS PAID IN FULL LIKE ANY OTHER INVOICE.  A
      *    CORRECTED ORIGINAL IN MM01.INVHIST IS THEREFORE SKIPPED.
      *
           EXEC SQL
               DECLARE PAIDCURS CURSOR FOR
                                  FROM MM01.PAYHIST
                                  WHERE PAYINVNO = B.INVNO)
                             BETWEEN :FROM-DATE AND :TO-DATE
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVCORR R
                                  WHERE R.CRORIGINV = B.INVNO)
                   ORDER BY 1, 2
           END-EXEC.
      *
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-DATE-RANGE.
           MOVE 'COMMCALC' TO RPTA-REPORT-ID.
           STRING 'PAID ' FROM-DATE ' TO ' TO-DATE ' '
                  POST-OPTION-SW
               DELIMITED BY SIZE INTO RPTA-PARAMETERS.
           PERFORM 800-REGISTER-REPORT-RUN.
           PERFORM 100-OPEN-PAID-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PROCESS-PAID-INVOICE
               END-IF
               PERFORM 300-CLOSE-PAID-CURSOR.
           PERFORM 400-PRINT-GRAND-TOTAL.
           PERFORM 830-CLOSE-REPORT-RUN.
           CLOSE PRTOUT.
           IF GT-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-DATE-RANGE.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO TO-DATE.
           MOVE SPACES TO WS-DATE-CARD.
           ACCEPT WS-DATE-CARD FROM SYSIN.
           MOVE WS-DATE-CARD(1:1) TO POST-OPTION-SW.
           MOVE FROM-DATE TO AQT-FROM-DATE.
           MOVE TO-DATE   TO AQT-TO-DATE.
      *
       100-OPEN-PAID-CURSOR.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 255-WRITE-PAGE-TOP-LINE.
           MOVE RB-REPNO   TO RH-REPNO.
           MOVE RB-REPNAME TO RH-REPNAME.
           MOVE RB-REPRATE TO RH-RATE.
           PERFORM 260-WRITE-REPORT-LINE.
           ADD RB-COMMISSION TO GT-COMMISSION.
           ADD 1 TO GT-REP-COUNT.
           IF POST-TO-PAYROLL
               PERFORM 270-POST-REP-COMMISSION.
           MOVE SPACES TO RB-REPNO.
      *
       255-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           PERFORM 810-ARCHIVE-PAGE-TOP-LINE.
      *
       260-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           PERFORM 820-ARCHIVE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       270-POST-REP-COMMISSION.
      *
      *    ONE COMMPAY ROW PER REP PER DATE RANGE.  A REJECTED ROW
      *    FROM AN EARLIER RUN IS REPLACED, SO A REP WHOSE PAYROLL
      *    LINK HAS SINCE BEEN FIXED CAN BE POSTED BY RERUNNING.
      *
           MOVE 'Y' TO POST-VALID-SW.
           MOVE RB-REPNO TO AQT-REPNO.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :PP-CHECK-COUNT
                   FROM MM01.COMMPAY
                       WHERE CMREPNO    = :RB-REPNO
                         AND CMFROMDATE = :FROM-DATE
                         AND CMTODATE   = :TO-DATE
                         AND CMSTATUS  <> 'U'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO POST-VALID-SW
               WHEN PP-CHECK-COUNT > 0
                   MOVE 'ALREADY POSTED FOR THIS DATE RANGE'
                                     TO PL-DISPOSITION
               WHEN RB-COMMISSION NOT > ZERO AND REP-FOUND
                   MOVE 'NO COMMISSION TO POST' TO PL-DISPOSITION
               WHEN OTHER
                   PERFORM 272-FIND-REP-EMPLOYEE
                   IF POST-VALID
                       PERFORM 274-INSERT-COMMPAY-ROW
                   END-IF
           END-EVALUATE.
           IF POST-VALID
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'DB2 ERROR - NOT POSTED' TO PL-DISPOSITION.
           MOVE POSTING-LINE TO PRTOUT-RECORD.
           PERFORM 260-WRITE-REPORT-LINE.
      *
       272-FIND-REP-EMPLOYEE.
      *
           MOVE 'U'    TO PP-STATUS.
           MOVE SPACES TO PP-EMPNO.
           MOVE -1     TO PP-EMPNO-IND.
           IF REP-FOUND
               EXEC SQL
                   SELECT B.EMPNO
                       INTO :PP-EMPNO
                       FROM MM01.SALESREP A
                           INNER JOIN MM01.PAYROLL B
                               ON A.REPEMPNO = B.EMPNO
                       WHERE A.REPNO    = :RB-REPNO
                         AND B.PYRLSTAT = 'A'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'Q'  TO PP-STATUS
                       MOVE ZERO TO PP-EMPNO-IND
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO POST-VALID-SW
               END-EVALUATE.
      *
       274-INSERT-COMMPAY-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.COMMPAY
                   WHERE CMREPNO    = :RB-REPNO
                     AND CMFROMDATE = :FROM-DATE
                     AND CMTODATE   = :TO-DATE
                     AND CMSTATUS   = 'U'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N' TO POST-VALID-SW.
           MOVE -1 TO AQ-NEXT-ID-IND.
           IF POST-VALID AND PP-STATUS = 'Q'
               PERFORM 276-QUEUE-FOR-APPROVAL.
           IF POST-VALID
               EXEC SQL
                   INSERT INTO MM01.COMMPAY
                          (CMREPNO,     CMFROMDATE,  CMTODATE,
                           CMEMPNO,     CMAMOUNT,    CMSTATUS,
                           CMAQID)
                   VALUES (:RB-REPNO,   :FROM-DATE,  :TO-DATE,
                           :PP-EMPNO:PP-EMPNO-IND,
                           :RB-COMMISSION,           :PP-STATUS,
                           :AQ-NEXT-ID:AQ-NEXT-ID-IND)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO POST-VALID-SW.
           IF POST-VALID
               IF PP-STATUS = 'Q'
                   ADD 1 TO GT-POSTED-COUNT
                   MOVE SPACES TO PL-DISPOSITION
                   STRING 'QUEUED FOR APPROVAL - EMPLOYEE ' PP-EMPNO
                       DELIMITED BY SIZE INTO PL-DISPOSITION
               ELSE
                   ADD 1 TO GT-REJECTED-COUNT
                   MOVE 'REJECTED - NOT LINKED TO AN ACTIVE EMPLOYEE'
                                     TO PL-DISPOSITION.
      *
       276-QUEUE-FOR-APPROVAL.
      *
           EXEC SQL
               SELECT COALESCE(MAX(AQID), 0) + 1
                   INTO :AQ-NEXT-ID
                   FROM MM01.APPROVEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO POST-VALID-SW
           ELSE
               MOVE ZERO          TO AQ-NEXT-ID-IND
               MOVE PP-EMPNO      TO AQT-EMPNO
               MOVE RB-COMMISSION TO AQ-AMOUNT
               EXEC SQL
                   INSERT INTO MM01.APPROVEQ
                          (AQID,       AQTRANDATA,   AQUSERID,
                           AQAMOUNT,   AQADDED,      AQSTATUS,
                           AQTYPE)
                   VALUES (:AQ-NEXT-ID, :AQ-TRANDATA,
                           'COMMCALC',  :AQ-AMOUNT,
                           CURRENT DATE, 'P',        'CM')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO POST-VALID-SW.
      *
       300-CLOSE-PAID-CURSOR.
      *
      *
       400-PRINT-GRAND-TOTAL.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 255-WRITE-PAGE-TOP-LINE.
           MOVE RUN-TOTAL-HEADING-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           IF VALID-CURSOR
               MOVE GT-REP-COUNT  TO GT-REPS
               MOVE GT-COMMISSION TO GT-AMOUNT
                   TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 260-WRITE-REPORT-LINE.
           IF POST-TO-PAYROLL
               MOVE GT-POSTED-COUNT    TO PTL-POSTED
               MOVE GT-REJECTED-COUNT  TO PTL-REJECTED
               MOVE POSTING-TOTAL-LINE TO PRTOUT-RECORD
               PERFORM 260-WRITE-REPORT-LINE.
      *
       800-REGISTER-REPORT-RUN.
      *
           MOVE 'O' TO RPTA-FUNCTION.
           MOVE SPACES TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
           IF RPTA-STATUS NOT = '0'
               DISPLAY 'REPORT RUN NOT LOGGED FOR ' RPTA-REPORT-ID.
      *
       810-ARCHIVE-PAGE-TOP-LINE.
      *
           MOVE 'P' TO RPTA-FUNCTION.
           MOVE PRTOUT-RECORD TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
       820-ARCHIVE-REPORT-LINE.
      *
           MOVE SPACE-CONTROL TO RPTA-SPACING.
           MOVE RPTA-SPACING-X TO RPTA-FUNCTION.
           MOVE PRTOUT-RECORD TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
       830-CLOSE-REPORT-RUN.
      *
           MOVE 'C' TO RPTA-FUNCTION.
           MOVE SPACES TO RPTA-LINE.
           CALL 'RPTARCH' USING RPTA-FUNCTION
                                RPTA-REPORT-ID
                                RPTA-PARAMETERS
                                RPTA-LINE
                                RPTA-RUN-NUMBER
                                RPTA-STATUS.
      *
