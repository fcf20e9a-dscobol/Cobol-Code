               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-INVOICES-SW      PIC X   VALUE 'N'.
               88  END-OF-INVOICES             VALUE 'Y'.
           05  END-OF-BAD-ADDRESSES-SW PIC X   VALUE 'N'.
               88  END-OF-BAD-ADDRESSES        VALUE 'Y'.
           05  ENTRY-FOUND-SW          PIC X   VALUE 'N'.
               88  ENTRY-FOUND                 VALUE 'Y'.
           05  QUEUE-CUSTOMER-SW       PIC X   VALUE 'Y'.
               88  QUEUE-CUSTOMER              VALUE 'Y'.
      *
                                                       VALUE ZERO.
           05  CB-MAX-AGE              PIC S9(5)       COMP-3
                                                       VALUE ZERO.
           05  CB-BADADDR              PIC X           VALUE SPACE.
      *
       01  BAD-ADDRESS-FIELDS.
      *
      *    A CUSTOMER THE ADDRESS CHANGE SERVICE REPORTED AS MOVED
      *    OR UNDELIVERABLE GETS NO STATEMENT OR DUNNING LETTER, SO
      *    A COLLECTOR HAS TO CALL.  ANY SUCH CUSTOMER STILL OWING
      *    MONEY IS QUEUED WHETHER OR NOT ANYTHING IS PAST DUE, AND
      *    IS RANKED AS IF ONE ESCALATION LEVEL HIGHER.
      *
           05  BA-CUSTNO               PIC X(6).
           05  BA-BALANCE              PIC S9(9)V99    COMP-3.
           05  BA-SCORE-BUMP           PIC S9(7)       COMP-3
                                                       VALUE +100000.
      *
       01  PRIOR-QUEUE-FIELDS.
      *
               10  QE-ESCAL            PIC S9(4)       COMP.
               10  QE-SCORE            PIC S9(11)V99   COMP-3.
               10  QE-RANK             PIC S9(4)       COMP.
               10  QE-BADADDR          PIC X.
      *
       01  RANKING-FIELDS.
           05  RK-RANK                 PIC S9(4)   COMP.
           05  QI-AMOUNT               PIC S9(9)V99 COMP-3.
           05  QI-MAX-AGE              PIC S9(5)   COMP-3.
           05  QI-ESCAL                PIC S9(4)   COMP.
           05  QI-BADADDR              PIC X.
      *
       01  RUN-COUNTERS                COMP-3.
           05  QUEUED-COUNT            PIC S9(5)       VALUE ZERO.
           05  SKIPPED-PROMISE-COUNT   PIC S9(5)       VALUE ZERO.
           05  BADADDR-QUEUED-COUNT    PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
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
           05  FILLER      PIC X(25)   VALUE
           05  FILLER      PIC X(20)   VALUE 'RANK  CUSTOMER  COLL'.
           05  FILLER      PIC X(20)   VALUE 'ECTOR        AMOUNT '.
           05  FILLER      PIC X(20)   VALUE '   MAX AGE  ESCALATI'.
           05  FILLER      PIC X(4)    VALUE 'ON'.
           05  FILLER      PIC X(68)   VALUE 'ADDRESS'.
      *
       01  REPORT-LINE.
           05  RL-RANK     PIC Z(3)9.
           05  RL-AGE      PIC Z(4)9.
           05  FILLER      PIC X(6)    VALUE SPACES.
           05  RL-ESCAL    PIC Z9.
           05  FILLER      PIC X(9)    VALUE SPACES.
           05  RL-BADADDR  PIC X(11).
           05  FILLER      PIC X(57)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(8)    VALUE 'QUEUED: '.
           05  TL-QUEUED   PIC Z(4)9.
           05  FILLER      PIC X(22)   VALUE '  PROMISES STILL GOOD:'.
           05  TL-PROMISE  PIC Z(4)9.
           05  FILLER      PIC X(15)   VALUE '  BAD ADDRESS: '.
           05  TL-BADADDR  PIC Z(4)9.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *
      *    DAYS PAST DUE RUN FROM THE TERMS DATE A REBILLED INVOICE
      *    CARRIES OVER FROM THE ONE IT REPLACED, AND FROM THE
      *    INVOICE DATE FOR EVERY OTHER INVOICE.
      *
           EXEC SQL
               DECLARE DELQCURS CURSOR FOR
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0),
                          DAYS(:RUN-DATE) -
                              DAYS(COALESCE(A.INVTERMDT, A.INVDATE))
                       FROM MM01.INVOICE A
                       WHERE A.INVTOTAL >
                              COALESCE((SELECT SUM(PAYAMT)
                                  FROM MM01.PAYMENT
                                  WHERE PAYINVNO = A.INVNO), 0)
                         AND DAYS(:RUN-DATE) -
                             DAYS(COALESCE(A.INVTERMDT, A.INVDATE)) > 30
                       ORDER BY A.INVCUST, A.INVNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE BADACURS CURSOR FOR
                   SELECT B.CUSTNO,
                          COALESCE((SELECT SUM(A.INVTOTAL)
                              FROM MM01.INVOICE A
                              WHERE A.INVCUST = B.CUSTNO), 0) -
                          COALESCE((SELECT SUM(P.PAYAMT)
                              FROM MM01.PAYMENT P
                                  INNER JOIN MM01.INVOICE A
                              ON P.PAYINVNO = A.INVNO
                              WHERE A.INVCUST = B.CUSTNO), 0)
                       FROM MM01.CUSTOMER B
                       WHERE B.BADADDR IN ('M', 'U')
                       ORDER BY B.CUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           MOVE 'COLLQGEN' TO RPTA-REPORT-ID.
           STRING 'RUN DATE ' RUN-DATE
               DELIMITED BY SIZE INTO RPTA-PARAMETERS.
           PERFORM 800-REGISTER-REPORT-RUN.
           PERFORM 100-COLLECT-DELINQUENTS.
           IF VALID-CURSOR
               PERFORM 150-COLLECT-BAD-ADDRESSES.
           IF VALID-CURSOR
               PERFORM 300-RANK-QUEUE-ENTRIES
               PERFORM 400-ASSIGN-AND-INSERT.
                   ROLLBACK
               END-EXEC.
           PERFORM 500-PRINT-TOTAL-LINE.
           PERFORM 830-CLOSE-REPORT-RUN.
           CLOSE PRTOUT.
           DISPLAY QUEUED-COUNT ' ACCOUNT(S) QUEUED.'.
           IF NOT-VALID-CURSOR
                       MOVE DQ-AGE-DAYS TO CB-MAX-AGE
                   END-IF
           END-EVALUATE.
      *
       150-COLLECT-BAD-ADDRESSES.
      *
           EXEC SQL
               OPEN BADACURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 160-QUEUE-ONE-BAD-ADDRESS
                   UNTIL END-OF-BAD-ADDRESSES
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE BADACURS
               END-EXEC.
      *
       160-QUEUE-ONE-BAD-ADDRESS.
      *
           EXEC SQL
               FETCH BADACURS
                   INTO :BA-CUSTNO, :BA-BALANCE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-BAD-ADDRESSES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN BA-BALANCE NOT > ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO ENTRY-FOUND-SW
                   PERFORM 170-FLAG-QUEUED-ENTRY
                       VARYING RK-SUB FROM 1 BY 1
                       UNTIL RK-SUB > QUEUE-ENTRY-COUNT
                          OR ENTRY-FOUND
                   IF NOT ENTRY-FOUND
                       MOVE BA-CUSTNO  TO CB-CUSTNO
                       MOVE BA-BALANCE TO CB-TOTAL
                       MOVE ZERO       TO CB-MAX-AGE
                       MOVE 'Y'        TO CB-BADADDR
                       PERFORM 200-QUEUE-CUSTOMER-BREAK
                   END-IF
           END-EVALUATE.
      *
       170-FLAG-QUEUED-ENTRY.
      *
           SET QE-INDEX TO RK-SUB.
           IF QE-CUSTNO(QE-INDEX) = BA-CUSTNO
               MOVE 'Y' TO ENTRY-FOUND-SW
               MOVE 'Y' TO QE-BADADDR(QE-INDEX)
               ADD BA-SCORE-BUMP TO QE-SCORE(QE-INDEX).
      *
       200-QUEUE-CUSTOMER-BREAK.
      *
                       + (CB-MAX-AGE * 10)
                       + (PQ-ESCAL-NEW * 100000)
                   MOVE ZERO TO QE-RANK(QE-INDEX)
                   MOVE CB-BADADDR TO QE-BADADDR(QE-INDEX)
                   IF CB-BADADDR = 'Y'
                       ADD BA-SCORE-BUMP TO QE-SCORE(QE-INDEX)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO CB-CUSTNO
                          CB-BADADDR.
           MOVE ZERO   TO CB-TOTAL
                          CB-MAX-AGE.
      *
               INSERT INTO MM01.COLLQ
                      (CQDATE,     CQCUSTNO,    CQCOLLECTOR,
                       CQRANK,     CQAMOUNT,    CQMAXAGE,
                       CQESCAL,    CQBADADDR)
               VALUES (:RUN-DATE,  :QI-CUSTNO,  :QI-COLLECTOR,
                       :QI-RANK,   :QI-AMOUNT,  :QI-MAX-AGE,
                       :QI-ESCAL,  :QI-BADADDR)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               ADD 1 TO QUEUED-COUNT
               IF QI-BADADDR = 'Y'
                   ADD 1 TO BADADDR-QUEUED-COUNT
               END-IF
               PERFORM 430-PRINT-QUEUE-LINE.
      *
       420-FIND-RANKED-ENTRY.
               MOVE QE-CUSTNO(QE-INDEX)  TO QI-CUSTNO
               MOVE QE-AMOUNT(QE-INDEX)  TO QI-AMOUNT
               MOVE QE-MAX-AGE(QE-INDEX) TO QI-MAX-AGE
               MOVE QE-ESCAL(QE-INDEX)   TO QI-ESCAL
               MOVE QE-BADADDR(QE-INDEX) TO QI-BADADDR.
      *
       430-PRINT-QUEUE-LINE.
      *
           MOVE QI-AMOUNT    TO RL-AMOUNT.
           MOVE QI-MAX-AGE   TO RL-AGE.
           MOVE QI-ESCAL     TO RL-ESCAL.
           IF QI-BADADDR = 'Y'
               MOVE 'BAD ADDRESS' TO RL-BADADDR
           ELSE
               MOVE SPACES        TO RL-BADADDR.
           MOVE REPORT-LINE  TO PRTOUT-RECORD.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           PERFORM 810-ARCHIVE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 450-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           PERFORM 820-ARCHIVE-REPORT-LINE.
      *
       500-PRINT-TOTAL-LINE.
      *
           IF VALID-CURSOR
               MOVE QUEUED-COUNT          TO TL-QUEUED
               MOVE SKIPPED-PROMISE-COUNT TO TL-PROMISE
               MOVE BADADDR-QUEUED-COUNT  TO TL-BADADDR
               MOVE TOTAL-LINE            TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 450-WRITE-REPORT-LINE.
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
