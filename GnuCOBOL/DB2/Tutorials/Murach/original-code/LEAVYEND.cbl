       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LEAVYEND.
      *
      *    CLOSES THE LEAVE YEAR.  EVERY BALANCE ON MM01.LEAVBAL IS
      *    CUT BACK TO THE CARRYOVER CAP OF THE MM01.ACCRULE RULE
      *    THAT APPLIES TO THE EMPLOYEE AT YEAR-END (LEAVE TYPE,
      *    JOB, YEARS OF SERVICE), THE HOURS OVER THE CAP ARE
      *    WRITTEN TO MM01.LEAVHIST AS FORFEITED, AND THE
      *    YEAR-TO-DATE ACCRUED AND TAKEN START AGAIN AT ZERO.  A
      *    BALANCE WITH NO RULE CARRIES OVER WHOLE.
      *
      *    THE SYSIN CARD IS THE YEAR BEING CLOSED, YYYY.  EACH
      *    BALANCE IS MARKED WITH THE YEAR IT WAS CLOSED FOR, SO A
      *    RERUN DOES NOT CUT IT TWICE.  THE RUN IS ONE UNIT OF
      *    WORK.
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
           05  END-OF-BALANCES-SW      PIC X   VALUE 'N'.
               88  END-OF-BALANCES             VALUE 'Y'.
           05  RUN-ALLOWED-SW          PIC X   VALUE 'Y'.
               88  RUN-ALLOWED                 VALUE 'Y'.
           05  CAP-FOUND-SW            PIC X   VALUE 'N'.
               88  CAP-FOUND                   VALUE 'Y'.
      *
       01  RUN-PARAMETERS.
           05  CLOSE-YEAR              PIC X(4).
           05  YEAR-END                PIC X(10).
      *
       01  BALANCE-FIELDS.
           05  LB-EMPNO                PIC X(6).
           05  LB-TYPE                 PIC X.
           05  LB-BALANCE              PIC S9(5)V99   COMP-3.
           05  LB-JOB                  PIC X(8).
           05  LB-JOB-IND              PIC S9(4)      COMP.
           05  LB-SERVICE-YEARS        PIC S9(4)      COMP.
           05  LB-SERVICE-IND          PIC S9(4)      COMP.
           05  LB-CARRY-CAP            PIC S9(3)V99   COMP-3.
           05  LB-FORFEIT              PIC S9(5)V99   COMP-3.
           05  LB-NEW-BALANCE          PIC S9(5)V99   COMP-3.
           05  LH-USER                 PIC X(8)       VALUE 'LEAVYEND'.
      *
       01  RUN-TOTAL-FIELDS            COMP-3.
           05  BALANCES-CLOSED         PIC S9(7)      VALUE ZERO.
           05  BALANCES-CUT            PIC S9(7)      VALUE ZERO.
           05  HOURS-FORFEITED         PIC S9(9)V99   VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
                           'LEAVE YEAR-END CARRYOVER FOR  '.
           05  HL1-YEAR    PIC X(4).
           05  FILLER      PIC X(98)   VALUE SPACES.
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'EMPLOYEE  TYPE      '.
           05  FILLER      PIC X(20)   VALUE '   BALANCE       CAP'.
           05  FILLER      PIC X(20)   VALUE '   FORFEIT   CARRIED'.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  FORFEIT-LINE.
           05  FL-EMPNO    PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FL-TYPE     PIC X.
           05  FILLER      PIC X(7)    VALUE SPACES.
           05  FL-BALANCE  PIC Z(4)9.99-.
           05  FILLER      PIC X       VALUE SPACES.
           05  FL-CAP      PIC Z(4)9.99-.
           05  FILLER      PIC X       VALUE SPACES.
           05  FL-FORFEIT  PIC Z(4)9.99-.
           05  FILLER      PIC X       VALUE SPACES.
           05  FL-CARRIED  PIC Z(4)9.99-.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-CLOSED   PIC Z(6)9.
           05  FILLER      PIC X(20)   VALUE ' BALANCE(S) CLOSED, '.
           05  TL-CUT      PIC Z(6)9.
           05  FILLER      PIC X(9)    VALUE ' CUT BY  '.
           05  TL-HOURS    PIC Z(8)9.99.
           05  FILLER      PIC X(7)    VALUE ' HOURS.'.
           05  FILLER      PIC X(70)   VALUE SPACES.
      *
           COPY EOJSTAT.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE BALCURS CURSOR FOR
                   SELECT B.LBEMPNO,  B.LBTYPE,  B.LBBALANCE,
                          E.JOB,
                          YEAR(DATE(:YEAR-END) - E.HIREDATE)
                       FROM MM01.LEAVBAL B
                           LEFT OUTER JOIN EMPLOYEE E
                               ON E.EMPNO = B.LBEMPNO
                       WHERE B.LBCLOSEYR < :CLOSE-YEAR
                       ORDER BY B.LBEMPNO, B.LBTYPE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-CLOSE-LEAVE-YEAR.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'LEAVYEND' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT.
           ACCEPT CLOSE-YEAR FROM SYSIN.
           IF CLOSE-YEAR NOT NUMERIC
               DISPLAY 'BAD YEAR CARD ' CLOSE-YEAR ' - YYYY EXPECTED.'
               MOVE 'N' TO RUN-ALLOWED-SW
           ELSE
               STRING CLOSE-YEAR '-12-31' DELIMITED BY SIZE
                   INTO YEAR-END
               MOVE CLOSE-YEAR TO HL1-YEAR
               WRITE PRTOUT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
               WRITE PRTOUT-RECORD FROM HEADING-LINE-2
                   AFTER ADVANCING 2 LINES
               EXEC SQL
                   OPEN BALCURS
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 100-CLOSE-ONE-BALANCE
                       UNTIL END-OF-BALANCES
                          OR NOT-VALID-CURSOR
                   EXEC SQL
                       CLOSE BALCURS
                   END-EXEC
               END-IF
               PERFORM 300-END-UNIT-OF-WORK.
           CLOSE PRTOUT.
           MOVE BALANCES-CLOSED TO EOJS-Records-In.
           MOVE BALANCES-CUT    TO EOJS-Records-Out.
           MOVE ZERO            TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT RUN-ALLOWED OR NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-CLOSE-ONE-BALANCE.
      *
           EXEC SQL
               FETCH BALCURS
                   INTO :LB-EMPNO, :LB-TYPE, :LB-BALANCE,
                        :LB-JOB:LB-JOB-IND,
                        :LB-SERVICE-YEARS:LB-SERVICE-IND
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-BALANCES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               ELSE
                   PERFORM 110-FIND-CARRYOVER-CAP
                   IF VALID-CURSOR
                       PERFORM 120-APPLY-CARRYOVER-CAP.
      *
       110-FIND-CARRYOVER-CAP.
      *
           MOVE 'N' TO CAP-FOUND-SW.
           IF LB-JOB-IND < 0
               MOVE SPACES TO LB-JOB.
           IF LB-SERVICE-IND < 0
               MOVE ZERO TO LB-SERVICE-YEARS.
           EXEC SQL
               SELECT ARCARRYCAP
                   INTO :LB-CARRY-CAP
                   FROM MM01.ACCRULE
                       WHERE ARTYPE    = :LB-TYPE
                         AND ARJOB    IN (:LB-JOB, ' ')
                         AND ARMINYRS <= :LB-SERVICE-YEARS
                       ORDER BY ARJOB DESC, ARMINYRS DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO CAP-FOUND-SW
           ELSE
               IF SQLCODE NOT = 100
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       120-APPLY-CARRYOVER-CAP.
      *
           MOVE LB-BALANCE TO LB-NEW-BALANCE.
           MOVE ZERO       TO LB-FORFEIT.
           IF CAP-FOUND AND LB-BALANCE > LB-CARRY-CAP
               MOVE LB-CARRY-CAP TO LB-NEW-BALANCE
               COMPUTE LB-FORFEIT = LB-BALANCE - LB-CARRY-CAP.
           EXEC SQL
               UPDATE MM01.LEAVBAL
                  SET LBBALANCE  = :LB-NEW-BALANCE,
                      LBYTDACCR  = 0,
                      LBYTDTAKEN = 0,
                      LBCLOSEYR  = :CLOSE-YEAR
               WHERE  LBEMPNO    = :LB-EMPNO
                 AND  LBTYPE     = :LB-TYPE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               ADD 1 TO BALANCES-CLOSED
               IF LB-FORFEIT > ZERO
                   PERFORM 130-WRITE-FORFEIT.
      *
       130-WRITE-FORFEIT.
      *
           EXEC SQL
               INSERT INTO MM01.LEAVHIST
                      (LHEMPNO,    LHTYPE,     LHDATE,
                       LHTRAN,     LHHOURS,    LHUSER)
               VALUES (:LB-EMPNO,  :LB-TYPE,   :YEAR-END,
                       'F',        :LB-FORFEIT, :LH-USER)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               ADD 1          TO BALANCES-CUT
               ADD LB-FORFEIT TO HOURS-FORFEITED
               MOVE LB-EMPNO       TO FL-EMPNO
               MOVE LB-TYPE        TO FL-TYPE
               MOVE LB-BALANCE     TO FL-BALANCE
               MOVE LB-CARRY-CAP   TO FL-CAP
               MOVE LB-FORFEIT     TO FL-FORFEIT
               MOVE LB-NEW-BALANCE TO FL-CARRIED
               WRITE PRTOUT-RECORD FROM FORFEIT-LINE
                   AFTER ADVANCING 1 LINE.
      *
       300-END-UNIT-OF-WORK.
      *
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE BALANCES-CLOSED TO TL-CLOSED
               MOVE BALANCES-CUT    TO TL-CUT
               MOVE HOURS-FORFEITED TO TL-HOURS
               WRITE PRTOUT-RECORD FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE '****  DB2 ERROR  -- YEAR NOT CLOSED  ****'
                                    TO PRTOUT-RECORD
               WRITE PRTOUT-RECORD
                   AFTER ADVANCING 2 LINES.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
