       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PERLOCK.
      *
      *    ACCOUNTING PERIOD LOCK.  A FISCAL PERIOD IS A CALENDAR
      *    MONTH, KEYED YYYY-MM IN MM01.PERIODCTL.  A PERIOD WITH
      *    NO ROW, OR WITH STATUS 'O', IS OPEN.  A CLOSED PERIOD
      *    ('C') CARRIES THE ACTION TO TAKE ON A LATE POSTING:
      *    'R' REFUSES IT, 'F' ROLLS IT FORWARD TO THE FIRST DAY
      *    OF THE FIRST OPEN PERIOD AFTER IT.  THE CLOSED PERIODS
      *    ARE LOADED INTO WORKING STORAGE ON THE FIRST CALL OF
      *    THE RUN.
      *
      *    FUNCTION CODES:
      *        C   CHECK TRANS-DATE.  STATUS '0' OPEN (POST-DATE =
      *            TRANS-DATE), 'F' ROLLED FORWARD (POST-DATE IS
      *            THE NEW DATE), 'C' CLOSED AND REFUSED
      *        L   LOG A ROLLED-FORWARD TRANSACTION TO MM01.PERROLL
      *            IN THE CALLER'S UNIT OF WORK.  STATUS STAYS 'F'
      *
      *    STATUS '1' MEANS A DB2 ERROR OR A BAD FUNCTION CODE.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  PERIODS-LOADED-SW        PIC X  VALUE 'N'.
               88  PERIODS-LOADED              VALUE 'Y'.
           05  END-OF-PERIODS-SW        PIC X  VALUE 'N'.
               88  END-OF-PERIODS              VALUE 'Y'.
           05  PERIOD-CLOSED-SW         PIC X  VALUE 'N'.
               88  PERIOD-CLOSED               VALUE 'Y'.
      *
       01  CLOSED-PERIOD-TABLE.
      *
           05  CLOSED-PERIOD-COUNT      PIC S9(4) COMP VALUE 0.
           05  CLOSED-PERIOD-ENTRY OCCURS 240 TIMES
                   INDEXED BY CP-INDEX.
               10  CP-PERIOD            PIC X(7).
               10  CP-LATE-ACTION       PIC X.
      *
       01  PERIOD-FETCH-FIELDS.
      *
           05  PF-PERIOD                PIC X(7).
           05  PF-LATE-ACTION           PIC X.
      *
       01  WORK-FIELDS.
      *
           05  WORK-PERIOD.
               10  WP-YEAR              PIC 9(4).
               10  WP-DASH              PIC X.
               10  WP-MONTH             PIC 9(2).
           05  WORK-LATE-ACTION         PIC X.
           05  STEPS-TAKEN              PIC S9(4) COMP.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE PERCURS CURSOR FOR
                   SELECT PCPERIOD, PCLATEACT
                       FROM MM01.PERIODCTL
                       WHERE PCSTATUS = 'C'
                       ORDER BY PCPERIOD
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  PERLOCK-FUNCTION             PIC X.
           88  PERLOCK-CHECK                VALUE 'C'.
           88  PERLOCK-LOG                  VALUE 'L'.
      *
       01  PERLOCK-PROGRAM              PIC X(8).
      *
       01  PERLOCK-TRANS-KEY            PIC X(40).
      *
       01  PERLOCK-TRANS-DATE           PIC X(10).
      *
       01  PERLOCK-POST-DATE            PIC X(10).
      *
       01  PERLOCK-STATUS               PIC X.
           88  PERLOCK-OPEN                 VALUE '0'.
           88  PERLOCK-ROLLED-FORWARD       VALUE 'F'.
           88  PERLOCK-CLOSED               VALUE 'C'.
           88  PERLOCK-FAILED               VALUE '1'.
      *
       PROCEDURE DIVISION USING PERLOCK-FUNCTION
                                PERLOCK-PROGRAM
                                PERLOCK-TRANS-KEY
                                PERLOCK-TRANS-DATE
                                PERLOCK-POST-DATE
                                PERLOCK-STATUS.
      *
       000-PERIOD-LOCK-SERVICE.
      *
           EVALUATE TRUE
               WHEN PERLOCK-CHECK
                   MOVE '0' TO PERLOCK-STATUS
                   MOVE PERLOCK-TRANS-DATE TO PERLOCK-POST-DATE
                   IF NOT PERIODS-LOADED
                       PERFORM 100-LOAD-CLOSED-PERIODS
                   END-IF
                   IF PERLOCK-OPEN
                       PERFORM 200-CHECK-TRANS-DATE
                   END-IF
               WHEN PERLOCK-LOG
                   PERFORM 300-LOG-ROLLED-FORWARD
               WHEN OTHER
                   MOVE '1' TO PERLOCK-STATUS
           END-EVALUATE.
      *
       000-EXIT.
      *
           EXIT PROGRAM.
      *
       100-LOAD-CLOSED-PERIODS.
      *
           MOVE 0   TO CLOSED-PERIOD-COUNT.
           MOVE 'N' TO END-OF-PERIODS-SW.
           EXEC SQL
               OPEN PERCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '1' TO PERLOCK-STATUS
           ELSE
               PERFORM 110-LOAD-ONE-PERIOD
                   UNTIL END-OF-PERIODS
               EXEC SQL
                   CLOSE PERCURS
               END-EXEC
               IF PERLOCK-OPEN
                   MOVE 'Y' TO PERIODS-LOADED-SW.
      *
       110-LOAD-ONE-PERIOD.
      *
           EXEC SQL
               FETCH PERCURS
                   INTO :PF-PERIOD, :PF-LATE-ACTION
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-PERIODS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-PERIODS-SW
                   MOVE '1' TO PERLOCK-STATUS
               WHEN CLOSED-PERIOD-COUNT >= 240
                   MOVE 'Y' TO END-OF-PERIODS-SW
                   MOVE '1' TO PERLOCK-STATUS
               WHEN OTHER
                   ADD 1 TO CLOSED-PERIOD-COUNT
                   SET CP-INDEX TO CLOSED-PERIOD-COUNT
                   MOVE PF-PERIOD      TO CP-PERIOD(CP-INDEX)
                   MOVE PF-LATE-ACTION TO CP-LATE-ACTION(CP-INDEX)
           END-EVALUATE.
      *
       150-TEST-PERIOD-CLOSED.
      *
           MOVE 'N' TO PERIOD-CLOSED-SW.
           SET CP-INDEX TO 1.
           PERFORM 160-TEST-ONE-PERIOD
               UNTIL CP-INDEX > CLOSED-PERIOD-COUNT
                  OR PERIOD-CLOSED.
      *
       160-TEST-ONE-PERIOD.
      *
           IF CP-PERIOD(CP-INDEX) = WORK-PERIOD
               MOVE 'Y' TO PERIOD-CLOSED-SW
               MOVE CP-LATE-ACTION(CP-INDEX) TO WORK-LATE-ACTION
           ELSE
               SET CP-INDEX UP BY 1.
      *
       200-CHECK-TRANS-DATE.
      *
      *    A DATE THAT IS NOT A DATE IS LEFT FOR THE CALLER'S OWN
      *    EDITS TO REJECT; IT CANNOT FALL IN A CLOSED PERIOD.
      *
           MOVE PERLOCK-TRANS-DATE(1:7) TO WORK-PERIOD.
           IF WP-YEAR NUMERIC AND WP-MONTH NUMERIC
              AND WP-DASH = '-'
               PERFORM 150-TEST-PERIOD-CLOSED
               IF PERIOD-CLOSED
                   IF WORK-LATE-ACTION = 'F'
                       PERFORM 210-ROLL-TO-OPEN-PERIOD
                   ELSE
                       MOVE 'C' TO PERLOCK-STATUS.
      *
       210-ROLL-TO-OPEN-PERIOD.
      *
           MOVE 0 TO STEPS-TAKEN.
           PERFORM 220-STEP-FORWARD-ONE-PERIOD
               UNTIL NOT PERIOD-CLOSED
                  OR STEPS-TAKEN > 240.
           IF PERIOD-CLOSED
               MOVE '1' TO PERLOCK-STATUS
           ELSE
               MOVE 'F' TO PERLOCK-STATUS
               STRING WORK-PERIOD '-01' DELIMITED BY SIZE
                   INTO PERLOCK-POST-DATE.
      *
       220-STEP-FORWARD-ONE-PERIOD.
      *
           ADD 1 TO STEPS-TAKEN.
           IF WP-MONTH = 12
               MOVE 1 TO WP-MONTH
               ADD 1 TO WP-YEAR
           ELSE
               ADD 1 TO WP-MONTH.
           PERFORM 150-TEST-PERIOD-CLOSED.
      *
       300-LOG-ROLLED-FORWARD.
      *
           EXEC SQL
               INSERT INTO MM01.PERROLL
                      (PRPROGRAM,      PRTRANSKEY,
                       PRORIGDATE,     PRPOSTDATE,     PRLOGTS)
               VALUES (:PERLOCK-PROGRAM, :PERLOCK-TRANS-KEY,
                       :PERLOCK-TRANS-DATE, :PERLOCK-POST-DATE,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'F' TO PERLOCK-STATUS
           ELSE
               MOVE '1' TO PERLOCK-STATUS.
      *
