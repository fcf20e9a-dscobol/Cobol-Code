      ***********************************************************
      * Program name:    WORKFRPT
      * Original author: mnt
      *
      *    Description: Monthly workforce report by department.
      *
      *    Headcount is worked out from the employment history:
      *    every MM01.EMPHIST row is a closed assignment to a
      *    department from EHFROMDATE up to EHTODATE, and an
      *    EMPLOYEE with a WORKDEPT is in an open assignment that
      *    began at the end of the last history row (the hire
      *    date if there is none).  A change takes effect at the
      *    start of its effective date, so the opening headcount
      *    is taken just before the first of the month and the
      *    closing headcount just before the first of the next.
      *
      *    An assignment that ends in the month is
      *       a termination   when no assignment follows it,
      *       a transfer out  when the next one is in another
      *                       department (a transfer in there),
      *       neither         when the next one is in the same
      *                       department (a merit increase).
      *    A hire is an assignment beginning on the hire date.
      *
      *    For each department the report shows opening heads,
      *    hires, transfers in and out, terminations, closing
      *    heads, the month's turnover and the trailing twelve
      *    month turnover (terminations over the average of the
      *    opening and closing headcount), the average tenure of
      *    the closing headcount, and the headcount against the
      *    DEPTBUDG cap for the year.  A second section lists the
      *    departments whose trailing twelve month turnover is
      *    above the SYSIN threshold.
      *
      *    SYSIN card 1:  report month (YYYY-MM)
      *    SYSIN card 2:  turnover threshold percent (999.99)
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created to replace the hand
      *                          headcount for the board.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKFRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-Report-Counters.
           12 WS-Dept-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Over-Cap-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-High-Turnover-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-High-Sub                    PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Totals.
           12 WS-Tot-Opening                 PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-Hires                   PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-Trans-In                PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-Trans-Out               PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-Terms                   PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-TTM-Terms               PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-TTM-Opening             PIC S9(7) COMP-3 VALUE 0.
           12 WS-Tot-Closing                 PIC S9(7) COMP-3 VALUE 0.

       01  WS-Cursor-Switches.
           12 WS-End-Of-Depts-SW             PIC X VALUE 'N'.
              88 WS-End-Of-Depts             VALUE 'Y'.
           12 WS-Valid-Cursor-SW             PIC X VALUE 'Y'.
              88 WS-Valid-Cursor             VALUE 'Y'.

       01  WS-Report-Month.
           12 WS-Rpt-Year                    PIC 9(04).
           12 FILLER                         PIC X(01).
           12 WS-Rpt-Month                   PIC 9(02).

       01  WS-Date-Work.
           12 WS-Work-Year                   PIC 9(04).
           12 WS-Work-Month                  PIC S9(03).

       01  WS-Build-Date.
           12 WS-Build-Year                  PIC 9(04).
           12 FILLER                         PIC X(01) VALUE '-'.
           12 WS-Build-Month                 PIC 9(02).
           12 FILLER                         PIC X(03) VALUE '-01'.

       01  WS-Threshold                      PIC 9(03)V99.

       01  WS-Rate-Work.
           12 WS-Average-Heads               PIC S9(7)V99 COMP-3.
           12 WS-Month-Rate                  PIC S9(5)V99 COMP-3.
           12 WS-TTM-Rate                    PIC S9(5)V99 COMP-3.
           12 WS-Tenure-Years                PIC S9(3)V99 COMP-3.

       01  WS-High-Turnover-Table.
           12 WS-High-Entry OCCURS 200 TIMES.
              15 WS-High-Dept-No             PIC X(03).
              15 WS-High-Dept-Name           PIC X(20).
              15 WS-High-Month-Rate          PIC S9(5)V99 COMP-3.
              15 WS-High-TTM-Rate            PIC S9(5)V99 COMP-3.
              15 WS-High-TTM-Terms           PIC S9(9) COMP-5.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL DECLARE DEPTBUDG TABLE
           ( DEPTNO                         CHAR(3) NOT NULL,
             BUDGYEAR                       SMALLINT NOT NULL,
             SALBUDGET                      DECIMAL(11, 2) NOT NULL,
             HEADCAP                        SMALLINT NOT NULL
           )
           END-EXEC.

      *******************
       01  HV-Report-Dates.
           12 HV-Budg-Year            PIC S9(04) COMP-5.
           12 HV-Month-Start          PIC X(10).
           12 HV-Next-Start           PIC X(10).
           12 HV-TTM-Start            PIC X(10).

       01  HV-Report-Row.
           12 HV-Dept-No              PIC X(03).
           12 HV-Dept-Name            PIC X(20).
           12 HV-Opening              PIC S9(9) COMP-5.
           12 HV-Hires                PIC S9(9) COMP-5.
           12 HV-Trans-In             PIC S9(9) COMP-5.
           12 HV-Trans-Out            PIC S9(9) COMP-5.
           12 HV-Terms                PIC S9(9) COMP-5.
           12 HV-Closing              PIC S9(9) COMP-5.
           12 HV-TTM-Opening          PIC S9(9) COMP-5.
           12 HV-TTM-Terms            PIC S9(9) COMP-5.
           12 HV-Tenure-Days          PIC S9(7)V99 COMP-3.
           12 HV-Head-Cap             PIC S9(04) COMP-5.
           12 HV-Head-Cap-Ind         PIC S9(04) COMP-5.
      *******************

       01  WS-Display-Fields.
           12 WS-Disp-Opening         PIC ZZZZ9.
           12 WS-Disp-Hires           PIC ZZZZ9.
           12 WS-Disp-Trans-In        PIC ZZZZ9.
           12 WS-Disp-Trans-Out       PIC ZZZZ9.
           12 WS-Disp-Terms           PIC ZZZZ9.
           12 WS-Disp-Closing         PIC ZZZZ9.
           12 WS-Disp-Month-Rate      PIC ZZZ9.99.
           12 WS-Disp-TTM-Rate        PIC ZZZ9.99.
           12 WS-Disp-Tenure          PIC ZZ9.99.
           12 WS-Disp-Cap             PIC ZZZZ9.
           12 WS-Disp-Threshold       PIC ZZ9.99.
           12 WS-Cap-Flag             PIC X(10).

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       COPY EOJSTAT.

           EXEC SQL DECLARE WORK-C1 CURSOR FOR
               WITH SPANS (EMPNO, DEPT, FROMD, TOD) AS
                  (SELECT EHEMPNO, EHWORKDEPT, EHFROMDATE, EHTODATE
                      FROM MM01.EMPHIST
                   UNION ALL
                   SELECT E.EMPNO, E.WORKDEPT,
                          COALESCE((SELECT MAX(H.EHTODATE)
                                       FROM MM01.EMPHIST H
                                      WHERE H.EHEMPNO = E.EMPNO),
                                   E.HIREDATE),
                          DATE('9999-12-31')
                      FROM EMPLOYEE E
                      WHERE E.WORKDEPT IS NOT NULL),
               MOVES (EMPNO, DEPT, TOD, NEXTDEPT, HASNEXT) AS
                  (SELECT S.EMPNO, S.DEPT, S.TOD, N.DEPT,
                          CASE WHEN N.EMPNO IS NULL
                               THEN 'N' ELSE 'Y' END
                      FROM SPANS S
                         LEFT OUTER JOIN SPANS N
                      ON N.EMPNO = S.EMPNO
                     AND N.FROMD = S.TOD
                      WHERE S.TOD < DATE('9999-12-31'))
               SELECT D.DEPTNO, D.DEPTNAME,
                  (SELECT COUNT(*) FROM SPANS S
                     WHERE S.DEPT   = D.DEPTNO
                       AND S.FROMD  < DATE(:HV-Month-Start)
                       AND S.TOD   >= DATE(:HV-Month-Start)),
                  (SELECT COUNT(*) FROM SPANS S, EMPLOYEE E
                     WHERE S.EMPNO     = E.EMPNO
                       AND S.DEPT      = D.DEPTNO
                       AND S.FROMD     = E.HIREDATE
                       AND E.HIREDATE >= DATE(:HV-Month-Start)
                       AND E.HIREDATE  < DATE(:HV-Next-Start)),
                  (SELECT COUNT(*) FROM MOVES M
                     WHERE M.NEXTDEPT = D.DEPTNO
                       AND M.DEPT    <> D.DEPTNO
                       AND M.TOD     >= DATE(:HV-Month-Start)
                       AND M.TOD      < DATE(:HV-Next-Start)),
                  (SELECT COUNT(*) FROM MOVES M
                     WHERE M.DEPT      = D.DEPTNO
                       AND M.HASNEXT   = 'Y'
                       AND M.NEXTDEPT <> D.DEPTNO
                       AND M.TOD      >= DATE(:HV-Month-Start)
                       AND M.TOD       < DATE(:HV-Next-Start)),
                  (SELECT COUNT(*) FROM MOVES M
                     WHERE M.DEPT    = D.DEPTNO
                       AND M.HASNEXT = 'N'
                       AND M.TOD    >= DATE(:HV-Month-Start)
                       AND M.TOD     < DATE(:HV-Next-Start)),
                  (SELECT COUNT(*) FROM SPANS S
                     WHERE S.DEPT   = D.DEPTNO
                       AND S.FROMD  < DATE(:HV-Next-Start)
                       AND S.TOD   >= DATE(:HV-Next-Start)),
                  (SELECT COUNT(*) FROM SPANS S
                     WHERE S.DEPT   = D.DEPTNO
                       AND S.FROMD  < DATE(:HV-TTM-Start)
                       AND S.TOD   >= DATE(:HV-TTM-Start)),
                  (SELECT COUNT(*) FROM MOVES M
                     WHERE M.DEPT    = D.DEPTNO
                       AND M.HASNEXT = 'N'
                       AND M.TOD    >= DATE(:HV-TTM-Start)
                       AND M.TOD     < DATE(:HV-Next-Start)),
                  (SELECT COALESCE(AVG(DECIMAL(
                             DAYS(DATE(:HV-Next-Start))
                              - DAYS(E.HIREDATE), 9, 2)), 0)
                      FROM SPANS S, EMPLOYEE E
                     WHERE S.EMPNO  = E.EMPNO
                       AND S.DEPT   = D.DEPTNO
                       AND S.FROMD  < DATE(:HV-Next-Start)
                       AND S.TOD   >= DATE(:HV-Next-Start)),
                  B.HEADCAP
                  FROM DEPARTMENT D
                     LEFT OUTER JOIN DEPTBUDG B
                  ON B.DEPTNO   = D.DEPTNO
                 AND B.BUDGYEAR = :HV-Budg-Year
                  ORDER BY D.DEPTNO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 2500-Print-High-Turnover.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'WORKFRPT' TO EOJS-Program-Id.
           PERFORM 9800-Connect-to-DB1.
           DISPLAY "Enter the report month (YYYY-MM): ".
           ACCEPT WS-Report-Month FROM SYSIN.
           DISPLAY "Enter the turnover threshold percent: ".
           ACCEPT WS-Threshold FROM SYSIN.
           IF WS-Rpt-Year NOT NUMERIC
              OR WS-Rpt-Month NOT NUMERIC
              OR WS-Rpt-Month < 1 OR WS-Rpt-Month > 12
              DISPLAY "*** ERROR ***: Report month must be YYYY-MM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Threshold NOT NUMERIC
              MOVE ZERO TO WS-Threshold
           END-IF.
           PERFORM 1100-Set-Report-Dates.
           DISPLAY "*** WORKFORCE REPORT FOR " WS-Report-Month
              " ***".
           DISPLAY " ".

       1100-Set-Report-Dates.
      *    The trailing twelve months run from the first of the
      *    month eleven months back up to the next month start.
           MOVE WS-Rpt-Year   TO HV-Budg-Year.
           MOVE WS-Rpt-Year   TO WS-Build-Year.
           MOVE WS-Rpt-Month  TO WS-Build-Month.
           MOVE WS-Build-Date TO HV-Month-Start.
           MOVE WS-Rpt-Year   TO WS-Work-Year.
           COMPUTE WS-Work-Month = WS-Rpt-Month + 1.
           IF WS-Work-Month > 12
              SUBTRACT 12 FROM WS-Work-Month
              ADD 1 TO WS-Work-Year
           END-IF.
           MOVE WS-Work-Year  TO WS-Build-Year.
           MOVE WS-Work-Month TO WS-Build-Month.
           MOVE WS-Build-Date TO HV-Next-Start.
           MOVE WS-Rpt-Year   TO WS-Work-Year.
           COMPUTE WS-Work-Month = WS-Rpt-Month - 11.
           IF WS-Work-Month < 1
              ADD 12 TO WS-Work-Month
              SUBTRACT 1 FROM WS-Work-Year
           END-IF.
           MOVE WS-Work-Year  TO WS-Build-Year.
           MOVE WS-Work-Month TO WS-Build-Month.
           MOVE WS-Build-Date TO HV-TTM-Start.

       2000-Process.
           EXEC SQL OPEN WORK-C1 END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-Valid-Cursor-SW
              SET WS-End-Of-Depts TO TRUE
           END-IF.
           PERFORM 2100-Report-One-Dept
              UNTIL WS-End-Of-Depts.
           IF WS-Valid-Cursor
              EXEC SQL CLOSE WORK-C1 END-EXEC
           END-IF.
           PERFORM 2400-Print-Report-Totals.

       2100-Report-One-Dept.
           EXEC SQL
              FETCH WORK-C1
                 INTO :HV-Dept-No,       :HV-Dept-Name,
                      :HV-Opening,       :HV-Hires,
                      :HV-Trans-In,      :HV-Trans-Out,
                      :HV-Terms,         :HV-Closing,
                      :HV-TTM-Opening,   :HV-TTM-Terms,
                      :HV-Tenure-Days,
                      :HV-Head-Cap :HV-Head-Cap-Ind
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Depts TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
                 SET WS-End-Of-Depts TO TRUE
              WHEN OTHER
                 ADD +1 TO WS-Dept-Cnt
                 PERFORM 2200-Compute-Rates
                 PERFORM 2300-Print-Department-Lines
                 ADD HV-Opening     TO WS-Tot-Opening
                 ADD HV-Hires       TO WS-Tot-Hires
                 ADD HV-Trans-In    TO WS-Tot-Trans-In
                 ADD HV-Trans-Out   TO WS-Tot-Trans-Out
                 ADD HV-Terms       TO WS-Tot-Terms
                 ADD HV-Closing     TO WS-Tot-Closing
                 ADD HV-TTM-Opening TO WS-Tot-TTM-Opening
                 ADD HV-TTM-Terms   TO WS-Tot-TTM-Terms
           END-EVALUATE.

       2200-Compute-Rates.
           COMPUTE WS-Average-Heads =
              (HV-Opening + HV-Closing) / 2.
           IF WS-Average-Heads > ZERO
              COMPUTE WS-Month-Rate ROUNDED =
                 HV-Terms * 100 / WS-Average-Heads
           ELSE
              MOVE ZERO TO WS-Month-Rate
           END-IF.
           COMPUTE WS-Average-Heads =
              (HV-TTM-Opening + HV-Closing) / 2.
           IF WS-Average-Heads > ZERO
              COMPUTE WS-TTM-Rate ROUNDED =
                 HV-TTM-Terms * 100 / WS-Average-Heads
           ELSE
              MOVE ZERO TO WS-TTM-Rate
           END-IF.
           COMPUTE WS-Tenure-Years ROUNDED =
              HV-Tenure-Days / 365.25.
           IF WS-TTM-Rate > WS-Threshold
              AND WS-High-Turnover-Cnt < 200
              ADD +1 TO WS-High-Turnover-Cnt
              MOVE HV-Dept-No    TO
                 WS-High-Dept-No(WS-High-Turnover-Cnt)
              MOVE HV-Dept-Name  TO
                 WS-High-Dept-Name(WS-High-Turnover-Cnt)
              MOVE WS-Month-Rate TO
                 WS-High-Month-Rate(WS-High-Turnover-Cnt)
              MOVE WS-TTM-Rate   TO
                 WS-High-TTM-Rate(WS-High-Turnover-Cnt)
              MOVE HV-TTM-Terms  TO
                 WS-High-TTM-Terms(WS-High-Turnover-Cnt)
           END-IF.

       2300-Print-Department-Lines.
           MOVE SPACES TO WS-Cap-Flag.
           IF HV-Head-Cap-Ind < 0
              MOVE "NO BUDGET" TO WS-Cap-Flag
              MOVE ZERO TO HV-Head-Cap
           ELSE
              IF HV-Closing > HV-Head-Cap
                 ADD +1 TO WS-Over-Cap-Cnt
                 MOVE "* OVER CAP" TO WS-Cap-Flag
              END-IF
           END-IF.
           MOVE HV-Opening    TO WS-Disp-Opening.
           MOVE HV-Hires      TO WS-Disp-Hires.
           MOVE HV-Trans-In   TO WS-Disp-Trans-In.
           MOVE HV-Trans-Out  TO WS-Disp-Trans-Out.
           MOVE HV-Terms      TO WS-Disp-Terms.
           MOVE HV-Closing    TO WS-Disp-Closing.
           MOVE WS-Month-Rate TO WS-Disp-Month-Rate.
           MOVE WS-TTM-Rate   TO WS-Disp-TTM-Rate.
           MOVE WS-Tenure-Years TO WS-Disp-Tenure.
           MOVE HV-Head-Cap   TO WS-Disp-Cap.
           DISPLAY HV-Dept-No " " HV-Dept-Name
              " OPEN "  WS-Disp-Opening
              " HIRE "  WS-Disp-Hires
              " IN "    WS-Disp-Trans-In
              " OUT "   WS-Disp-Trans-Out
              " TERM "  WS-Disp-Terms
              " CLOSE " WS-Disp-Closing.
           DISPLAY "    TURNOVER MTH " WS-Disp-Month-Rate
              "% TTM " WS-Disp-TTM-Rate
              "% TENURE " WS-Disp-Tenure
              " YRS CAP " WS-Disp-Cap
              " "        WS-Cap-Flag.

       2400-Print-Report-Totals.
           MOVE WS-Tot-Opening   TO WS-Disp-Opening.
           MOVE WS-Tot-Hires     TO WS-Disp-Hires.
           MOVE WS-Tot-Trans-In  TO WS-Disp-Trans-In.
           MOVE WS-Tot-Trans-Out TO WS-Disp-Trans-Out.
           MOVE WS-Tot-Terms     TO WS-Disp-Terms.
           MOVE WS-Tot-Closing   TO WS-Disp-Closing.
           COMPUTE WS-Average-Heads =
              (WS-Tot-Opening + WS-Tot-Closing) / 2.
           IF WS-Average-Heads > ZERO
              COMPUTE WS-Month-Rate ROUNDED =
                 WS-Tot-Terms * 100 / WS-Average-Heads
           ELSE
              MOVE ZERO TO WS-Month-Rate
           END-IF.
           COMPUTE WS-Average-Heads =
              (WS-Tot-TTM-Opening + WS-Tot-Closing) / 2.
           IF WS-Average-Heads > ZERO
              COMPUTE WS-TTM-Rate ROUNDED =
                 WS-Tot-TTM-Terms * 100 / WS-Average-Heads
           ELSE
              MOVE ZERO TO WS-TTM-Rate
           END-IF.
           MOVE WS-Month-Rate TO WS-Disp-Month-Rate.
           MOVE WS-TTM-Rate   TO WS-Disp-TTM-Rate.
           DISPLAY " ".
           DISPLAY "ALL DEPARTMENTS         "
              " OPEN "  WS-Disp-Opening
              " HIRE "  WS-Disp-Hires
              " IN "    WS-Disp-Trans-In
              " OUT "   WS-Disp-Trans-Out
              " TERM "  WS-Disp-Terms
              " CLOSE " WS-Disp-Closing.
           DISPLAY "    TURNOVER MTH " WS-Disp-Month-Rate
              "% TTM " WS-Disp-TTM-Rate "%".

       2500-Print-High-Turnover.
           MOVE WS-Threshold TO WS-Disp-Threshold.
           DISPLAY " ".
           DISPLAY "*** DEPARTMENTS WITH TTM TURNOVER ABOVE "
              WS-Disp-Threshold "% ***".
           IF WS-High-Turnover-Cnt = 0
              DISPLAY "    NONE"
           ELSE
              PERFORM 2510-Print-One-High-Dept
                 VARYING WS-High-Sub FROM 1 BY 1
                 UNTIL WS-High-Sub > WS-High-Turnover-Cnt
           END-IF.

       2510-Print-One-High-Dept.
           MOVE WS-High-Month-Rate(WS-High-Sub)
              TO WS-Disp-Month-Rate.
           MOVE WS-High-TTM-Rate(WS-High-Sub) TO WS-Disp-TTM-Rate.
           MOVE WS-High-TTM-Terms(WS-High-Sub) TO WS-Disp-Terms.
           DISPLAY WS-High-Dept-No(WS-High-Sub) " "
              WS-High-Dept-Name(WS-High-Sub)
              " TTM " WS-Disp-TTM-Rate
              "% MTH " WS-Disp-Month-Rate
              "% TTM TERMS " WS-Disp-Terms.

       3000-End-Job.
           DISPLAY " ".
           DISPLAY "DEPARTMENTS REPORTED: " WS-Dept-Cnt.
           DISPLAY "OVER HEADCOUNT CAP:   " WS-Over-Cap-Cnt.
           DISPLAY "ABOVE TURNOVER LIMIT: " WS-High-Turnover-Cnt.
           MOVE WS-Dept-Cnt TO EOJS-Records-In.
           MOVE WS-Dept-Cnt TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           EXEC SQL CONNECT RESET END-EXEC.
           IF WS-Over-Cap-Cnt > 0 OR WS-High-Turnover-Cnt > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-Valid-Cursor
              DISPLAY "*** ERROR ***: WORK-C1 SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF.

       9800-Connect-to-DB1.
           CALL 'DBCONCT' USING WS-SQL-STATUS.
           IF SQL-STATUS-OK
              CONTINUE
           ELSE
              DISPLAY "*** The DB connection is not valid!***"
              DISPLAY "Exiting the program.!"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       COPY EOJPARA.

       COPY EOJSQL.
