      ***********************************************************
      * Program name:    MERITRUN
      * Original author: mnt
      *
      *    Description: Annual merit cycle preview and apply.
      *
      *    Reads the MM01.MERITPRP proposals of a cycle year,
      *    department by department, and weighs the proposed cost
      *    (new salary less old salary, pending and approved) and
      *    the approved cost against what is left of the DEPTBUDG
      *    salary budget for the year:
      *
      *       remaining = SALBUDGET - SUM(EMPLOYEE.SALARY)
      *
      *    A department whose cost is more than its remaining
      *    budget, or which has no budget row, is flagged.
      *
      *    Preview (mode P) only reports.  Apply (mode A) writes
      *    the approved new salaries of every department that is
      *    within budget on its approved cost, effective on the
      *    SYSIN date: EMPLOYEE.SALARY and MM01.PAYROLL.SALARY are
      *    updated and an EMPHIST row closes the period at the old
      *    salary (from the later of the hire date and the last
      *    history row, to the effective date).  The proposal is
      *    marked applied (X).  A proposal whose employee's salary
      *    has changed since it was priced is skipped.  Each
      *    department is one unit of work; a flagged department
      *    is held and its proposals stay approved for a later run.
      *
      *    SYSIN card 1:  P = preview, A = apply
      *    SYSIN card 2:  cycle year (YYYY)
      *    SYSIN card 3:  effective date (YYYY-MM-DD), apply only
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created so merit increases are
      *                          checked against the department
      *                          budgets before they are paid.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITRUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-Report-Counters.
           12 WS-Dept-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Over-Budget-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Applied-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Stale-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Dept-Applied-Cnt            PIC S9(4) COMP VALUE ZERO.

       01  WS-Cursor-Switches.
           12 WS-End-Of-Depts-SW             PIC X VALUE 'N'.
              88 WS-End-Of-Depts             VALUE 'Y'.
           12 WS-End-Of-Props-SW             PIC X VALUE 'N'.
              88 WS-End-Of-Props             VALUE 'Y'.
           12 WS-Valid-Cursor-SW             PIC X VALUE 'Y'.
              88 WS-Valid-Cursor             VALUE 'Y'.
           12 WS-Dept-Error-SW               PIC X VALUE 'N'.
              88 WS-Dept-Error               VALUE 'Y'.

       01  WS-Run-Mode                       PIC X VALUE SPACE.
           88 WS-Preview-Mode                VALUE 'P'.
           88 WS-Apply-Mode                  VALUE 'A'.

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
       01  HV-Dept-Row.
           12 HV-Cycle                PIC S9(04) COMP-5.
           12 HV-Dept-No              PIC X(03).
           12 HV-Dept-Name            PIC X(20).
           12 HV-Prop-Count           PIC S9(9) COMP-5.
           12 HV-Proposed-Cost        PIC S9(9)V99 COMP-3.
           12 HV-Approved-Cost        PIC S9(9)V99 COMP-3.
           12 HV-Budget-Rows          PIC S9(9) COMP-5.
           12 HV-Sal-Budget           PIC S9(9)V99 COMP-3.
           12 HV-Actual-Salary        PIC S9(9)V99 COMP-3.
           12 HV-Remaining            PIC S9(9)V99 COMP-3.

       01  HV-Proposal-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-Old-Salary           PIC S9(7)V99 COMP-3.
           12 HV-New-Salary           PIC S9(7)V99 COMP-3.
           12 HV-Cur-Salary           PIC S9(7)V99 COMP-3.
           12 HV-Hire-Date            PIC X(10).
           12 HV-From-Date            PIC X(10).
           12 HV-Effective-Date       PIC X(10).
      *******************

       01  WS-Display-Fields.
           12 WS-Disp-Count           PIC ZZZ9.
           12 WS-Disp-Proposed        PIC Z,ZZZ,ZZ9.99.
           12 WS-Disp-Approved        PIC Z,ZZZ,ZZ9.99.
           12 WS-Disp-Budget          PIC Z,ZZZ,ZZ9.99.
           12 WS-Disp-Actual          PIC Z,ZZZ,ZZ9.99.
           12 WS-Disp-Remaining       PIC Z,ZZZ,ZZ9.99-.
           12 WS-Disp-Salary          PIC Z,ZZZ,ZZ9.99.
           12 WS-Over-Flag            PIC X(10).

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       COPY EOJSTAT.

           EXEC SQL DECLARE DEPT-C1 CURSOR WITH HOLD FOR
               SELECT M.MPDEPT,
                      COALESCE(D.DEPTNAME, ' '),
                      COUNT(*),
                      SUM(M.MPNEWSAL - M.MPOLDSAL),
                      SUM(CASE WHEN M.MPSTATUS = 'A'
                               THEN M.MPNEWSAL - M.MPOLDSAL
                               ELSE 0 END)
                  FROM MM01.MERITPRP M
                     LEFT OUTER JOIN DEPARTMENT D
                  ON M.MPDEPT = D.DEPTNO
                  WHERE M.MPCYCLE = :HV-Cycle
                    AND M.MPSTATUS IN ('P', 'A')
                  GROUP BY M.MPDEPT, D.DEPTNAME
                  ORDER BY M.MPDEPT
           END-EXEC.

           EXEC SQL DECLARE PROP-C1 CURSOR FOR
               SELECT MPEMPNO, MPOLDSAL, MPNEWSAL
                  FROM MM01.MERITPRP
                  WHERE MPCYCLE  = :HV-Cycle
                    AND MPDEPT   = :HV-Dept-No
                    AND MPSTATUS = 'A'
                  ORDER BY MPEMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'MERITRUN' TO EOJS-Program-Id.
           PERFORM 9800-Connect-to-DB1.
           DISPLAY "Enter the run mode (P/A): ".
           ACCEPT WS-Run-Mode FROM SYSIN.
           DISPLAY "Enter the cycle year: ".
           ACCEPT HV-Cycle FROM SYSIN.
           IF WS-Apply-Mode
              DISPLAY "Enter the effective date: "
              ACCEPT HV-Effective-Date FROM SYSIN
           END-IF.
           IF NOT WS-Preview-Mode AND NOT WS-Apply-Mode
              DISPLAY "*** ERROR ***: Run mode must be P or A"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Apply-Mode
              AND (HV-Effective-Date(5:1) NOT = '-'
                OR HV-Effective-Date(8:1) NOT = '-'
                OR HV-Effective-Date(1:4) NOT NUMERIC)
              DISPLAY "*** ERROR ***: Effective date must be "
                 "YYYY-MM-DD"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Apply-Mode
              DISPLAY "*** MERIT CYCLE " HV-Cycle
                 " APPLY EFFECTIVE " HV-Effective-Date " ***"
           ELSE
              DISPLAY "*** MERIT CYCLE " HV-Cycle
                 " PREVIEW ***"
           END-IF.
           DISPLAY " ".

       2000-Process.
           EXEC SQL OPEN DEPT-C1 END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-Valid-Cursor-SW
              SET WS-End-Of-Depts TO TRUE
           END-IF.
           PERFORM 2100-Process-One-Dept
              UNTIL WS-End-Of-Depts.
           IF WS-Valid-Cursor
              EXEC SQL CLOSE DEPT-C1 END-EXEC
           END-IF.

       2100-Process-One-Dept.
           EXEC SQL
              FETCH DEPT-C1
                 INTO :HV-Dept-No,       :HV-Dept-Name,
                      :HV-Prop-Count,    :HV-Proposed-Cost,
                      :HV-Approved-Cost
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Depts TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
                 SET WS-End-Of-Depts TO TRUE
              WHEN OTHER
                 ADD +1 TO WS-Dept-Cnt
                 PERFORM 2200-Get-Department-Budget
                 PERFORM 2300-Print-Department-Line
                 IF WS-Apply-Mode
                    PERFORM 2400-Apply-Department
                 END-IF
           END-EVALUATE.

       2200-Get-Department-Budget.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(SALBUDGET), 0)
                 INTO :HV-Budget-Rows, :HV-Sal-Budget
                 FROM DEPTBUDG
                    WHERE DEPTNO   = :HV-Dept-No
                      AND BUDGYEAR = :HV-Cycle
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ZERO TO HV-Budget-Rows
              MOVE ZERO TO HV-Sal-Budget
           END-IF.
           EXEC SQL
              SELECT COALESCE(SUM(SALARY), 0)
                 INTO :HV-Actual-Salary
                 FROM EMPLOYEE
                    WHERE WORKDEPT = :HV-Dept-No
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ZERO TO HV-Actual-Salary
           END-IF.
           COMPUTE HV-Remaining =
              HV-Sal-Budget - HV-Actual-Salary.

       2300-Print-Department-Line.
      *    A preview flags the whole proposed cost; apply flags
      *    only what has been approved.
           MOVE SPACES TO WS-Over-Flag.
           EVALUATE TRUE
              WHEN HV-Budget-Rows = 0
                 ADD +1 TO WS-Over-Budget-Cnt
                 MOVE "* NO BUDG" TO WS-Over-Flag
              WHEN WS-Preview-Mode
                 AND HV-Proposed-Cost > HV-Remaining
                 ADD +1 TO WS-Over-Budget-Cnt
                 MOVE "* OVER BUD" TO WS-Over-Flag
              WHEN WS-Apply-Mode
                 AND HV-Approved-Cost > HV-Remaining
                 ADD +1 TO WS-Over-Budget-Cnt
                 MOVE "* OVER BUD" TO WS-Over-Flag
           END-EVALUATE.
           MOVE HV-Prop-Count    TO WS-Disp-Count.
           MOVE HV-Proposed-Cost TO WS-Disp-Proposed.
           MOVE HV-Approved-Cost TO WS-Disp-Approved.
           MOVE HV-Sal-Budget    TO WS-Disp-Budget.
           MOVE HV-Actual-Salary TO WS-Disp-Actual.
           MOVE HV-Remaining     TO WS-Disp-Remaining.
           DISPLAY HV-Dept-No " " HV-Dept-Name
              " PROPOSALS " WS-Disp-Count
              " PROPOSED " WS-Disp-Proposed
              " APPROVED " WS-Disp-Approved.
           DISPLAY "    BUDGET " WS-Disp-Budget
              " ACTUAL " WS-Disp-Actual
              " REMAINING " WS-Disp-Remaining
              "  "          WS-Over-Flag.

       2400-Apply-Department.
           IF WS-Over-Flag NOT = SPACES
              ADD +1 TO WS-Held-Cnt
              DISPLAY "    HELD - NO INCREASES APPLIED"
           ELSE
              MOVE 'N'  TO WS-Dept-Error-SW
              MOVE 'N'  TO WS-End-Of-Props-SW
              MOVE ZERO TO WS-Dept-Applied-Cnt
              EXEC SQL OPEN PROP-C1 END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-Dept-Error-SW
                 SET WS-End-Of-Props TO TRUE
              END-IF
              PERFORM 2410-Apply-One-Proposal
                 UNTIL WS-End-Of-Props
              EXEC SQL CLOSE PROP-C1 END-EXEC
              IF WS-Dept-Error
                 EXEC SQL ROLLBACK END-EXEC
                 ADD +1 TO WS-Held-Cnt
                 DISPLAY "    *** ERROR *** SQLCODE = " SQLCODE
                    " - DEPARTMENT ROLLED BACK"
              ELSE
                 EXEC SQL COMMIT END-EXEC
                 ADD WS-Dept-Applied-Cnt TO WS-Applied-Cnt
              END-IF
           END-IF.

       2410-Apply-One-Proposal.
           EXEC SQL
              FETCH PROP-C1
                 INTO :HV-Emp-Number, :HV-Old-Salary,
                      :HV-New-Salary
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Props TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'Y' TO WS-Dept-Error-SW
                 SET WS-End-Of-Props TO TRUE
              WHEN OTHER
                 PERFORM 2420-Check-Current-Salary
           END-EVALUATE.

       2420-Check-Current-Salary.
           EXEC SQL
              SELECT SALARY, CHAR(HIREDATE, ISO)
                 INTO :HV-Cur-Salary, :HV-Hire-Date
                 FROM EMPLOYEE
                    WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 ADD +1 TO WS-Stale-Cnt
                 DISPLAY "    " HV-Emp-Number
                    " SKIPPED - NO LONGER AN EMPLOYEE"
              WHEN SQLCODE NOT = 0
                 MOVE 'Y' TO WS-Dept-Error-SW
                 SET WS-End-Of-Props TO TRUE
              WHEN HV-Cur-Salary NOT = HV-Old-Salary
                 ADD +1 TO WS-Stale-Cnt
                 DISPLAY "    " HV-Emp-Number
                    " SKIPPED - SALARY CHANGED SINCE PROPOSED"
              WHEN OTHER
                 PERFORM 2430-Write-History-Row
                 IF NOT WS-Dept-Error
                    PERFORM 2440-Update-Salary-Rows
                 END-IF
                 IF WS-Dept-Error
                    SET WS-End-Of-Props TO TRUE
                 END-IF
           END-EVALUATE.

       2430-Write-History-Row.
      *    The period at the old salary runs from the later of the
      *    hire date and the end of the last history row.
           EXEC SQL
              SELECT COALESCE(CHAR(MAX(EHTODATE), ISO),
                              :HV-Hire-Date)
                 INTO :HV-From-Date
                 FROM MM01.EMPHIST
                    WHERE EHEMPNO = :HV-Emp-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-Dept-Error-SW
           ELSE
              EXEC SQL
                 INSERT INTO MM01.EMPHIST
                        (EHEMPNO,        EHWORKDEPT,
                         EHFROMDATE,     EHTODATE,
                         EHSALARY)
                 VALUES (:HV-Emp-Number, :HV-Dept-No,
                         :HV-From-Date,  :HV-Effective-Date,
                         :HV-Old-Salary)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-Dept-Error-SW
              END-IF
           END-IF.

       2440-Update-Salary-Rows.
           EXEC SQL
              UPDATE EMPLOYEE
                 SET SALARY = :HV-New-Salary
               WHERE EMPNO  = :HV-Emp-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-Dept-Error-SW
           ELSE
              EXEC SQL
                 UPDATE MM01.PAYROLL
                    SET SALARY = :HV-New-Salary
                  WHERE EMPNO  = :HV-Emp-Number
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    DISPLAY "    " HV-Emp-Number
                       " NOT ON PAYROLL - EMPLOYEE ONLY"
                 WHEN OTHER
                    MOVE 'Y' TO WS-Dept-Error-SW
              END-EVALUATE
           END-IF.
           IF NOT WS-Dept-Error
              EXEC SQL
                 UPDATE MM01.MERITPRP
                    SET MPSTATUS  = 'X',
                        MPEFFDATE = :HV-Effective-Date
                  WHERE MPCYCLE   = :HV-Cycle
                    AND MPEMPNO   = :HV-Emp-Number
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-Dept-Error-SW
              ELSE
                 ADD +1 TO WS-Dept-Applied-Cnt
                 MOVE HV-New-Salary TO WS-Disp-Salary
                 DISPLAY "    " HV-Emp-Number
                    " NEW SALARY " WS-Disp-Salary
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY " ".
           DISPLAY "DEPARTMENTS REPORTED: " WS-Dept-Cnt.
           DISPLAY "OVER MERIT BUDGET:    " WS-Over-Budget-Cnt.
           IF WS-Apply-Mode
              DISPLAY "DEPARTMENTS HELD:     " WS-Held-Cnt
              DISPLAY "INCREASES APPLIED:    " WS-Applied-Cnt
              DISPLAY "PROPOSALS SKIPPED:    " WS-Stale-Cnt
           END-IF.
           MOVE WS-Dept-Cnt    TO EOJS-Records-In.
           MOVE WS-Applied-Cnt TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           EXEC SQL CONNECT RESET END-EXEC.
           IF WS-Over-Budget-Cnt > 0 OR WS-Stale-Cnt > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-Valid-Cursor
              DISPLAY "*** ERROR ***: DEPT-C1 SQLCODE = " SQLCODE
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
