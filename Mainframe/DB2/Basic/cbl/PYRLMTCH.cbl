      ***********************************************************
      * Program name:    PYRLMTCH
      * Original author: mnt
      *
      *    Description: Weekly employee to payroll mismatch report.
      *
      *    The EMPLOYEE table (maintained by the delta load and the
      *    DBCBEX09 transfers and terminations) and MM01.PAYROLL
      *    (read by PAYCALC, ACHGEN and P010) are matched on EMPNO
      *    and every difference is listed:
      *
      *       NOT ON PAYROLL   working employee with no payroll row
      *       NOT AN EMPLOYEE  active payroll row, no employee
      *       TERMINATED PAID  no department, payroll still active
      *                        with no final pay date
      *       PAYROLL INACTIVE working employee, payroll inactive
      *       PENDING SETUP    payroll row waiting for its setup
      *       DEPARTMENT       WORKDEPT and DEPT disagree
      *       SALARY           the two salaries disagree
      *
      *    Return code 4 when anything other than a pending setup
      *    is listed.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created to prove the payroll
      *                          record is in step with the
      *                          employee side each week.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYRLMTCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-Report-Counters.
           12 WS-Matched-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Mismatch-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Pending-Cnt                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Cursor-Switches.
           12 WS-End-Of-Rows-SW              PIC X VALUE 'N'.
              88 WS-End-Of-Rows              VALUE 'Y'.
           12 WS-Valid-Cursor-SW             PIC X VALUE 'Y'.
              88 WS-Valid-Cursor             VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *******************
       01  HV-Match-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-Emp-Key              PIC X(06).
           12 HV-Emp-Key-Ind          PIC S9(4) COMP-5.
           12 HV-Work-Dept            PIC X(03).
           12 HV-Work-Dept-Ind        PIC S9(4) COMP-5.
           12 HV-Emp-Salary           PIC S9(7)V99 COMP-3.
           12 HV-Emp-Salary-Ind       PIC S9(4) COMP-5.
           12 HV-Pay-Key              PIC X(06).
           12 HV-Pay-Key-Ind          PIC S9(4) COMP-5.
           12 HV-Pay-Dept             PIC X(03).
           12 HV-Pay-Dept-Ind         PIC S9(4) COMP-5.
           12 HV-Pay-Salary           PIC S9(7)V99 COMP-3.
           12 HV-Pay-Salary-Ind       PIC S9(4) COMP-5.
           12 HV-Pay-Status           PIC X(01).
           12 HV-Pay-Status-Ind       PIC S9(4) COMP-5.
           12 HV-Term-Date            PIC X(10).
           12 HV-Term-Date-Ind        PIC S9(4) COMP-5.
      *******************

       01  WS-Display-Fields.
           12 WS-Disp-Emp-Salary      PIC Z,ZZZ,ZZ9.99.
           12 WS-Disp-Pay-Salary      PIC Z,ZZZ,ZZ9.99.
           12 WS-Mismatch-Type        PIC X(16).
           12 WS-Row-Listed-SW        PIC X VALUE 'N'.
              88 WS-Row-Listed             VALUE 'Y'.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       COPY EOJSTAT.

           EXEC SQL DECLARE MTCH-C1 CURSOR FOR
               SELECT COALESCE(E.EMPNO, P.EMPNO),
                      E.EMPNO,   E.WORKDEPT,  E.SALARY,
                      P.EMPNO,   P.DEPT,      P.SALARY,
                      P.PYRLSTAT,
                      CHAR(P.PYRLTERMDATE, ISO)
                  FROM EMPLOYEE E
                     FULL OUTER JOIN MM01.PAYROLL P
                  ON E.EMPNO = P.EMPNO
                  ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'PYRLMTCH' TO EOJS-Program-Id.
           PERFORM 9800-Connect-to-DB1.
           DISPLAY "*** EMPLOYEE TO PAYROLL MISMATCH REPORT ***".
           DISPLAY " ".

       2000-Process.
           EXEC SQL OPEN MTCH-C1 END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-Valid-Cursor-SW
              SET WS-End-Of-Rows TO TRUE
           END-IF.
           PERFORM 2100-Match-One-Employee
              UNTIL WS-End-Of-Rows.
           IF WS-Valid-Cursor
              EXEC SQL CLOSE MTCH-C1 END-EXEC
           END-IF.

       2100-Match-One-Employee.
           EXEC SQL
              FETCH MTCH-C1
                 INTO :HV-Emp-Number,
                      :HV-Emp-Key      :HV-Emp-Key-Ind,
                      :HV-Work-Dept    :HV-Work-Dept-Ind,
                      :HV-Emp-Salary   :HV-Emp-Salary-Ind,
                      :HV-Pay-Key      :HV-Pay-Key-Ind,
                      :HV-Pay-Dept     :HV-Pay-Dept-Ind,
                      :HV-Pay-Salary   :HV-Pay-Salary-Ind,
                      :HV-Pay-Status   :HV-Pay-Status-Ind,
                      :HV-Term-Date    :HV-Term-Date-Ind
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Rows TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
                 SET WS-End-Of-Rows TO TRUE
              WHEN OTHER
                 PERFORM 2200-Compare-Sides
           END-EVALUATE.

       2200-Compare-Sides.
           MOVE 'N' TO WS-Row-Listed-SW.
           IF HV-Work-Dept-Ind < 0
              MOVE SPACES TO HV-Work-Dept
           END-IF.
           IF HV-Pay-Dept-Ind < 0
              MOVE SPACES TO HV-Pay-Dept
           END-IF.
           IF HV-Emp-Salary-Ind < 0
              MOVE ZERO TO HV-Emp-Salary
           END-IF.
           IF HV-Pay-Salary-Ind < 0
              MOVE ZERO TO HV-Pay-Salary
           END-IF.
           EVALUATE TRUE
              WHEN HV-Pay-Key-Ind < 0
                 IF HV-Work-Dept-Ind >= 0
                    MOVE "NOT ON PAYROLL" TO WS-Mismatch-Type
                    PERFORM 2300-Print-Mismatch-Line
                 END-IF
              WHEN HV-Emp-Key-Ind < 0
                 IF HV-Pay-Status = 'A'
                    MOVE "NOT AN EMPLOYEE" TO WS-Mismatch-Type
                    PERFORM 2300-Print-Mismatch-Line
                 END-IF
              WHEN HV-Work-Dept-Ind < 0
                 IF HV-Pay-Status = 'A' AND HV-Term-Date-Ind < 0
                    MOVE "TERMINATED PAID" TO WS-Mismatch-Type
                    PERFORM 2300-Print-Mismatch-Line
                 END-IF
              WHEN OTHER
                 PERFORM 2250-Compare-Working-Employee
           END-EVALUATE.
           IF NOT WS-Row-Listed
              ADD +1 TO WS-Matched-Cnt
           END-IF.

       2250-Compare-Working-Employee.
           IF HV-Pay-Status = 'I'
              MOVE "PAYROLL INACTIVE" TO WS-Mismatch-Type
              PERFORM 2300-Print-Mismatch-Line
           END-IF.
           IF HV-Pay-Status = 'P'
              MOVE "PENDING SETUP" TO WS-Mismatch-Type
              PERFORM 2300-Print-Mismatch-Line
           END-IF.
           IF HV-Work-Dept NOT = HV-Pay-Dept
              MOVE "DEPARTMENT" TO WS-Mismatch-Type
              PERFORM 2300-Print-Mismatch-Line
           END-IF.
           IF HV-Emp-Salary NOT = HV-Pay-Salary
              MOVE "SALARY" TO WS-Mismatch-Type
              PERFORM 2300-Print-Mismatch-Line
           END-IF.

       2300-Print-Mismatch-Line.
           SET WS-Row-Listed TO TRUE.
           IF WS-Mismatch-Type = "PENDING SETUP"
              ADD +1 TO WS-Pending-Cnt
           ELSE
              ADD +1 TO WS-Mismatch-Cnt
           END-IF.
           MOVE HV-Emp-Salary TO WS-Disp-Emp-Salary.
           MOVE HV-Pay-Salary TO WS-Disp-Pay-Salary.
           DISPLAY HV-Emp-Number " " WS-Mismatch-Type
              " EMPLOYEE " HV-Work-Dept " " WS-Disp-Emp-Salary
              " PAYROLL " HV-Pay-Dept " " WS-Disp-Pay-Salary
              " " HV-Pay-Status.

       3000-End-Job.
           DISPLAY " ".
           IF NOT WS-Valid-Cursor
              DISPLAY "*** MATCH CURSOR FAILED, SQLCODE " SQLCODE
           END-IF.
           DISPLAY "EMPLOYEES MATCHED:    " WS-Matched-Cnt.
           DISPLAY "MISMATCHES LISTED:    " WS-Mismatch-Cnt.
           DISPLAY "PENDING SETUP:        " WS-Pending-Cnt.
           COMPUTE EOJS-Records-In = WS-Matched-Cnt + WS-Mismatch-Cnt
                                   + WS-Pending-Cnt.
           MOVE WS-Mismatch-Cnt TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           EXEC SQL CONNECT RESET END-EXEC.
           IF NOT WS-Valid-Cursor
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Mismatch-Cnt > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
