      *       its from and to dates, so "who was in department D21
      *       last March" finally has an answer.
      *
      *    The change is carried to the payroll record as well:
      *       a transfer moves MM01.PAYROLL to the new department
      *       and a termination records the effective date as the
      *       final pay date (PYRLTERMDATE).  The employee stays
      *       active for that last pay run; PAYCALC sets PYRLSTAT
      *       inactive once the final pay date has been paid.
      *       The vacation balance on MM01.LEAVBAL is paid out:
      *       the hours at the current salary (2080 hours a year)
      *       are queued on MM01.LEAVPAY for that final pay.
      *
      *    A transfer is flagged (not refused) when the employee
      *       does not hold a current MM01.EMPCERT certification
      *       that MM01.CERTREQ requires in the new department for
      *       the employee's job; the run then ends with RC 4.
      *
      *    A transaction whose effective date is still in the
      *       future waits in the PENDEMP queue; a run with mode R
      *       on SYSIN releases and applies the queued
      * 2026-08-22 mnt           Created so a transfer stops being
      *                          a raw update that destroys where
      *                          the employee used to be.
      * 2026-10-15 mnt           Transfers and terminations are
      *                          carried to MM01.PAYROLL so a
      *                          terminated employee stops being
      *                          paid after the final pay date.
      * 2026-10-15 mnt           Vacation balance paid out on
      *                          termination.
      * 2026-10-15 mnt           Flag transfers into a department
      *                          whose required certifications the
      *                          employee does not hold.
      *
      ***********************************************************
       IDENTIFICATION DIVISION.
           12 WS-Held-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Released-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Payroll-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Cert-Flag-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Run-Parameters.
           12 WS-Run-Mode             PIC X.
           12 HV-Old-Dept-Ind         PIC S9(4) COMP-5.
           12 HV-Hire-Date            PIC X(10).
           12 HV-From-Date            PIC X(10).
           12 HV-Emp-Job              PIC X(08).

       01  HV-Check-Fields.
           12 HV-Dept-Status          PIC X(01).
           12 HV-Managed-Count        PIC S9(9) COMP-5.
           12 HV-Missing-Cert-Count   PIC S9(9) COMP-5.

       01  HV-Payout-Fields.
           12 HV-Leave-Balance        PIC S9(5)V99 COMP-3.
           12 HV-Pay-Salary           PIC S9(7)V99 COMP-3.
           12 HV-Payout-Amount        PIC S9(7)V99 COMP-3.
           12 HV-Payout-User          PIC X(08) VALUE 'DBCBEX09'.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.

              END-EVALUATE
           END-IF.
           IF WS-Valid-Tran AND HV-Tran-Code = 'T'
              PERFORM 2140-Check-Required-Certs
           END-IF.
           IF WS-Valid-Tran
              PERFORM 2200-Write-History-Row
           END-IF.
           IF WS-Valid-Tran
              PERFORM 2300-Update-Employee-Row
           END-IF.
           IF WS-Valid-Tran
              PERFORM 2350-Update-Payroll-Row
           END-IF.
           IF WS-Valid-Tran
              ADD +1 TO WS-Applied-Cnt
           END-IF.

       2110-Get-Current-Assignment.
           EXEC SQL
              SELECT WORKDEPT, CHAR(HIREDATE, ISO),
                     COALESCE(JOB, ' ')
                 INTO :HV-Old-Dept :HV-Old-Dept-Ind,
                      :HV-Hire-Date,
                      :HV-Emp-Job
                 FROM EMPLOYEE
                    WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
              END-IF
           END-IF.

       2140-Check-Required-Certs.
           EXEC SQL
              SELECT COUNT(DISTINCT R.CQCERT)
                 INTO :HV-Missing-Cert-Count
                 FROM MM01.CERTREQ R
                    WHERE R.CQDEPT = :HV-New-Dept
                      AND (R.CQJOB = :HV-Emp-Job OR R.CQJOB = ' ')
                      AND NOT EXISTS
                          (SELECT 1 FROM MM01.EMPCERT C
                            WHERE C.CEEMPNO    = :HV-Emp-Number
                              AND C.CECERT     = R.CQCERT
                              AND C.CEEXPIRES >= :HV-Effective-Date)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              SET WS-Fatal-Error-Occurred TO TRUE
              MOVE 'N' TO WS-Valid-Tran-SW
              DISPLAY "*** ERROR ***: 2140-Check-Required-Certs"
              DISPLAY "SQLCODE = " SQLCODE
           ELSE
              IF HV-Missing-Cert-Count > 0
                 ADD +1 TO WS-Cert-Flag-Cnt
                 DISPLAY "CERTIFICATION FLAG: " HV-Emp-Number
                    " TO " HV-New-Dept " AS " HV-Emp-Job
                    " LACKS " HV-Missing-Cert-Count
                    " REQUIRED CERTIFICATION(S)"
              END-IF
           END-IF.

       2200-Write-History-Row.
      *    The prior assignment runs from the later of the hire
      *    date and the end of the last history row.
              DISPLAY "SQLCODE = " SQLCODE
           END-IF.

       2350-Update-Payroll-Row.
      *    An employee who is not on the payroll (a contractor, or
      *    a hire still waiting for the delta load) is reported
      *    and left for the weekly PYRLMTCH mismatch report.
           IF HV-Tran-Code = 'T'
              EXEC SQL
                 UPDATE MM01.PAYROLL
                    SET DEPT  = :HV-New-Dept
                  WHERE EMPNO = :HV-Emp-Number
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MM01.PAYROLL
                    SET PYRLTERMDATE = :HV-Effective-Date
                  WHERE EMPNO        = :HV-Emp-Number
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD +1 TO WS-Payroll-Cnt
                 IF HV-Tran-Code = 'X'
                    PERFORM 2360-Queue-Leave-Payout
                 END-IF
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "NOT ON PAYROLL: " HV-Tran-Code " "
                    HV-Emp-Number " - PAYROLL NOT CHANGED"
              WHEN OTHER
                 SET WS-Fatal-Error-Occurred TO TRUE
                 DISPLAY "*** ERROR ***: 2350-Update-Payroll-Row"
                 DISPLAY "SQLCODE = " SQLCODE
           END-EVALUATE.

       2360-Queue-Leave-Payout.
           EXEC SQL
              SELECT B.LBBALANCE, P.SALARY
                 INTO :HV-Leave-Balance, :HV-Pay-Salary
                 FROM MM01.LEAVBAL B
                    INNER JOIN MM01.PAYROLL P
                 ON P.EMPNO = B.LBEMPNO
                 WHERE B.LBEMPNO = :HV-Emp-Number
                   AND B.LBTYPE  = 'V'
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-NOT-FOUND
                 CONTINUE
              WHEN NOT SQL-STATUS-OK
                 SET WS-Fatal-Error-Occurred TO TRUE
                 DISPLAY "*** ERROR ***: 2360-Queue-Leave-Payout"
                 DISPLAY "SQLCODE = " SQLCODE
              WHEN HV-Leave-Balance > ZERO
                 COMPUTE HV-Payout-Amount ROUNDED =
                    HV-Leave-Balance * HV-Pay-Salary / 2080
                 PERFORM 2370-Write-Leave-Payout
           END-EVALUATE.

       2370-Write-Leave-Payout.
           EXEC SQL
              INSERT INTO MM01.LEAVPAY
                     (LPEMPNO,           LPTYPE,
                      LPHOURS,           LPAMOUNT,
                      LPTERMDATE,        LPSTATUS)
              VALUES (:HV-Emp-Number,    'V',
                      :HV-Leave-Balance, :HV-Payout-Amount,
                      :HV-Effective-Date, 'Q')
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE MM01.LEAVBAL
                    SET LBBALANCE = 0
                  WHERE LBEMPNO   = :HV-Emp-Number
                    AND LBTYPE    = 'V'
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO MM01.LEAVHIST
                        (LHEMPNO,          LHTYPE,
                         LHDATE,           LHTRAN,
                         LHHOURS,          LHUSER)
                 VALUES (:HV-Emp-Number,   'V',
                         :HV-Effective-Date, 'P',
                         :HV-Leave-Balance, :HV-Payout-User)
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              SET WS-Fatal-Error-Occurred TO TRUE
              DISPLAY "*** ERROR ***: 2370-Write-Leave-Payout"
              DISPLAY "SQLCODE = " SQLCODE
           END-IF.

       2400-Hold-Pending-Transaction.
           EXEC SQL
              INSERT INTO MM01.PENDEMP
           DISPLAY "HELD AS PENDING:       " WS-Held-Cnt.
           DISPLAY "RELEASED FROM PENDING: " WS-Released-Cnt.
           DISPLAY "REJECTED:              " WS-Rejected-Cnt.
           DISPLAY "PAYROLL ROWS CHANGED:  " WS-Payroll-Cnt.
           DISPLAY "CERTIFICATION FLAGS:   " WS-Cert-Flag-Cnt.
           MOVE FD-EmpTranFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Applied-Cnt            TO EOJS-Records-Out.
           MOVE WS-Rejected-Cnt           TO EOJS-Records-Rejected.
           EXEC SQL CONNECT RESET END-EXEC.
           IF WS-Rejected-Cnt > 0 OR WS-Fatal-Error-Occurred
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Cert-Flag-Cnt > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       5000-Read-EmpTranFile.
