      *          MISSING    on the table, not on the file - report
      *                     for review, never touched
      *
      *    An ADD is a new hire and is also written to MM01.PAYROLL
      *       with PYRLSTAT 'P' - pending setup - so PAYCALC does
      *       not pay the employee until payroll has finished the
      *       record; BANKMNT makes it active when the pay account
      *       is set up.
      *
      *    The load file is the EMPLOYE2 layout with the TRAILR
      *       record carrying the detail count, the same as the
      *       DBCBEX01 full load, and the trailer count is checked
      *                          touches the employees that
      *                          actually changed and prints a
      *                          register of what moved.
      * 2026-10-15 mnt           New hires are added to
      *                          MM01.PAYROLL pending setup.
      *
      ***********************************************************
       IDENTIFICATION DIVISION.
           12 WS-Change-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Unchanged-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Payroll-Add-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Display-SQLCode             PIC ZZZZZZZZ9+.

       01  WS-Merge-Keys.
           IF SQL-STATUS-OK
              ADD +1 TO WS-Add-Cnt
              DISPLAY "ADD:      " HV-Emp-Number " " HV-Last-Name
              PERFORM 2150-Add-Payroll-Pending
           ELSE
              SET WS-Fatal-Error-Occurred TO TRUE
              DISPLAY "*** ERROR ***: 2100-Add-Employee"
              DISPLAY "SQLCODE = " WS-Display-SQLCode
           END-IF.

       2150-Add-Payroll-Pending.
      *    A row already on the payroll (a rehire) is left as it
      *    is; the mismatch report shows any difference.
           EXEC SQL
              INSERT INTO MM01.PAYROLL
                     (EMPNO,          FNAME,          LNAME,
                      ADDR,           CITY,           STATE,
                      ZIPCODE,        DEPT,           SALARY,
                      BONUS,          COMM,           NETPAY,
                      PYRLSTAT)
              VALUES (:HV-Emp-Number, :HV-First-Name, :HV-Last-Name,
                      ' ',            ' ',            ' ',
                      ' ',            :HV-Work-Dept,  :HV-Salary,
                      :HV-Bonus,      :HV-Commission, 0,
                      'P')
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS WS-Display-SQLCode.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD +1 TO WS-Payroll-Add-Cnt
              WHEN SQL-STATUS-DUP
                 DISPLAY "          " HV-Emp-Number
                    " ALREADY ON PAYROLL - NOT ADDED"
              WHEN OTHER
                 SET WS-Fatal-Error-Occurred TO TRUE
                 DISPLAY "*** ERROR ***: 2150-Add-Payroll-Pending"
                 DISPLAY "SQLCODE = " WS-Display-SQLCode
           END-EVALUATE.

       2200-Compare-Employee.
           MOVE 'N' TO WS-Row-Changed-SW.
           IF HV-First-Name NOT = TB-First-Name
           DISPLAY "EMPLOYEES CHANGED:    " WS-Change-Cnt.
           DISPLAY "EMPLOYEES UNCHANGED:  " WS-Unchanged-Cnt.
           DISPLAY "MISSING FROM FILE:    " WS-Missing-Cnt.
           DISPLAY "PAYROLL PENDING ADDS: " WS-Payroll-Add-Cnt.
           MOVE FD-LoadFile-Record-Cnt TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = WS-Add-Cnt + WS-Change-Cnt.
           MOVE WS-Missing-Cnt         TO EOJS-Records-Rejected.
