      ***********************************************************
      * Program name:    MERITMNT
      * Original author: mnt
      *
      *    Description: Merit cycle maintenance.
      *
      *    Applies keyed transactions for the annual merit cycle.
      *    The record type names what is maintained:
      *
      *       X  MM01.MERITMX  the merit matrix - the guideline
      *                        increase for a performance rating
      *                        (1-5) and position in the salary
      *                        range (quartile 1-4)
      *       G  MM01.SALRANGE the salary range for a job
      *       P  MM01.MERITPRP a manager's rating and proposed
      *                        increase for an employee in a cycle
      *                        year.  A zero percentage takes the
      *                        matrix guideline.  The range
      *                        quartile, guideline and new salary
      *                        are worked out and kept on the row.
      *       V                the decision on a pending proposal
      *
      *    Transaction codes: A add, R replace, D delete; on a
      *       decision A approve, J reject.  Only a pending
      *       proposal may be replaced or decided, and an applied
      *       one may not be deleted.
      *
      *    Rejects go to the reject file with a reason code:
      *       RT bad record type
      *       TC bad transaction code
      *       FL bad field
      *       EM employee not on the EMPLOYEE table
      *       NR no salary range for the employee's job
      *       NM no matrix cell for the rating and quartile
      *       RF row not found, or proposal no longer pending
      *       SQ SQL error
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created so raises go through a
      *                          rated, budgeted merit cycle
      *                          instead of straight onto SALARY.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranFile
           ASSIGN TO MERITTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TranFile-Status.

           SELECT RejFile
           ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TranFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TranFile-Record.
           12 TranFile-Type            PIC X(01).
              88 TranFile-Matrix           VALUE 'X'.
              88 TranFile-Range            VALUE 'G'.
              88 TranFile-Proposal         VALUE 'P'.
              88 TranFile-Decision         VALUE 'V'.
           12 TranFile-Code            PIC X(01).
           12 TranFile-Data            PIC X(38).
           12 TranFile-Matrix-Data REDEFINES TranFile-Data.
              15 TranFile-MX-Rating    PIC X(01).
              15 TranFile-MX-Quartile  PIC X(01).
              15 TranFile-MX-Pct       PIC 9V9999.
              15 FILLER                PIC X(31).
           12 TranFile-Range-Data REDEFINES TranFile-Data.
              15 TranFile-SR-Job       PIC X(08).
              15 TranFile-SR-Min       PIC 9(07)V99.
              15 TranFile-SR-Max       PIC 9(07)V99.
              15 FILLER                PIC X(12).
           12 TranFile-Proposal-Data REDEFINES TranFile-Data.
              15 TranFile-MP-Cycle     PIC 9(04).
              15 TranFile-MP-Emp-Number PIC X(06).
              15 TranFile-MP-Rating    PIC X(01).
              15 TranFile-MP-Pct       PIC 9V9999.
              15 TranFile-MP-Manager   PIC X(08).
              15 FILLER                PIC X(14).

       FD  RejFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RejFile-Record.
           12 RejFile-Tran-Data        PIC X(40).
           12 RejFile-Reason-Code      PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==TranFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.

       01  WS-File-Counters.
           12 FD-TranFile-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Posted-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Valid-Tran-SW                  PIC X VALUE 'Y'.
           88 WS-Valid-Tran                  VALUE 'Y'.

       01  WS-Reason-Code                    PIC X(02).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *******************
       01  HV-Matrix-Row.
           12 HV-MX-Rating            PIC X(01).
           12 HV-MX-Quartile          PIC X(01).
           12 HV-MX-Pct               PIC S9V9999 COMP-3.

       01  HV-Range-Row.
           12 HV-SR-Job               PIC X(08).
           12 HV-SR-Min               PIC S9(7)V99 COMP-3.
           12 HV-SR-Max               PIC S9(7)V99 COMP-3.

       01  HV-Proposal-Row.
           12 HV-MP-Cycle             PIC S9(04) COMP-5.
           12 HV-MP-Emp-Number        PIC X(06).
           12 HV-MP-Dept              PIC X(03).
           12 HV-MP-Dept-Ind          PIC S9(4) COMP-5.
           12 HV-MP-Rating            PIC X(01).
           12 HV-MP-Quartile          PIC X(01).
           12 HV-MP-Guide-Pct         PIC S9V9999 COMP-3.
           12 HV-MP-Pct               PIC S9V9999 COMP-3.
           12 HV-MP-Old-Salary        PIC S9(7)V99 COMP-3.
           12 HV-MP-New-Salary        PIC S9(7)V99 COMP-3.
           12 HV-MP-Status            PIC X(01).
           12 HV-MP-Manager           PIC X(08).
           12 HV-Emp-Job              PIC X(08).
      *******************

       01  WS-Range-Position           PIC S9(3)V9(4) COMP-3.
       01  WS-Quartile-Number          PIC 9(01).

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process
              UNTIL WS-TranFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'MERITMNT' TO EOJS-Program-Id.
           PERFORM 9800-Connect-to-DB1.
           OPEN INPUT TranFile.
           OPEN OUTPUT RejFile.
           PERFORM 5000-Read-TranFile.

       2000-Process.
           PERFORM 2100-Apply-One-Transaction.
           PERFORM 5000-Read-TranFile.

       2100-Apply-One-Transaction.
           MOVE 'Y'    TO WS-Valid-Tran-SW.
           MOVE SPACES TO WS-Reason-Code.
           EVALUATE TRUE
              WHEN TranFile-Matrix
                 PERFORM 2200-Post-Matrix-Cell
              WHEN TranFile-Range
                 PERFORM 2300-Post-Salary-Range
              WHEN TranFile-Proposal
                 PERFORM 2400-Post-Proposal
              WHEN TranFile-Decision
                 PERFORM 2500-Post-Decision
              WHEN OTHER
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'RT' TO WS-Reason-Code
           END-EVALUATE.
           IF WS-Valid-Tran
              ADD +1 TO WS-Posted-Cnt
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 7000-Write-RejFile
           END-IF.

       2200-Post-Matrix-Cell.
           IF TranFile-MX-Rating < '1' OR TranFile-MX-Rating > '5'
              OR TranFile-MX-Quartile < '1'
              OR TranFile-MX-Quartile > '4'
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              IF TranFile-Code NOT = 'D'
                 AND TranFile-MX-Pct NOT NUMERIC
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'FL' TO WS-Reason-Code
              END-IF
           END-IF.
           IF WS-Valid-Tran
              MOVE TranFile-MX-Rating   TO HV-MX-Rating
              MOVE TranFile-MX-Quartile TO HV-MX-Quartile
              EVALUATE TranFile-Code
                 WHEN 'A'
                    MOVE TranFile-MX-Pct TO HV-MX-Pct
                    EXEC SQL
                       INSERT INTO MM01.MERITMX
                              (MXRATING,      MXQUARTILE,
                               MXPCT)
                       VALUES (:HV-MX-Rating, :HV-MX-Quartile,
                               :HV-MX-Pct)
                    END-EXEC
                 WHEN 'R'
                    MOVE TranFile-MX-Pct TO HV-MX-Pct
                    EXEC SQL
                       UPDATE MM01.MERITMX
                          SET MXPCT      = :HV-MX-Pct
                        WHERE MXRATING   = :HV-MX-Rating
                          AND MXQUARTILE = :HV-MX-Quartile
                    END-EXEC
                 WHEN 'D'
                    EXEC SQL
                       DELETE FROM MM01.MERITMX
                        WHERE MXRATING   = :HV-MX-Rating
                          AND MXQUARTILE = :HV-MX-Quartile
                    END-EXEC
                 WHEN OTHER
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'TC' TO WS-Reason-Code
              END-EVALUATE
              IF WS-Valid-Tran
                 PERFORM 6900-Check-SQL-Result
              END-IF
           END-IF.

       2300-Post-Salary-Range.
           IF TranFile-SR-Job = SPACES
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              IF TranFile-Code NOT = 'D'
                 IF TranFile-SR-Min NOT NUMERIC
                    OR TranFile-SR-Max NOT NUMERIC
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'FL' TO WS-Reason-Code
                 ELSE
                    IF TranFile-SR-Max NOT > TranFile-SR-Min
                       MOVE 'N'  TO WS-Valid-Tran-SW
                       MOVE 'FL' TO WS-Reason-Code
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-Valid-Tran
              MOVE TranFile-SR-Job TO HV-SR-Job
              EVALUATE TranFile-Code
                 WHEN 'A'
                    MOVE TranFile-SR-Min TO HV-SR-Min
                    MOVE TranFile-SR-Max TO HV-SR-Max
                    EXEC SQL
                       INSERT INTO MM01.SALRANGE
                              (SRJOB,        SRMIN,
                               SRMAX)
                       VALUES (:HV-SR-Job,   :HV-SR-Min,
                               :HV-SR-Max)
                    END-EXEC
                 WHEN 'R'
                    MOVE TranFile-SR-Min TO HV-SR-Min
                    MOVE TranFile-SR-Max TO HV-SR-Max
                    EXEC SQL
                       UPDATE MM01.SALRANGE
                          SET SRMIN = :HV-SR-Min,
                              SRMAX = :HV-SR-Max
                        WHERE SRJOB = :HV-SR-Job
                    END-EXEC
                 WHEN 'D'
                    EXEC SQL
                       DELETE FROM MM01.SALRANGE
                        WHERE SRJOB = :HV-SR-Job
                    END-EXEC
                 WHEN OTHER
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'TC' TO WS-Reason-Code
              END-EVALUATE
              IF WS-Valid-Tran
                 PERFORM 6900-Check-SQL-Result
              END-IF
           END-IF.

       2400-Post-Proposal.
           IF TranFile-MP-Cycle NOT NUMERIC
              OR TranFile-MP-Emp-Number = SPACES
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              MOVE TranFile-MP-Cycle      TO HV-MP-Cycle
              MOVE TranFile-MP-Emp-Number TO HV-MP-Emp-Number
           END-IF.
           IF WS-Valid-Tran
              EVALUATE TranFile-Code
                 WHEN 'A'
                 WHEN 'R'
                    PERFORM 2410-Price-Proposal
                    IF WS-Valid-Tran
                       PERFORM 6000-Write-Proposal-Row
                    END-IF
                 WHEN 'D'
                    EXEC SQL
                       DELETE FROM MM01.MERITPRP
                        WHERE MPCYCLE  = :HV-MP-Cycle
                          AND MPEMPNO  = :HV-MP-Emp-Number
                          AND MPSTATUS <> 'X'
                    END-EXEC
                    PERFORM 6900-Check-SQL-Result
                 WHEN OTHER
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'TC' TO WS-Reason-Code
              END-EVALUATE
           END-IF.

       2410-Price-Proposal.
           IF TranFile-MP-Rating < '1' OR TranFile-MP-Rating > '5'
              OR TranFile-MP-Pct NOT NUMERIC
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              MOVE TranFile-MP-Rating  TO HV-MP-Rating
              MOVE TranFile-MP-Manager TO HV-MP-Manager
              PERFORM 2420-Get-Employee
           END-IF.
           IF WS-Valid-Tran
              PERFORM 2430-Find-Range-Quartile
           END-IF.
           IF WS-Valid-Tran
              EXEC SQL
                 SELECT MXPCT
                    INTO :HV-MP-Guide-Pct
                    FROM MM01.MERITMX
                       WHERE MXRATING   = :HV-MP-Rating
                         AND MXQUARTILE = :HV-MP-Quartile
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF TranFile-MP-Pct = ZERO
                       MOVE HV-MP-Guide-Pct TO HV-MP-Pct
                    ELSE
                       MOVE TranFile-MP-Pct TO HV-MP-Pct
                    END-IF
                    COMPUTE HV-MP-New-Salary ROUNDED =
                       HV-MP-Old-Salary * (1 + HV-MP-Pct)
                 WHEN 100
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'NM' TO WS-Reason-Code
                 WHEN OTHER
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'SQ' TO WS-Reason-Code
              END-EVALUATE
           END-IF.

       2420-Get-Employee.
           EXEC SQL
              SELECT SALARY, JOB, WORKDEPT
                 INTO :HV-MP-Old-Salary, :HV-Emp-Job,
                      :HV-MP-Dept :HV-MP-Dept-Ind
                 FROM EMPLOYEE
                    WHERE EMPNO = :HV-MP-Emp-Number
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF HV-MP-Dept-Ind < 0
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'EM' TO WS-Reason-Code
                 END-IF
              WHEN 100
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'EM' TO WS-Reason-Code
              WHEN OTHER
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'SQ' TO WS-Reason-Code
           END-EVALUATE.

       2430-Find-Range-Quartile.
      *    Below the minimum is the first quartile, above the
      *    maximum the fourth.
           EXEC SQL
              SELECT SRMIN, SRMAX
                 INTO :HV-SR-Min, :HV-SR-Max
                 FROM MM01.SALRANGE
                    WHERE SRJOB = :HV-Emp-Job
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-Range-Position =
                    (HV-MP-Old-Salary - HV-SR-Min) * 4
                       / (HV-SR-Max - HV-SR-Min)
                 EVALUATE TRUE
                    WHEN WS-Range-Position < 1
                       MOVE 1 TO WS-Quartile-Number
                    WHEN WS-Range-Position < 2
                       MOVE 2 TO WS-Quartile-Number
                    WHEN WS-Range-Position < 3
                       MOVE 3 TO WS-Quartile-Number
                    WHEN OTHER
                       MOVE 4 TO WS-Quartile-Number
                 END-EVALUATE
                 MOVE WS-Quartile-Number TO HV-MP-Quartile
              WHEN 100
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'NR' TO WS-Reason-Code
              WHEN OTHER
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'SQ' TO WS-Reason-Code
           END-EVALUATE.

       2500-Post-Decision.
           IF TranFile-MP-Cycle NOT NUMERIC
              OR (TranFile-Code NOT = 'A' AND NOT = 'J')
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'TC' TO WS-Reason-Code
           ELSE
              MOVE TranFile-MP-Cycle      TO HV-MP-Cycle
              MOVE TranFile-MP-Emp-Number TO HV-MP-Emp-Number
              MOVE TranFile-Code          TO HV-MP-Status
              EXEC SQL
                 UPDATE MM01.MERITPRP
                    SET MPSTATUS = :HV-MP-Status
                  WHERE MPCYCLE  = :HV-MP-Cycle
                    AND MPEMPNO  = :HV-MP-Emp-Number
                    AND MPSTATUS = 'P'
              END-EXEC
              PERFORM 6900-Check-SQL-Result
           END-IF.

       3000-End-Job.
           CLOSE TranFile.
           CLOSE RejFile.
           MOVE FD-TranFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Posted-Cnt          TO EOJS-Records-Out.
           MOVE WS-Rejected-Cnt        TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           EXEC SQL CONNECT RESET END-EXEC.
           IF WS-Rejected-Cnt > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       5000-Read-TranFile.
           READ TranFile
              AT END SET WS-TranFile-EOF TO TRUE
           END-READ.
           IF WS-TranFile-Good
              ADD +1 TO FD-TranFile-Record-Cnt
           ELSE
              IF WS-TranFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-TranFile"
                 DISPLAY "Read TranFile Failed."
                 DISPLAY "File Status: " WS-TranFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-Proposal-Row.
           MOVE 'P' TO HV-MP-Status.
           IF TranFile-Code = 'A'
              EXEC SQL
                 INSERT INTO MM01.MERITPRP
                        (MPCYCLE,          MPEMPNO,
                         MPDEPT,           MPRATING,
                         MPQUARTILE,       MPGUIDEPCT,
                         MPPCT,            MPOLDSAL,
                         MPNEWSAL,         MPSTATUS,
                         MPMANAGER)
                 VALUES (:HV-MP-Cycle,     :HV-MP-Emp-Number,
                         :HV-MP-Dept,      :HV-MP-Rating,
                         :HV-MP-Quartile,  :HV-MP-Guide-Pct,
                         :HV-MP-Pct,       :HV-MP-Old-Salary,
                         :HV-MP-New-Salary, :HV-MP-Status,
                         :HV-MP-Manager)
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE MM01.MERITPRP
                    SET MPDEPT     = :HV-MP-Dept,
                        MPRATING   = :HV-MP-Rating,
                        MPQUARTILE = :HV-MP-Quartile,
                        MPGUIDEPCT = :HV-MP-Guide-Pct,
                        MPPCT      = :HV-MP-Pct,
                        MPOLDSAL   = :HV-MP-Old-Salary,
                        MPNEWSAL   = :HV-MP-New-Salary,
                        MPMANAGER  = :HV-MP-Manager
                  WHERE MPCYCLE    = :HV-MP-Cycle
                    AND MPEMPNO    = :HV-MP-Emp-Number
                    AND MPSTATUS   = 'P'
              END-EXEC
           END-IF.
           PERFORM 6900-Check-SQL-Result.

       6900-Check-SQL-Result.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'RF' TO WS-Reason-Code
              WHEN OTHER
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'SQ' TO WS-Reason-Code
           END-EVALUATE.

       7000-Write-RejFile.
           MOVE TranFile-Record  TO RejFile-Tran-Data.
           MOVE WS-Reason-Code   TO RejFile-Reason-Code.
           WRITE RejFile-Record.
           IF WS-RejFile-Good
              ADD +1 TO WS-Rejected-Cnt
           ELSE
              DISPLAY "** ERROR **: 7000-Write-RejFile"
              DISPLAY "Write RejFile Failed."
              DISPLAY "File Status: " WS-RejFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
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
