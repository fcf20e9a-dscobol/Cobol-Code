      ***********************************************************
      * Program name:    CERTRPT
      * Original author: mnt
      *
      *    Description: Monthly certification expiry report.
      *
      *    Section 1 lists the certifications on MM01.EMPCERT
      *    that expire from the run date through the alert window
      *    (60 days unless SYSIN says otherwise), soonest first,
      *    so training can be booked before they lapse.
      *
      *    Section 2 lists the employees working in a job without
      *    a current certification that MM01.CERTREQ requires for
      *    the job or the department - never held, or expired
      *    before the run date - by department.
      *
      *    SYSIN card 1:  run date (YYYY-MM-DD)
      *    SYSIN card 2:  alert window in days (999), blank = 60
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created to report certifications
      *                          before they lapse.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-Report-Counters.
           12 WS-Expiring-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Cnt                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Cursor-Switches.
           12 WS-End-Of-Certs-SW             PIC X VALUE 'N'.
              88 WS-End-Of-Certs             VALUE 'Y'.
           12 WS-End-Of-Missing-SW           PIC X VALUE 'N'.
              88 WS-End-Of-Missing           VALUE 'Y'.
           12 WS-Valid-Cursor-SW             PIC X VALUE 'Y'.
              88 WS-Valid-Cursor             VALUE 'Y'.

       01  WS-Window-Card                    PIC X(03).
       01  WS-Window-Days REDEFINES WS-Window-Card
                                             PIC 9(03).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *******************
       01  HV-Report-Parameters.
           12 HV-Run-Date             PIC X(10).
           12 HV-Alert-Days           PIC S9(4) COMP-5.

       01  HV-Report-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-Last-Name            PIC X(15).
           12 HV-Work-Dept            PIC X(03).
           12 HV-Job                  PIC X(08).
           12 HV-Cert                 PIC X(08).
           12 HV-Expires              PIC X(10).
           12 HV-Days-Left            PIC S9(9) COMP-5.
      *******************

       01  WS-Display-Fields.
           12 WS-Disp-Days            PIC ZZZ9.
           12 WS-Disp-Window          PIC ZZ9.
           12 WS-Missing-Text         PIC X(18).

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       COPY EOJSTAT.

           EXEC SQL DECLARE EXPR-C1 CURSOR FOR
               SELECT C.CEEMPNO,  E.LASTNAME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(E.JOB, ' '),
                      C.CECERT,   CHAR(C.CEEXPIRES, ISO),
                      DAYS(C.CEEXPIRES) - DAYS(DATE(:HV-Run-Date))
                  FROM MM01.EMPCERT C
                     INNER JOIN EMPLOYEE E
                  ON E.EMPNO = C.CEEMPNO
                  WHERE C.CEEXPIRES >= DATE(:HV-Run-Date)
                    AND C.CEEXPIRES <= DATE(:HV-Run-Date)
                                       + :HV-Alert-Days DAYS
                  ORDER BY C.CEEXPIRES, C.CEEMPNO
           END-EXEC.

           EXEC SQL DECLARE MISS-C1 CURSOR FOR
               SELECT DISTINCT E.EMPNO, E.LASTNAME, E.WORKDEPT,
                      COALESCE(E.JOB, ' '), R.CQCERT,
                      COALESCE((SELECT CHAR(H.CEEXPIRES, ISO)
                                  FROM MM01.EMPCERT H
                                 WHERE H.CEEMPNO = E.EMPNO
                                   AND H.CECERT  = R.CQCERT), ' ')
                  FROM EMPLOYEE E
                     INNER JOIN MM01.CERTREQ R
                  ON (R.CQDEPT = E.WORKDEPT OR R.CQDEPT = ' ')
                 AND (R.CQJOB  = E.JOB      OR R.CQJOB  = ' ')
                  WHERE E.WORKDEPT IS NOT NULL
                    AND NOT EXISTS
                        (SELECT 1 FROM MM01.EMPCERT C
                          WHERE C.CEEMPNO    = E.EMPNO
                            AND C.CECERT     = R.CQCERT
                            AND C.CEEXPIRES >= DATE(:HV-Run-Date))
                  ORDER BY E.WORKDEPT, E.EMPNO, R.CQCERT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-List-Expiring.
           PERFORM 2500-List-Missing.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'CERTRPT' TO EOJS-Program-Id.
           PERFORM 9800-Connect-to-DB1.
           DISPLAY "Enter the run date: ".
           ACCEPT HV-Run-Date FROM SYSIN.
           DISPLAY "Enter the alert window in days: ".
           ACCEPT WS-Window-Card FROM SYSIN.
           IF WS-Window-Card = SPACES
              OR WS-Window-Card NOT NUMERIC
              MOVE 60 TO WS-Window-Days
           END-IF.
           MOVE WS-Window-Days TO HV-Alert-Days.
           MOVE WS-Window-Days TO WS-Disp-Window.
           DISPLAY "*** CERTIFICATION REPORT AS OF " HV-Run-Date
              " ***".
           DISPLAY " ".

       2000-List-Expiring.
           DISPLAY "--- CERTIFICATIONS EXPIRING IN THE NEXT "
              WS-Disp-Window " DAYS ---".
           EXEC SQL OPEN EXPR-C1 END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-Valid-Cursor-SW
              SET WS-End-Of-Certs TO TRUE
           END-IF.
           PERFORM 2100-Report-One-Expiring
              UNTIL WS-End-Of-Certs.
           IF WS-Valid-Cursor
              EXEC SQL CLOSE EXPR-C1 END-EXEC
           END-IF.
           IF WS-Expiring-Cnt = 0
              DISPLAY "    NONE"
           END-IF.
           DISPLAY " ".

       2100-Report-One-Expiring.
           EXEC SQL
              FETCH EXPR-C1
                 INTO :HV-Emp-Number, :HV-Last-Name,
                      :HV-Work-Dept,  :HV-Job,
                      :HV-Cert,       :HV-Expires,
                      :HV-Days-Left
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Certs TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
                 SET WS-End-Of-Certs TO TRUE
              WHEN OTHER
                 ADD +1 TO WS-Expiring-Cnt
                 MOVE HV-Days-Left TO WS-Disp-Days
                 DISPLAY HV-Expires " " HV-Emp-Number " "
                    HV-Last-Name " " HV-Work-Dept " " HV-Job " "
                    HV-Cert " IN " WS-Disp-Days " DAYS"
           END-EVALUATE.

       2500-List-Missing.
           DISPLAY "--- EMPLOYEES WITHOUT A CURRENT REQUIRED "
              "CERTIFICATION ---".
           IF WS-Valid-Cursor
              EXEC SQL OPEN MISS-C1 END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
              END-IF
           END-IF.
           IF NOT WS-Valid-Cursor
              SET WS-End-Of-Missing TO TRUE
           END-IF.
           PERFORM 2600-Report-One-Missing
              UNTIL WS-End-Of-Missing.
           IF WS-Valid-Cursor
              EXEC SQL CLOSE MISS-C1 END-EXEC
           END-IF.
           IF WS-Missing-Cnt = 0
              DISPLAY "    NONE"
           END-IF.

       2600-Report-One-Missing.
           EXEC SQL
              FETCH MISS-C1
                 INTO :HV-Emp-Number, :HV-Last-Name,
                      :HV-Work-Dept,  :HV-Job,
                      :HV-Cert,       :HV-Expires
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-End-Of-Missing TO TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-Valid-Cursor-SW
                 SET WS-End-Of-Missing TO TRUE
              WHEN OTHER
                 ADD +1 TO WS-Missing-Cnt
                 IF HV-Expires = SPACES
                    MOVE "NEVER HELD" TO WS-Missing-Text
                 ELSE
                    MOVE SPACES TO WS-Missing-Text
                    STRING "EXPIRED " HV-Expires
                       DELIMITED BY SIZE INTO WS-Missing-Text
                 END-IF
                 DISPLAY HV-Work-Dept " " HV-Emp-Number " "
                    HV-Last-Name " " HV-Job " "
                    HV-Cert " " WS-Missing-Text
           END-EVALUATE.

       3000-End-Job.
           DISPLAY " ".
           DISPLAY "EXPIRING IN WINDOW:   " WS-Expiring-Cnt.
           DISPLAY "MISSING OR EXPIRED:   " WS-Missing-Cnt.
           MOVE WS-Expiring-Cnt TO EOJS-Records-In.
           MOVE WS-Missing-Cnt  TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           EXEC SQL CONNECT RESET END-EXEC.
           IF WS-Missing-Cnt > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-Valid-Cursor
              DISPLAY "*** ERROR ***: SQLCODE = " SQLCODE
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
