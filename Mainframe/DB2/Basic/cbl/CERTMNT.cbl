      ***********************************************************
      * Program name:    CERTMNT
      * Original author: mnt
      *
      *    Description: Training and certification maintenance.
      *
      *    Applies keyed transactions to the certification tables.
      *    The record type names what is maintained:
      *
      *       C  MM01.EMPCERT  a certification an employee holds,
      *                        with its issue and expiry dates.
      *                        Recording completed training for a
      *                        certification already on file renews
      *                        it with the new dates.  A blank
      *                        expiry date is a certification that
      *                        does not expire (kept as 9999-12-31).
      *       Q  MM01.CERTREQ  a certification required to work in
      *                        a job in a department.  A blank job
      *                        is every job in the department; a
      *                        blank department is the job in every
      *                        department.
      *
      *    Transaction codes: A record / add, D delete.
      *
      *    Rejects go to the reject file with a reason code:
      *       RT bad record type
      *       TC bad transaction code
      *       FL bad field
      *       EM employee not on the EMPLOYEE table
      *       DU requirement already on file
      *       RF row not found
      *       SQ SQL error
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created to replace the HR binder
      *                          of forklift and safety cards.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranFile
           ASSIGN TO CERTTRN
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
              88 TranFile-Certification    VALUE 'C'.
              88 TranFile-Requirement      VALUE 'Q'.
           12 TranFile-Code            PIC X(01).
              88 TranFile-Add              VALUE 'A'.
              88 TranFile-Delete           VALUE 'D'.
           12 TranFile-Data            PIC X(38).
           12 TranFile-Cert-Data REDEFINES TranFile-Data.
              15 TranFile-CE-Emp-Number PIC X(06).
              15 TranFile-CE-Cert      PIC X(08).
              15 TranFile-CE-Issued    PIC X(10).
              15 TranFile-CE-Expires   PIC X(10).
              15 FILLER                PIC X(04).
           12 TranFile-Req-Data REDEFINES TranFile-Data.
              15 TranFile-CQ-Job       PIC X(08).
              15 TranFile-CQ-Dept      PIC X(03).
              15 TranFile-CQ-Cert      PIC X(08).
              15 FILLER                PIC X(19).

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
       01  HV-Cert-Row.
           12 HV-CE-Emp-Number        PIC X(06).
           12 HV-CE-Cert              PIC X(08).
           12 HV-CE-Issued            PIC X(10).
           12 HV-CE-Expires           PIC X(10).

       01  HV-Req-Row.
           12 HV-CQ-Job               PIC X(08).
           12 HV-CQ-Dept              PIC X(03).
           12 HV-CQ-Cert              PIC X(08).

       01  HV-Check-Fields.
           12 HV-Emp-Count            PIC S9(9) COMP-5.
      *******************

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
           MOVE 'CERTMNT' TO EOJS-Program-Id.
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
           IF NOT TranFile-Add AND NOT TranFile-Delete
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'TC' TO WS-Reason-Code
           ELSE
              EVALUATE TRUE
                 WHEN TranFile-Certification
                    PERFORM 2200-Post-Certification
                 WHEN TranFile-Requirement
                    PERFORM 2300-Post-Requirement
                 WHEN OTHER
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'RT' TO WS-Reason-Code
              END-EVALUATE
           END-IF.
           IF WS-Valid-Tran
              ADD +1 TO WS-Posted-Cnt
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 7000-Write-RejFile
           END-IF.

       2200-Post-Certification.
           IF TranFile-CE-Emp-Number = SPACES
              OR TranFile-CE-Cert = SPACES
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              MOVE TranFile-CE-Emp-Number TO HV-CE-Emp-Number
              MOVE TranFile-CE-Cert       TO HV-CE-Cert
           END-IF.
           IF WS-Valid-Tran
              IF TranFile-Delete
                 EXEC SQL
                    DELETE FROM MM01.EMPCERT
                     WHERE CEEMPNO = :HV-CE-Emp-Number
                       AND CECERT  = :HV-CE-Cert
                 END-EXEC
                 PERFORM 6900-Check-SQL-Result
              ELSE
                 PERFORM 2210-Edit-Cert-Dates
                 IF WS-Valid-Tran
                    PERFORM 2220-Check-Employee
                 END-IF
                 IF WS-Valid-Tran
                    PERFORM 2230-Record-Certification
                 END-IF
              END-IF
           END-IF.

       2210-Edit-Cert-Dates.
           IF TranFile-CE-Issued(5:1) NOT = '-'
              OR TranFile-CE-Issued(8:1) NOT = '-'
              OR TranFile-CE-Issued(1:4) NOT NUMERIC
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              MOVE TranFile-CE-Issued TO HV-CE-Issued
              IF TranFile-CE-Expires = SPACES
                 MOVE '9999-12-31' TO HV-CE-Expires
              ELSE
                 MOVE TranFile-CE-Expires TO HV-CE-Expires
                 IF HV-CE-Expires(5:1) NOT = '-'
                    OR HV-CE-Expires(8:1) NOT = '-'
                    OR HV-CE-Expires(1:4) NOT NUMERIC
                    OR HV-CE-Expires NOT > HV-CE-Issued
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'FL' TO WS-Reason-Code
                 END-IF
              END-IF
           END-IF.

       2220-Check-Employee.
           EXEC SQL
              SELECT COUNT(*)
                 INTO :HV-Emp-Count
                 FROM EMPLOYEE
                    WHERE EMPNO = :HV-CE-Emp-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'SQ' TO WS-Reason-Code
           ELSE
              IF HV-Emp-Count = 0
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'EM' TO WS-Reason-Code
              END-IF
           END-IF.

       2230-Record-Certification.
      *    A renewal replaces the dates on the row already held.
           EXEC SQL
              UPDATE MM01.EMPCERT
                 SET CEISSUED  = :HV-CE-Issued,
                     CEEXPIRES = :HV-CE-Expires
               WHERE CEEMPNO   = :HV-CE-Emp-Number
                 AND CECERT    = :HV-CE-Cert
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO MM01.EMPCERT
                        (CEEMPNO,           CECERT,
                         CEISSUED,          CEEXPIRES)
                 VALUES (:HV-CE-Emp-Number, :HV-CE-Cert,
                         :HV-CE-Issued,     :HV-CE-Expires)
              END-EXEC
           END-IF.
           PERFORM 6900-Check-SQL-Result.

       2300-Post-Requirement.
           IF TranFile-CQ-Cert = SPACES
              OR (TranFile-CQ-Job = SPACES
                  AND TranFile-CQ-Dept = SPACES)
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'FL' TO WS-Reason-Code
           ELSE
              MOVE TranFile-CQ-Job  TO HV-CQ-Job
              MOVE TranFile-CQ-Dept TO HV-CQ-Dept
              MOVE TranFile-CQ-Cert TO HV-CQ-Cert
              IF TranFile-Add
                 EXEC SQL
                    INSERT INTO MM01.CERTREQ
                           (CQJOB,       CQDEPT,
                            CQCERT)
                    VALUES (:HV-CQ-Job,  :HV-CQ-Dept,
                            :HV-CQ-Cert)
                 END-EXEC
                 IF SQLCODE = -803
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'DU' TO WS-Reason-Code
                 ELSE
                    PERFORM 6900-Check-SQL-Result
                 END-IF
              ELSE
                 EXEC SQL
                    DELETE FROM MM01.CERTREQ
                     WHERE CQJOB  = :HV-CQ-Job
                       AND CQDEPT = :HV-CQ-Dept
                       AND CQCERT = :HV-CQ-Cert
                 END-EXEC
                 PERFORM 6900-Check-SQL-Result
              END-IF
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
