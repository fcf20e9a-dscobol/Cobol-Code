      ***********************************************************
      * Program name:    VSCBEX14
      * Original author: mnt
      *
      *    Description: Example 14: Indexed File Processing:
      *       Card-on-file billing - settlement response.
      *
      *    Reads the card processor's settlement response to the
      *     charge requests built by VSCBEX13 and records each
      *     answer on the billing status file (CARDBILL layout):
      *       A = approved  - declines in a row reset to zero
      *       D = declined  - a retry is scheduled
      *       E = expired   - no retry, a new card is needed
      *
      *    Declines and expired cards both count toward the
      *     declines in a row.  The retry is due 3 days after the
      *     first decline and 7 days after the second; every
      *     scheduled retry is written to the retry schedule file
      *     and VSCBEX13 sends it on the retry run.  On the third
      *     decline in a row the customer is set to Cust-Inactive
      *     and the change is journaled like a VSCBEX05 soft
      *     delete, so VSCBEX07 can roll it forward.
      *
      *    Every decline, expired card, inactivation, and any
      *     response that does not match an outstanding request
      *     is printed on the decline report.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created with VSCBEX13 for card-
      *                          on-file billing.
      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX14.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFile
           ASSIGN TO "../data/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Last-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT CardFile
           ASSIGN TO "../data/cardbill.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CardFile-Cust-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CardFile-Status.

           SELECT RspFile
           ASSIGN TO "../data/cardrsp.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RspFile-Status.

           SELECT RtyFile
           ASSIGN TO "../data/cardrty.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RtyFile-Status.

           SELECT RptFile
           ASSIGN TO "../data/carddecl.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RptFile-Status.

           SELECT JrnFile
           ASSIGN TO "../data/customer.jrn"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JrnFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD  CardFile.
           COPY CARDBILL REPLACING ==:tag:== BY ==CardFile==.

       FD  RspFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RspFile-Record.
           12 RspFile-Request-Id       PIC X(12).
           12 RspFile-Attempt          PIC 9(1).
           12 RspFile-Cust-ID          PIC 9(4).
           12 RspFile-Result           PIC X(01).
              88 RspFile-Approved           VALUE 'A'.
              88 RspFile-Declined           VALUE 'D'.
              88 RspFile-Expired            VALUE 'E'.
           12 RspFile-Result-Code      PIC X(06).
           12 RspFile-Amount           PIC 9(3)V99.
           12 RspFile-Settle-Date      PIC 9(08).

       FD  RtyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RtyFile-Record.
           12 RtyFile-Cust-ID          PIC 9(4).
           12 RtyFile-Request-Id       PIC X(12).
           12 RtyFile-Next-Attempt     PIC 9(1).
           12 RtyFile-Retry-Date       PIC 9(08).
           12 RtyFile-Amount           PIC 9(3)V99.
           12 RtyFile-Decline-Cnt      PIC 9(1).
           12 RtyFile-Result-Code      PIC X(06).

       FD  RptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RptFile-Record              PIC X(100).

       FD  JrnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JrnFile-Record.
           12 JrnFile-Timestamp        PIC X(14).
           12 JrnFile-Program          PIC X(08).
           12 JrnFile-Action           PIC X(01).
           12 JrnFile-Before-Image     PIC X(200).
           12 JrnFile-After-Image      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CardFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RspFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RtyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JrnFile==.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-Jrn-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==JDT==.

       01  WS-File-Counters.
           12 FD-RspFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-RtyFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Approved-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Declined-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Expired-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Inactivated-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Settlement-Totals.
           12 WS-Approved-Amount           PIC 9(7)V99 VALUE ZERO.
           12 WS-Declined-Amount           PIC 9(7)V99 VALUE ZERO.

       01  WS-Settlement-Work-Fields.
           12 WS-Settle-Date               PIC 9(08).
           12 WS-Retry-Days                PIC 9(03).
           12 WS-Decline-Limit             PIC 9(01) VALUE 3.
           12 WS-Report-Action             PIC X(30).

       01  WS-Rpt-Heading-1.
           12 FILLER                  PIC X(36)
              VALUE 'CARD BILLING DECLINE REPORT   RUN: '.
           12 WS-Rpt-Run-Date         PIC 9(08).
           12 FILLER                  PIC X(56) VALUE SPACES.

       01  WS-Rpt-Heading-2.
           12 FILLER                  PIC X(50)
              VALUE 'CUST LAST NAME             REQUEST     ATT CODE'.
           12 FILLER                  PIC X(50)
              VALUE ' AMOUNT  ACTION'.

       01  WS-Rpt-Detail.
           12 WS-Rpt-Cust-ID          PIC 9(4).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-Rpt-Last-Name        PIC X(21).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-Rpt-Request-Id       PIC X(12).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-Rpt-Attempt          PIC 9(1).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-Rpt-Result-Code      PIC X(06).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-Rpt-Amount           PIC ZZ9.99.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-Rpt-Action           PIC X(30).
           12 FILLER                  PIC X(11) VALUE SPACES.

       01  WS-Rpt-Total.
           12 WS-Rpt-Total-Label      PIC X(30).
           12 WS-Rpt-Total-Cnt        PIC ZZZ9.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-Rpt-Total-Amount     PIC Z,ZZZ,ZZ9.99.
           12 FILLER                  PIC X(52) VALUE SPACES.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-RspFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           OPEN INPUT  RspFile.
           IF NOT WS-RspFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RspFile Failed."
              DISPLAY "File Status: " WS-RspFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O    CUSTFile
                       CardFile.
           IF NOT WS-CardFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RtyFile
                       RptFile.
           OPEN EXTEND JrnFile.
           DISPLAY "*** CARD BILLING SETTLEMENT ***".
           MOVE CDT-Full-Date TO WS-Rpt-Run-Date.
           MOVE WS-Rpt-Heading-1 TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE WS-Rpt-Heading-2 TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE SPACES TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           PERFORM 5000-Read-RspFile.

       2000-Process.
           MOVE RspFile-Cust-ID TO CardFile-Cust-ID.
           PERFORM 5100-Read-CardFile.
           EVALUATE TRUE
              WHEN WS-CardFile-Not-Found
                 MOVE 'NO BILLING RECORD - REJECTED' TO
                    WS-Report-Action
                 PERFORM 2900-Reject-Response
              WHEN RspFile-Request-Id NOT = CardFile-Request-Id
                OR RspFile-Attempt    NOT = CardFile-Attempt
                 MOVE 'NOT THE OPEN REQUEST - REJECTED' TO
                    WS-Report-Action
                 PERFORM 2900-Reject-Response
              WHEN NOT CardFile-Pending
                 MOVE 'ALREADY SETTLED - REJECTED' TO
                    WS-Report-Action
                 PERFORM 2900-Reject-Response
              WHEN RspFile-Approved
                 PERFORM 2100-Record-Approval
              WHEN RspFile-Declined
                 PERFORM 2200-Record-Decline
              WHEN RspFile-Expired
                 PERFORM 2300-Record-Expired
              WHEN OTHER
                 MOVE 'UNKNOWN RESULT - REJECTED' TO
                    WS-Report-Action
                 PERFORM 2900-Reject-Response
           END-EVALUATE.
           PERFORM 5000-Read-RspFile.

       2100-Record-Approval.
           ADD +1 TO WS-Approved-Cnt.
           ADD RspFile-Amount TO WS-Approved-Amount.
           IF RspFile-Amount NOT = CardFile-Amount
              MOVE 'APPROVED AMOUNT DIFFERS' TO WS-Report-Action
              PERFORM 2800-Report-Response
           END-IF.
           MOVE ZERO TO CardFile-Decline-Cnt
                        CardFile-Retry-Date.
           PERFORM 2700-Update-Billing-Record.

       2200-Record-Decline.
           ADD +1 TO WS-Declined-Cnt.
           ADD RspFile-Amount TO WS-Declined-Amount.
           ADD 1 TO CardFile-Decline-Cnt.
           IF CardFile-Decline-Cnt NOT < WS-Decline-Limit
              MOVE ZERO TO CardFile-Retry-Date
              PERFORM 2400-Inactivate-Customer
           ELSE
              PERFORM 2250-Schedule-Retry
           END-IF.
           PERFORM 2700-Update-Billing-Record.

       2250-Schedule-Retry.
           IF CardFile-Decline-Cnt = 1
              MOVE 3 TO WS-Retry-Days
           ELSE
              MOVE 7 TO WS-Retry-Days
           END-IF.
           PERFORM 2600-Set-Settle-Date.
           COMPUTE CardFile-Retry-Date =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-Settle-Date)
                 + WS-Retry-Days).
           MOVE CardFile-Cust-ID     TO RtyFile-Cust-ID.
           MOVE CardFile-Request-Id  TO RtyFile-Request-Id.
           COMPUTE RtyFile-Next-Attempt = CardFile-Attempt + 1.
           MOVE CardFile-Retry-Date  TO RtyFile-Retry-Date.
           MOVE CardFile-Amount      TO RtyFile-Amount.
           MOVE CardFile-Decline-Cnt TO RtyFile-Decline-Cnt.
           MOVE RspFile-Result-Code  TO RtyFile-Result-Code.
           PERFORM 6100-Write-RtyFile.
           MOVE SPACES TO WS-Report-Action.
           STRING 'DECLINED - RETRY ' CardFile-Retry-Date
              DELIMITED BY SIZE INTO WS-Report-Action.
           PERFORM 2800-Report-Response.

       2300-Record-Expired.
           ADD +1 TO WS-Expired-Cnt.
           ADD RspFile-Amount TO WS-Declined-Amount.
           ADD 1 TO CardFile-Decline-Cnt.
           MOVE ZERO TO CardFile-Retry-Date.
           IF CardFile-Decline-Cnt NOT < WS-Decline-Limit
              PERFORM 2400-Inactivate-Customer
           ELSE
              MOVE 'CARD EXPIRED - NEW CARD NEEDED' TO
                 WS-Report-Action
              PERFORM 2800-Report-Response
           END-IF.
           PERFORM 2700-Update-Billing-Record.

       2400-Inactivate-Customer.
           MOVE CardFile-Cust-ID TO CUSTFile-Cust-ID.
           PERFORM 5200-Read-CUSTFile.
           IF WS-CUSTFile-Not-Found
              MOVE 'NOT ON CUSTOMER MASTER' TO WS-Report-Action
              PERFORM 2800-Report-Response
           ELSE
              IF CUSTFile-Cust-Inactive
                 MOVE 'ALREADY INACTIVE' TO WS-Report-Action
                 PERFORM 2800-Report-Response
              ELSE
                 MOVE CUSTFile-Customer-Record
                    TO JrnFile-Before-Image
                 SET CUSTFile-Cust-Inactive TO TRUE
                 PERFORM 6000-Rewrite-CUSTFile
                 ADD +1 TO WS-Inactivated-Cnt
                 MOVE 'INACTIVATED - 3 DECLINES' TO WS-Report-Action
                 PERFORM 2800-Report-Response
                 DISPLAY "INACTIVATED: CUST " CUSTFile-Cust-ID
                    " AFTER " CardFile-Decline-Cnt " DECLINES"
              END-IF
           END-IF.

       2600-Set-Settle-Date.
           IF RspFile-Settle-Date NUMERIC
              AND RspFile-Settle-Date > ZERO
              MOVE RspFile-Settle-Date TO WS-Settle-Date
           ELSE
              MOVE CDT-Full-Date TO WS-Settle-Date
           END-IF.

       2700-Update-Billing-Record.
           MOVE RspFile-Result      TO CardFile-Result.
           MOVE RspFile-Result-Code TO CardFile-Result-Code.
           PERFORM 2600-Set-Settle-Date.
           MOVE WS-Settle-Date      TO CardFile-Result-Date.
           REWRITE CardFile-Billing-Record.
           IF NOT WS-CardFile-Good
              DISPLAY "** ERROR **: 2700-Update-Billing-Record"
              DISPLAY "Re-Write CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2800-Report-Response.
           MOVE RspFile-Cust-ID     TO WS-Rpt-Cust-ID.
           IF RspFile-Cust-ID NOT = CUSTFile-Cust-ID
              OR NOT WS-CUSTFile-Success
              MOVE RspFile-Cust-ID TO CUSTFile-Cust-ID
              PERFORM 5200-Read-CUSTFile
           END-IF.
           IF WS-CUSTFile-Success
              MOVE CUSTFile-Cust-Last-Name TO WS-Rpt-Last-Name
           ELSE
              MOVE SPACES TO WS-Rpt-Last-Name
           END-IF.
           MOVE RspFile-Request-Id  TO WS-Rpt-Request-Id.
           MOVE RspFile-Attempt     TO WS-Rpt-Attempt.
           MOVE RspFile-Result-Code TO WS-Rpt-Result-Code.
           MOVE RspFile-Amount      TO WS-Rpt-Amount.
           MOVE WS-Report-Action    TO WS-Rpt-Action.
           MOVE WS-Rpt-Detail       TO RptFile-Record.
           PERFORM 6200-Write-RptFile.

       2900-Reject-Response.
           ADD +1 TO WS-Rejected-Cnt.
           DISPLAY "REJECTED: " RspFile-Request-Id
              " CUST " RspFile-Cust-ID " " WS-Report-Action.
           PERFORM 2800-Report-Response.

       3000-End-Job.
           MOVE SPACES TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE 'APPROVED'            TO WS-Rpt-Total-Label.
           MOVE WS-Approved-Cnt       TO WS-Rpt-Total-Cnt.
           MOVE WS-Approved-Amount    TO WS-Rpt-Total-Amount.
           MOVE WS-Rpt-Total          TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE 'DECLINED AND EXPIRED' TO WS-Rpt-Total-Label.
           COMPUTE WS-Rpt-Total-Cnt = WS-Declined-Cnt
                                    + WS-Expired-Cnt.
           MOVE WS-Declined-Amount    TO WS-Rpt-Total-Amount.
           MOVE WS-Rpt-Total          TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE 'RETRIES SCHEDULED'   TO WS-Rpt-Total-Label.
           MOVE FD-RtyFile-Record-Cnt TO WS-Rpt-Total-Cnt.
           MOVE ZERO                  TO WS-Rpt-Total-Amount.
           MOVE WS-Rpt-Total          TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE 'CUSTOMERS INACTIVATED' TO WS-Rpt-Total-Label.
           MOVE WS-Inactivated-Cnt    TO WS-Rpt-Total-Cnt.
           MOVE WS-Rpt-Total          TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           MOVE 'RESPONSES REJECTED'  TO WS-Rpt-Total-Label.
           MOVE WS-Rejected-Cnt       TO WS-Rpt-Total-Cnt.
           MOVE WS-Rpt-Total          TO RptFile-Record.
           PERFORM 6200-Write-RptFile.
           CLOSE CUSTFile
                 CardFile
                 RspFile
                 RtyFile
                 RptFile
                 JrnFile.
           DISPLAY " ".
           DISPLAY "RESPONSES READ:    " FD-RspFile-Record-Cnt.
           DISPLAY "APPROVED:          " WS-Approved-Cnt.
           DISPLAY "DECLINED:          " WS-Declined-Cnt.
           DISPLAY "EXPIRED:           " WS-Expired-Cnt.
           DISPLAY "RETRIES SCHEDULED: " FD-RtyFile-Record-Cnt.
           DISPLAY "INACTIVATED:       " WS-Inactivated-Cnt.
           DISPLAY "REJECTED:          " WS-Rejected-Cnt.
           MOVE FD-RspFile-Record-Cnt TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = WS-Approved-Cnt
                                    + WS-Declined-Cnt
                                    + WS-Expired-Cnt.
           MOVE WS-Rejected-Cnt       TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Rejected-Cnt > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-Read-RspFile.
           READ RspFile
              AT END SET WS-RspFile-EOF TO TRUE
           END-READ.
           IF WS-RspFile-Good
              ADD +1 TO FD-RspFile-Record-Cnt
           ELSE
              IF WS-RspFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-RspFile"
                 DISPLAY "Read RspFile Failed."
                 DISPLAY "File Status: " WS-RspFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-CardFile.
      *    Not found is reported as an unmatched response.
           READ CardFile
              KEY IS CardFile-Cust-ID
           END-READ.
           IF NOT WS-CardFile-Good
              AND NOT WS-CardFile-Not-Found
              DISPLAY "** ERROR **: 5100-Read-CardFile"
              DISPLAY "Read CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5200-Read-CUSTFile.
           READ CUSTFile
              KEY IS CUSTFile-Cust-ID
           END-READ.
           IF NOT WS-CUSTFile-Success
              AND NOT WS-CUSTFile-Not-Found
              DISPLAY "** ERROR **: 5200-Read-CUSTFile"
              DISPLAY "Read CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6000-Rewrite-CUSTFile.
           REWRITE CUSTFile-Customer-Record.
           IF WS-CUSTFile-Success
              MOVE "VSCBEX14" TO JrnFile-Program
              MOVE "D"        TO JrnFile-Action
              MOVE CUSTFile-Customer-Record TO JrnFile-After-Image
              PERFORM 7000-Write-Journal-Record
           ELSE
              DISPLAY "** ERROR **: 6000-Rewrite-CUSTFile"
              DISPLAY "Re-Write CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-RtyFile.
           WRITE RtyFile-Record.
           IF WS-RtyFile-Good
              ADD +1 TO FD-RtyFile-Record-Cnt
           ELSE
              DISPLAY "** ERROR **: 6100-Write-RtyFile"
              DISPLAY "Write RtyFile Failed."
              DISPLAY "File Status: " WS-RtyFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Write-RptFile.
           WRITE RptFile-Record.
           IF NOT WS-RptFile-Good
              DISPLAY "** ERROR **: 6200-Write-RptFile"
              DISPLAY "Write RptFile Failed."
              DISPLAY "File Status: " WS-RptFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       7000-Write-Journal-Record.
           MOVE FUNCTION CURRENT-DATE TO WS-Jrn-Date-Time.
           STRING JDT-Full-Date JDT-Full-Time(1:6)
              DELIMITED BY SIZE INTO JrnFile-Timestamp.
           WRITE JrnFile-Record.
           IF NOT WS-JrnFile-Good
              DISPLAY "** ERROR **: 7000-Write-Journal-Record"
              DISPLAY "Write JrnFile Failed."
              DISPLAY "File Status: " WS-JrnFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       COPY EOJPARA.
