      ***********************************************************
      * Program name:    VSCBEX13
      * Original author: mnt
      *
      *    Description: Example 13: Indexed File Processing:
      *       Card-on-file billing - charge requests.
      *
      *    Builds the charge request file sent to the card
      *     processor.  Each request carries the customer's card
      *     token (see VSCBEX11) and Cust-Price as the amount.
      *     VSCBEX14 reads the processor's settlement response.
      *
      *    The run is controlled from SYSIN:
      *       card 1: run type  M = monthly billing, R = retries
      *       card 2: billing period YYYYMM (monthly run only,
      *               blank = the current month)
      *
      *    A monthly run requests a charge for every active
      *     customer with a token and a price above zero.  A
      *     customer already requested for the period is skipped,
      *     so a rerun of the same month does not bill twice.
      *
      *    A retry run reads the billing status file and sends
      *     one more request for each declined charge whose retry
      *     date has arrived, provided the customer is still
      *     active with a token on file.  Expired cards are not
      *     retried - the customer has to supply a new card.
      *
      *    The billing status file (CARDBILL layout) is created
      *     the first time the program runs.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created so monthly subscription
      *                          billing no longer has to be keyed
      *                          by hand.
      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX13.

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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT CardFile
           ASSIGN TO "../data/cardbill.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CardFile-Cust-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CardFile-Status.

           SELECT ChgFile
           ASSIGN TO "../data/cardchg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChgFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD  CardFile.
           COPY CARDBILL REPLACING ==:tag:== BY ==CardFile==.

       FD  ChgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChgFile-Record.
           12 ChgFile-Request-Id       PIC X(12).
           12 ChgFile-Attempt          PIC 9(1).
           12 ChgFile-Cust-ID          PIC 9(4).
           12 ChgFile-Token            PIC X(25).
           12 ChgFile-Amount           PIC 9(3)V99.
           12 ChgFile-Currency         PIC X(03).
           12 ChgFile-Period           PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CardFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChgFile==.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  WS-File-Counters.
           12 FD-CUSTFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-CardFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-ChgFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Billable-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Billed-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Retry-Skipped-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Run-Parameters.
           12 WS-Run-Type               PIC X.
              88 WS-Monthly-Run              VALUE 'M'.
              88 WS-Retry-Run                VALUE 'R'.
           12 WS-Billing-Period         PIC X(06).
           12 WS-Billing-Period-N REDEFINES WS-Billing-Period
                                        PIC 9(06).

       01  WS-Billing-Work-Fields.
           12 WS-Request-Id.
              15 FILLER                 PIC X(02) VALUE 'CB'.
              15 WS-Request-Period      PIC X(06).
              15 WS-Request-Cust-ID     PIC 9(04).
           12 WS-Card-On-File-SW        PIC X.
              88 WS-Card-On-File             VALUE 'Y'.
           12 WS-Billable-SW            PIC X.
              88 WS-Billable                 VALUE 'Y'.
           12 WS-Display-Amount         PIC ZZ9.99.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Monthly-Run
              PERFORM 2000-Bill-Customer UNTIL WS-CUSTFile-EOF
           ELSE
              PERFORM 2500-Retry-Decline UNTIL WS-CardFile-EOF
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           ACCEPT WS-Run-Type FROM SYSIN.
           IF NOT WS-Monthly-Run AND NOT WS-Retry-Run
              DISPLAY "RUN TYPE MUST BE M OR R."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Monthly-Run
              ACCEPT WS-Billing-Period FROM SYSIN
              IF WS-Billing-Period = SPACES
                 MOVE CDT-Full-Date(1:6) TO WS-Billing-Period
              END-IF
              IF WS-Billing-Period-N NOT NUMERIC
                 OR WS-Billing-Period(5:2) < '01'
                 OR WS-Billing-Period(5:2) > '12'
                 DISPLAY "BILLING PERIOD MUST BE YYYYMM: "
                    WS-Billing-Period
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT  CUSTFile.
           PERFORM 1100-Open-CardFile.
           OPEN OUTPUT ChgFile.
           IF WS-Monthly-Run
              DISPLAY "*** CARD BILLING - MONTHLY RUN "
                 WS-Billing-Period " ***"
              PERFORM 5000-Read-CUSTFile
           ELSE
              DISPLAY "*** CARD BILLING - RETRY RUN "
                 CDT-Full-Date " ***"
              PERFORM 5100-Read-CardFile-Next
           END-IF.

       1100-Open-CardFile.
      *    The billing status file does not exist until the first
      *    charge is requested; create it empty and reopen.
           OPEN I-O CardFile.
           IF WS-CardFile-File-Not-Found
              OPEN OUTPUT CardFile
              CLOSE CardFile
              OPEN I-O CardFile
           END-IF.
           IF NOT WS-CardFile-Good
              DISPLAY "** ERROR **: 1100-Open-CardFile"
              DISPLAY "Open CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Bill-Customer.
           PERFORM 2100-Test-Billable.
           IF WS-Billable
              MOVE CUSTFile-Cust-ID TO CardFile-Cust-ID
              PERFORM 5200-Read-CardFile-Key
              IF WS-CardFile-Good
                 AND CardFile-Period = WS-Billing-Period
                 ADD +1 TO WS-Already-Billed-Cnt
                 DISPLAY "ALREADY BILLED: CUST " CUSTFile-Cust-ID
                    " PERIOD " WS-Billing-Period
              ELSE
                 IF WS-CardFile-Good AND CardFile-Pending
                    DISPLAY "NO SETTLEMENT FOR "
                       CardFile-Request-Id " - REQUESTING "
                       WS-Billing-Period " ANYWAY"
                 END-IF
                 IF WS-CardFile-Not-Found
                    MOVE SPACES           TO CardFile-Billing-Record
                    MOVE CUSTFile-Cust-ID TO CardFile-Cust-ID
                    MOVE ZERO             TO CardFile-Decline-Cnt
                 END-IF
                 MOVE WS-Billing-Period TO WS-Request-Period
                 MOVE CUSTFile-Cust-ID  TO WS-Request-Cust-ID
                 MOVE WS-Request-Id     TO CardFile-Request-Id
                 MOVE WS-Billing-Period TO CardFile-Period
                 MOVE 1                 TO CardFile-Attempt
                 PERFORM 2300-Request-Charge
              END-IF
           ELSE
              ADD +1 TO WS-Not-Billable-Cnt
           END-IF.
           PERFORM 5000-Read-CUSTFile.

       2100-Test-Billable.
           MOVE 'Y' TO WS-Billable-SW.
           IF CUSTFile-Cust-Inactive
              MOVE 'N' TO WS-Billable-SW
           END-IF.
           IF CUSTFile-Cust-Price NOT > ZERO
              MOVE 'N' TO WS-Billable-SW
           END-IF.
           PERFORM 2150-Test-Token.
           IF NOT WS-Card-On-File
              MOVE 'N' TO WS-Billable-SW
           END-IF.

       2150-Test-Token.
      *    Only a VSCBEX11 token may go to the processor.  A blank
      *    or a card number that was never tokenized is not billed.
           IF CUSTFile-Cust-CCard(1:2) = 'TK'
              MOVE 'Y' TO WS-Card-On-File-SW
           ELSE
              MOVE 'N' TO WS-Card-On-File-SW
           END-IF.

       2300-Request-Charge.
      *    CardFile-Request-Id, -Period and -Attempt are set by the
      *    caller; the customer record must be the one read.
           MOVE CardFile-Request-Id  TO ChgFile-Request-Id.
           MOVE CardFile-Attempt     TO ChgFile-Attempt.
           MOVE CUSTFile-Cust-ID     TO ChgFile-Cust-ID.
           MOVE CUSTFile-Cust-CCard  TO ChgFile-Token.
           MOVE CUSTFile-Cust-Price  TO ChgFile-Amount.
           MOVE 'USD'                TO ChgFile-Currency.
           MOVE CardFile-Period      TO ChgFile-Period.
           PERFORM 6000-Write-ChgFile.
           MOVE CUSTFile-Cust-Price  TO CardFile-Amount.
           MOVE 'P'                  TO CardFile-Result.
           MOVE ZERO                 TO CardFile-Result-Date
                                        CardFile-Retry-Date.
           MOVE SPACES               TO CardFile-Result-Code.
           IF WS-CardFile-Good
              PERFORM 6200-Rewrite-CardFile
           ELSE
              PERFORM 6100-Write-CardFile
           END-IF.
           MOVE CUSTFile-Cust-Price TO WS-Display-Amount.
           DISPLAY "REQUESTED: " ChgFile-Request-Id
              " ATTEMPT " ChgFile-Attempt
              " CUST " CUSTFile-Cust-ID
              " AMOUNT " WS-Display-Amount.

       2500-Retry-Decline.
           IF CardFile-Declined
              AND CardFile-Retry-Date NOT = ZERO
              AND CardFile-Retry-Date NOT > CDT-Full-Date
              MOVE CardFile-Cust-ID TO CUSTFile-Cust-ID
              PERFORM 5300-Read-CUSTFile-Key
              IF WS-CUSTFile-Good
                 PERFORM 2100-Test-Billable
              ELSE
                 MOVE 'N' TO WS-Billable-SW
              END-IF
              IF WS-Billable
                 ADD 1 TO CardFile-Attempt
                 PERFORM 2300-Request-Charge
              ELSE
                 ADD +1 TO WS-Retry-Skipped-Cnt
                 DISPLAY "RETRY CANCELLED: CUST " CardFile-Cust-ID
                    " NO LONGER ACTIVE WITH A CARD ON FILE"
                 MOVE 'X' TO CardFile-Result
                 MOVE ZERO TO CardFile-Retry-Date
                 PERFORM 6200-Rewrite-CardFile
              END-IF
           END-IF.
           PERFORM 5100-Read-CardFile-Next.

       3000-End-Job.
           CLOSE CUSTFile
                 CardFile
                 ChgFile.
           DISPLAY " ".
           IF WS-Monthly-Run
              DISPLAY "CUSTOMERS READ:      " FD-CUSTFile-Record-Cnt
              DISPLAY "NOT BILLABLE:        " WS-Not-Billable-Cnt
              DISPLAY "ALREADY BILLED:      " WS-Already-Billed-Cnt
              MOVE FD-CUSTFile-Record-Cnt TO EOJS-Records-In
           ELSE
              DISPLAY "STATUS RECORDS READ: " FD-CardFile-Record-Cnt
              DISPLAY "RETRIES CANCELLED:   " WS-Retry-Skipped-Cnt
              MOVE FD-CardFile-Record-Cnt TO EOJS-Records-In
           END-IF.
           DISPLAY "CHARGES REQUESTED:   " FD-ChgFile-Record-Cnt.
           MOVE FD-ChgFile-Record-Cnt TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.

       5000-Read-CUSTFile.
           READ CUSTFile NEXT RECORD
              AT END SET WS-CUSTFile-EOF TO TRUE
           END-READ.
           IF WS-CUSTFile-Success
              ADD +1 TO FD-CUSTFile-Record-Cnt
           ELSE
              IF WS-CUSTFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-CUSTFile"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 EVALUATE TRUE
                    WHEN WS-CUSTFile-File-Not-Found
                       DISPLAY "Reason: File Not Found"
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-CardFile-Next.
           READ CardFile NEXT RECORD
              AT END SET WS-CardFile-EOF TO TRUE
           END-READ.
           IF WS-CardFile-Success
              ADD +1 TO FD-CardFile-Record-Cnt
           ELSE
              IF WS-CardFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5100-Read-CardFile-Next"
                 DISPLAY "Read CardFile Failed."
                 DISPLAY "File Status: " WS-CardFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5200-Read-CardFile-Key.
      *    Not found is a normal answer here - the customer has
      *    simply never been billed by card.
           READ CardFile
              KEY IS CardFile-Cust-ID
           END-READ.
           IF NOT WS-CardFile-Good
              AND NOT WS-CardFile-Not-Found
              DISPLAY "** ERROR **: 5200-Read-CardFile-Key"
              DISPLAY "Read CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5300-Read-CUSTFile-Key.
           READ CUSTFile
              KEY IS CUSTFile-Cust-ID
           END-READ.
           IF NOT WS-CUSTFile-Good
              AND NOT WS-CUSTFile-Not-Found
              DISPLAY "** ERROR **: 5300-Read-CUSTFile-Key"
              DISPLAY "Read CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6000-Write-ChgFile.
           WRITE ChgFile-Record.
           IF WS-ChgFile-Good
              ADD +1 TO FD-ChgFile-Record-Cnt
           ELSE
              DISPLAY "** ERROR **: 6000-Write-ChgFile"
              DISPLAY "Write ChgFile Failed."
              DISPLAY "File Status: " WS-ChgFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-CardFile.
           WRITE CardFile-Billing-Record.
           IF NOT WS-CardFile-Good
              DISPLAY "** ERROR **: 6100-Write-CardFile"
              DISPLAY "Write CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Rewrite-CardFile.
           REWRITE CardFile-Billing-Record.
           IF NOT WS-CardFile-Good
              DISPLAY "** ERROR **: 6200-Rewrite-CardFile"
              DISPLAY "Re-Write CardFile Failed."
              DISPLAY "File Status: " WS-CardFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       COPY EOJPARA.
