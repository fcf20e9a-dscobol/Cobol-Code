      ***********************************************************
      * Program name:    BDS0728
      * Original author: mnt
      *
      * Description: Accounts payable open items and aging.
      *
      *    Lists every payable line BDS0727 put on the payables
      *    file that is not yet paid, vendor by vendor, aged on its
      *    due date against the run date:
      *       CURRENT   not yet due
      *       1-30      1 to 30 days past due
      *       31-60     31 to 60 days past due
      *       61-90     61 to 90 days past due
      *       OVER 90   more than 90 days past due
      *    Lines on hold are aged like the rest and flagged with
      *    their hold reason; the vendor and grand totals also show
      *    how much of the balance is on hold.  Payables for a
      *    vendor no longer on the vendor master print last.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so payables can be seen
      *                          by vendor and by how long they
      *                          have been owed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0728.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorFile
           ASSIGN TO "../data/c07-vendors.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorFile-Status.

           SELECT APFile
           ASSIGN TO "../data/c07-apitem.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  VendorFile.
       01  VendorFile-Record.
           02 VendorFile-VendorID     PIC 9(4).
           02 VendorFile-VendorName   PIC X(30).
           02 VendorFile-LeadDays     PIC 9(3).
           02 VendorFile-Terms-Days   PIC 9(3).
           02 VendorFile-Price-Tol    PIC 9(2)V9.
           02 VendorFile-Qty-Tol      PIC 9(2)V9.

       FD  APFile.
       01  APFile-Record.
           02 APFile-VendorID         PIC 9(4).
           02 APFile-InvoiceNo        PIC X(10).
           02 APFile-InvDate          PIC 9(8).
           02 APFile-DueDate          PIC 9(8).
           02 APFile-PONumber         PIC 9(6).
           02 APFile-GadgetID         PIC 9(6).
           02 APFile-Qty              PIC 9(4).
           02 APFile-UnitPrice        PIC 9(4)V99.
           02 APFile-Amount           PIC 9(7)V99.
           02 APFile-Status           PIC X.
              88 APFile-Paid              VALUE 'P'.
           02 APFile-Hold-Reason      PIC XX.
           02 APFile-PO-Price         PIC 9(4)V99.
           02 APFile-Rcvd-Qty         PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VendorFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APFile==.

       01  WS-File-Counters.
           12 FD-APFile-Record-Cnt         PIC S9(5) COMP VALUE ZERO.
           12 WS-Open-Item-Cnt             PIC S9(5) COMP VALUE ZERO.
           12 WS-Printed-Cnt               PIC S9(5) COMP VALUE ZERO.

       01  WS-Vendor-Table-Storage.
           12 WS-Vendor-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Vendor-Entry OCCURS 100 TIMES
                              INDEXED BY VT-Index.
              15 VT-VendorID               PIC 9(4).
              15 VT-VendorName             PIC X(30).

       01  WS-Open-Item-Storage.
           12 WS-Item-Entry OCCURS 3000 TIMES
                            INDEXED BY OI-Index.
              15 OI-VendorID               PIC 9(4).
              15 OI-InvoiceNo              PIC X(10).
              15 OI-InvDate                PIC 9(8).
              15 OI-DueDate                PIC 9(8).
              15 OI-PONumber               PIC 9(6).
              15 OI-Amount                 PIC 9(7)V99.
              15 OI-Hold-Reason            PIC XX.
              15 OI-Days-Past-Due          PIC S9(5) COMP.
              15 OI-Bucket                 PIC 9.
              15 OI-Printed-SW             PIC X.
                 88 OI-Printed                 VALUE 'Y'.

      *    Bucket 1 current, 2 1-30, 3 31-60, 4 61-90, 5 over 90.
       01  WS-Aging-Totals.
           12 WS-Vendor-Totals.
              15 WS-Vendor-Bucket          PIC S9(9)V99
                                           OCCURS 5 TIMES.
              15 WS-Vendor-Balance         PIC S9(9)V99.
              15 WS-Vendor-Held            PIC S9(9)V99.
              15 WS-Vendor-Item-Cnt        PIC S9(5) COMP.
           12 WS-Grand-Totals.
              15 WS-Grand-Bucket           PIC S9(9)V99
                                           OCCURS 5 TIMES.
              15 WS-Grand-Balance          PIC S9(9)V99.
              15 WS-Grand-Held             PIC S9(9)V99.

       01  WS-Aging-Fields.
           12 WS-Bucket-Sub                PIC S9(4) COMP.
           12 WS-Run-Date                  PIC 9(8).
           12 WS-Run-Integer               PIC S9(9) COMP.
           12 WS-Cur-VendorID              PIC 9(4).
           12 WS-Cur-VendorName            PIC X(30).
           12 WS-Unknown-SW                PIC X VALUE 'N'.
              88 WS-Unknown-Vendor-Pass        VALUE 'Y'.
           12 WS-Vendor-Found-SW           PIC X.
              88 WS-Vendor-Found               VALUE 'Y'.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnBucketNames.
           02 FILLER             PIC X(7) VALUE "CURRENT".
           02 FILLER             PIC X(7) VALUE "1-30   ".
           02 FILLER             PIC X(7) VALUE "31-60  ".
           02 FILLER             PIC X(7) VALUE "61-90  ".
           02 FILLER             PIC X(7) VALUE "OVER 90".
       01  PrnBucketTable REDEFINES PrnBucketNames.
           02 PrnBucketName      PIC X(7) OCCURS 5 TIMES.

       01  PrnHeading1.
           02 FILLER             PIC X(31)
              VALUE "*** AP OPEN ITEMS AND AGING AS ".
           02 FILLER             PIC X(3) VALUE "OF ".
           02 PrnRunDate         PIC 9(8).
           02 FILLER             PIC X(4) VALUE " ***".

       01  PrnHeading2.
           02 FILLER             PIC X(11) VALUE "INVOICE    ".
           02 FILLER             PIC X(9)  VALUE "INV DATE ".
           02 FILLER             PIC X(9)  VALUE "DUE DATE ".
           02 FILLER             PIC X(7)  VALUE "PO     ".
           02 FILLER             PIC X(11) VALUE "     AMOUNT".
           02 FILLER             PIC X(7)  VALUE "  DAYS ".
           02 FILLER             PIC X(8)  VALUE "AGE     ".
           02 FILLER             PIC X(4)  VALUE "HOLD".

       01  PrnVendorLine.
           02 FILLER             PIC X(7) VALUE "VENDOR ".
           02 PrnVendorID        PIC 9(4).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnVendorName      PIC X(30).

       01  PrnDetailLine.
           02 PrnInvoiceNo       PIC X(10).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnInvDate         PIC 9(8).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnDueDate         PIC 9(8).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnPONumber        PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnAmount          PIC Z(6)9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnDaysPastDue     PIC ----9.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnAge             PIC X(7).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnHoldReason      PIC XX.

       01  PrnTotalLine.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrnTotalText       PIC X(9).
           02 PrnTotalAmount     PIC Z(8)9.99.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process
              VARYING VT-Index FROM 1 BY 1
              UNTIL VT-Index > WS-Vendor-Count.
           SET WS-Unknown-Vendor-Pass TO TRUE.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date.
           COMPUTE WS-Run-Integer =
              FUNCTION INTEGER-OF-DATE(WS-Run-Date).
           INITIALIZE WS-Grand-Totals.
           PERFORM 1100-Load-Vendor-Table.
           PERFORM 1200-Load-Open-Items.
           MOVE WS-Run-Date TO PrnRunDate.
           DISPLAY PrnHeading1.

       1100-Load-Vendor-Table.
           OPEN INPUT VendorFile.
           PERFORM 1110-Load-One-Vendor
              UNTIL WS-VendorFile-EOF.
           CLOSE VendorFile.

       1110-Load-One-Vendor.
           READ VendorFile
              AT END SET WS-VendorFile-EOF TO TRUE
           END-READ.
           IF WS-VendorFile-Good
              IF WS-Vendor-Count < 100
                 ADD 1 TO WS-Vendor-Count
                 SET VT-Index TO WS-Vendor-Count
                 MOVE VendorFile-VendorID   TO VT-VendorID(VT-Index)
                 MOVE VendorFile-VendorName TO VT-VendorName(VT-Index)
              ELSE
                 DISPLAY "VENDOR TABLE FULL - VENDOR "
                    VendorFile-VendorID " IGNORED"
              END-IF
           END-IF.

       1200-Load-Open-Items.
           OPEN INPUT APFile.
           IF WS-APFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1210-Load-One-Item
                 UNTIL WS-APFile-EOF
              CLOSE APFile
           END-IF.

       1210-Load-One-Item.
           READ APFile
              AT END SET WS-APFile-EOF TO TRUE
           END-READ.
           IF WS-APFile-Good
              ADD 1 TO FD-APFile-Record-Cnt
              IF NOT APFile-Paid
                 IF WS-Open-Item-Cnt < 3000
                    ADD 1 TO WS-Open-Item-Cnt
                    SET OI-Index TO WS-Open-Item-Cnt
                    PERFORM 1220-Age-One-Item
                 ELSE
                    DISPLAY "OPEN ITEM TABLE FULL - INVOICE "
                       APFile-InvoiceNo " NOT LISTED"
                 END-IF
              END-IF
           END-IF.

       1220-Age-One-Item.
           MOVE APFile-VendorID    TO OI-VendorID(OI-Index).
           MOVE APFile-InvoiceNo   TO OI-InvoiceNo(OI-Index).
           MOVE APFile-InvDate     TO OI-InvDate(OI-Index).
           MOVE APFile-DueDate     TO OI-DueDate(OI-Index).
           MOVE APFile-PONumber    TO OI-PONumber(OI-Index).
           MOVE APFile-Amount      TO OI-Amount(OI-Index).
           MOVE APFile-Hold-Reason TO OI-Hold-Reason(OI-Index).
           MOVE 'N'                TO OI-Printed-SW(OI-Index).
           COMPUTE OI-Days-Past-Due(OI-Index) = WS-Run-Integer
              - FUNCTION INTEGER-OF-DATE(APFile-DueDate).
           EVALUATE TRUE
              WHEN OI-Days-Past-Due(OI-Index) < 1
                 MOVE 1 TO OI-Bucket(OI-Index)
              WHEN OI-Days-Past-Due(OI-Index) < 31
                 MOVE 2 TO OI-Bucket(OI-Index)
              WHEN OI-Days-Past-Due(OI-Index) < 61
                 MOVE 3 TO OI-Bucket(OI-Index)
              WHEN OI-Days-Past-Due(OI-Index) < 91
                 MOVE 4 TO OI-Bucket(OI-Index)
              WHEN OTHER
                 MOVE 5 TO OI-Bucket(OI-Index)
           END-EVALUATE.

      *    One vendor from the vendor master, or on the last pass
      *    whatever open items no vendor claimed.
       2000-Process.
           INITIALIZE WS-Vendor-Totals.
           IF WS-Unknown-Vendor-Pass
              MOVE ZERO TO WS-Cur-VendorID
              MOVE "** NOT ON VENDOR FILE **" TO WS-Cur-VendorName
           ELSE
              MOVE VT-VendorID(VT-Index)   TO WS-Cur-VendorID
              MOVE VT-VendorName(VT-Index) TO WS-Cur-VendorName
           END-IF.
           PERFORM 2100-List-One-Item
              VARYING OI-Index FROM 1 BY 1
              UNTIL OI-Index > WS-Open-Item-Cnt.
           IF WS-Vendor-Item-Cnt > ZERO
              PERFORM 2300-Print-Vendor-Totals
           END-IF.

       2100-List-One-Item.
           IF NOT OI-Printed(OI-Index)
              IF WS-Unknown-Vendor-Pass
                 OR OI-VendorID(OI-Index) = WS-Cur-VendorID
                 PERFORM 2200-Print-One-Item
              END-IF
           END-IF.

       2200-Print-One-Item.
           IF WS-Vendor-Item-Cnt = ZERO
              IF WS-Unknown-Vendor-Pass
                 MOVE OI-VendorID(OI-Index) TO PrnVendorID
              ELSE
                 MOVE WS-Cur-VendorID TO PrnVendorID
              END-IF
              MOVE WS-Cur-VendorName TO PrnVendorName
              DISPLAY " "
              DISPLAY PrnVendorLine
              DISPLAY PrnHeading2
           END-IF.
           SET OI-Printed(OI-Index) TO TRUE.
           ADD 1 TO WS-Vendor-Item-Cnt.
           ADD 1 TO WS-Printed-Cnt.
           MOVE OI-Bucket(OI-Index) TO WS-Bucket-Sub.
           ADD OI-Amount(OI-Index) TO WS-Vendor-Bucket(WS-Bucket-Sub)
                                      WS-Vendor-Balance.
           IF OI-Hold-Reason(OI-Index) NOT = SPACES
              ADD OI-Amount(OI-Index) TO WS-Vendor-Held
           END-IF.
           MOVE OI-InvoiceNo(OI-Index)     TO PrnInvoiceNo.
           MOVE OI-InvDate(OI-Index)       TO PrnInvDate.
           MOVE OI-DueDate(OI-Index)       TO PrnDueDate.
           MOVE OI-PONumber(OI-Index)      TO PrnPONumber.
           MOVE OI-Amount(OI-Index)        TO PrnAmount.
           MOVE OI-Days-Past-Due(OI-Index) TO PrnDaysPastDue.
           MOVE PrnBucketName(WS-Bucket-Sub) TO PrnAge.
           MOVE OI-Hold-Reason(OI-Index)   TO PrnHoldReason.
           DISPLAY PrnDetailLine.

       2300-Print-Vendor-Totals.
           PERFORM 2310-Print-One-Vendor-Bucket
              VARYING WS-Bucket-Sub FROM 1 BY 1
              UNTIL WS-Bucket-Sub > 5.
           MOVE "ON HOLD"          TO PrnTotalText.
           MOVE WS-Vendor-Held     TO PrnTotalAmount.
           DISPLAY PrnTotalLine.
           MOVE "BALANCE"          TO PrnTotalText.
           MOVE WS-Vendor-Balance  TO PrnTotalAmount.
           DISPLAY PrnTotalLine.
           ADD WS-Vendor-Balance   TO WS-Grand-Balance.
           ADD WS-Vendor-Held      TO WS-Grand-Held.

       2310-Print-One-Vendor-Bucket.
           MOVE PrnBucketName(WS-Bucket-Sub)    TO PrnTotalText.
           MOVE WS-Vendor-Bucket(WS-Bucket-Sub) TO PrnTotalAmount.
           DISPLAY PrnTotalLine.
           ADD WS-Vendor-Bucket(WS-Bucket-Sub)
              TO WS-Grand-Bucket(WS-Bucket-Sub).

       3000-End-Job.
           DISPLAY " ".
           DISPLAY "*** ALL VENDORS ***".
           PERFORM 3100-Print-One-Grand-Bucket
              VARYING WS-Bucket-Sub FROM 1 BY 1
              UNTIL WS-Bucket-Sub > 5.
           MOVE "ON HOLD"          TO PrnTotalText.
           MOVE WS-Grand-Held      TO PrnTotalAmount.
           DISPLAY PrnTotalLine.
           MOVE "BALANCE"          TO PrnTotalText.
           MOVE WS-Grand-Balance   TO PrnTotalAmount.
           DISPLAY PrnTotalLine.
           DISPLAY " ".
           DISPLAY "PAYABLE LINES READ: " FD-APFile-Record-Cnt.
           DISPLAY "OPEN ITEMS LISTED:  " WS-Printed-Cnt.
           MOVE FD-APFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Printed-Cnt       TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.

       3100-Print-One-Grand-Bucket.
           MOVE PrnBucketName(WS-Bucket-Sub)   TO PrnTotalText.
           MOVE WS-Grand-Bucket(WS-Bucket-Sub) TO PrnTotalAmount.
           DISPLAY PrnTotalLine.

       COPY EOJPARA.
