      ***********************************************************
      * Program name:    BDS0727
      * Original author: mnt
      *
      * Description: Vendor invoice three-way match.
      *
      *    Vendor invoices are keyed one line per PO line: the
      *    vendor, the vendor's invoice number and date, the PO
      *    and gadget billed, the quantity and the unit price.
      *    The lines of one invoice come together.  Every line is
      *    matched three ways:
      *       - the PO (BDS0707) must be the vendor's, and the
      *         price billed may not exceed the price agreed on
      *         the PO by more than the vendor's price tolerance
      *         percentage;
      *       - the quantity billed may not exceed what BDS0717
      *         recorded as received on the PO-receipt file, less
      *         what earlier invoices already billed for the same
      *         PO line, by more than the vendor's quantity
      *         tolerance percentage of the quantity received.
      *
      *    An invoice whose lines all match becomes an approved
      *    payable, due the invoice date plus the vendor's terms
      *    days (30 when the vendor master has none).  An invoice
      *    with any mismatched line goes on hold, every line of it,
      *    and the mismatches print on the exception report.  Hold
      *    reason codes:
      *       PR  price over the PO price and tolerance
      *       QR  quantity over the received quantity and tolerance
      *       PQ  both
      *       NP  the PO carries no agreed price
      *
      *    An invoice that cannot be matched at all is rejected
      *    and does not go on the payables file.  Reject reason
      *    codes:
      *       NV  vendor not on the vendor master
      *       NO  PO line not on the PO file
      *       VM  the PO was raised with another vendor
      *       DI  the invoice is already on the payables file
      *       ZQ  no quantity on the line
      *       TL  more lines than one invoice can hold
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so vendor invoices are
      *                          checked against the PO and what
      *                          actually arrived before they are
      *                          paid.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0727.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VInvFile
           ASSIGN TO "../data/c07-vendinv.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VInvFile-Status.

           SELECT VendorFile
           ASSIGN TO "../data/c07-vendors.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorFile-Status.

           SELECT POFile
           ASSIGN TO "../data/c07-po.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

           SELECT RcptFile
           ASSIGN TO "../data/c07-poreceipt.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptFile-Status.

           SELECT APFile
           ASSIGN TO "../data/c07-apitem.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APFile-Status.

           SELECT RejFile
           ASSIGN TO "../data/c07-vendinvrej.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  VInvFile.
       01  VInvFile-Record.
           02 VInvFile-VendorID       PIC 9(4).
           02 VInvFile-InvoiceNo      PIC X(10).
           02 VInvFile-InvDate        PIC 9(8).
           02 VInvFile-PONumber       PIC 9(6).
           02 VInvFile-GadgetID       PIC 9(6).
           02 VInvFile-Qty            PIC 9(4).
           02 VInvFile-UnitPrice      PIC 9(4)V99.

       FD  VendorFile.
       01  VendorFile-Record.
           02 VendorFile-VendorID     PIC 9(4).
           02 VendorFile-VendorName   PIC X(30).
           02 VendorFile-LeadDays     PIC 9(3).
           02 VendorFile-Terms-Days   PIC 9(3).
           02 VendorFile-Price-Tol    PIC 9(2)V9.
           02 VendorFile-Qty-Tol      PIC 9(2)V9.

       FD  POFile.
       01  POFile-Record.
           02 POFile-PONumber         PIC 9(6).
           02 POFile-VendorID         PIC 9(4).
           02 POFile-GadgetID         PIC 9(6).
           02 POFile-OrderQty         PIC 9(4).
           02 POFile-OrderDate        PIC 9(8).
           02 POFile-DueDate          PIC 9(8).
           02 POFile-ReceivedQty      PIC 9(4).
           02 POFile-Status           PIC X.
           02 POFile-UnitPrice        PIC 9(4)V99.

       FD  RcptFile.
       01  RcptFile-Record.
           02 RcptFile-PONumber       PIC 9(6).
           02 RcptFile-GadgetID       PIC 9(6).
           02 RcptFile-Date           PIC 9(8).
           02 RcptFile-Qty            PIC 9(4).
           02 RcptFile-Location       PIC X(3).
           02 RcptFile-Layer-Seq      PIC 9(4).
           02 RcptFile-UnitCost       PIC 9(4)V99.

      *    One payable line per invoice line.  Status A approved,
      *    H on hold, P paid.
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
           02 APFile-Hold-Reason      PIC XX.
           02 APFile-PO-Price         PIC 9(4)V99.
           02 APFile-Rcvd-Qty         PIC 9(5).

       FD  RejFile.
       01  RejFile-Record.
           02 RejFile-Line-Data       PIC X(44).
           02 RejFile-Reason-Code     PIC XX.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VInvFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VendorFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.

       01  WS-File-Counters.
           12 FD-VInvFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Invoice-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Approved-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-AP-Written-Cnt            PIC S9(5) COMP VALUE ZERO.

       01  WS-Run-Totals.
           12 WS-Approved-Amount           PIC S9(9)V99 VALUE ZERO.
           12 WS-Held-Amount               PIC S9(9)V99 VALUE ZERO.

       01  WS-Vendor-Table-Storage.
           12 WS-Vendor-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Vendor-Entry OCCURS 100 TIMES
                              INDEXED BY VT-Index.
              15 VT-VendorID               PIC 9(4).
              15 VT-VendorName             PIC X(30).
              15 VT-Terms-Days             PIC 9(3).
              15 VT-Price-Tol              PIC 9(2)V9.
              15 VT-Qty-Tol                PIC 9(2)V9.

      *    Every PO line with what has been received against it
      *    (from the receipt file) and billed against it (from
      *    the payables file and this run).
       01  WS-PO-Table-Storage.
           12 WS-PO-Count                  PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Entry OCCURS 500 TIMES
                          INDEXED BY PO-Index.
              15 PO-PONumber               PIC 9(6).
              15 PO-VendorID               PIC 9(4).
              15 PO-GadgetID               PIC 9(6).
              15 PO-UnitPrice              PIC 9(4)V99.
              15 PO-Rcvd-Qty               PIC 9(5).
              15 PO-Billed-Qty             PIC 9(5).

      *    Vendor invoices already on the payables file, so the
      *    same invoice is not entered twice.
       01  WS-Known-Invoice-Storage.
           12 WS-Known-Count               PIC S9(4) COMP VALUE ZERO.
           12 WS-Known-Entry OCCURS 3000 TIMES
                             INDEXED BY KI-Index.
              15 KI-VendorID               PIC 9(4).
              15 KI-InvoiceNo              PIC X(10).

      *    The lines of the invoice being matched.
       01  WS-Invoice-Line-Storage.
           12 WS-Line-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Entry OCCURS 50 TIMES
                            INDEXED BY IL-Index.
              15 IL-Line-Data              PIC X(44).
              15 IL-PONumber               PIC 9(6).
              15 IL-GadgetID               PIC 9(6).
              15 IL-Qty                    PIC 9(4).
              15 IL-UnitPrice              PIC 9(4)V99.
              15 IL-Amount                 PIC 9(7)V99.
              15 IL-PO-Price               PIC 9(4)V99.
              15 IL-Rcvd-Qty               PIC 9(5).
              15 IL-Prior-Qty              PIC 9(5).
              15 IL-Hold-Reason            PIC XX.
              15 IL-PO-Slot                PIC S9(4) COMP.

       01  WS-Invoice-Fields.
           12 WS-Cur-VendorID              PIC 9(4).
           12 WS-Cur-InvoiceNo             PIC X(10).
           12 WS-Cur-InvDate               PIC 9(8).
           12 WS-Cur-Due-Date              PIC 9(8).
           12 WS-Cur-Amount                PIC S9(9)V99.
           12 WS-Reason-Code               PIC XX.
           12 WS-Held-SW                   PIC X.
              88 WS-Invoice-Held               VALUE 'Y'.
           12 WS-Vendor-Found-SW           PIC X.
              88 WS-Vendor-Found               VALUE 'Y'.
           12 WS-PO-Found-SW               PIC X.
              88 WS-PO-Found                   VALUE 'Y'.
           12 WS-Known-SW                  PIC X.
              88 WS-Known-Invoice              VALUE 'Y'.
           12 WS-Terms-Days                PIC 9(3).
           12 WS-Price-Tol                 PIC 9(2)V9.
           12 WS-Qty-Tol                   PIC 9(2)V9.
           12 WS-Price-Limit               PIC 9(5)V99.
           12 WS-Qty-Limit                 PIC S9(7).
           12 WS-Integer-Date              PIC S9(9) COMP.
           12 WS-Find-PONumber             PIC 9(6).
           12 WS-Find-GadgetID             PIC 9(6).

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnExceptionLine.
           02 FILLER             PIC X(5) VALUE "HOLD ".
           02 PrnHoldReason      PIC XX.
           02 FILLER             PIC X(4) VALUE "  PO".
           02 PrnPONumber        PIC 9(6).
           02 FILLER             PIC X(8) VALUE " GADGET ".
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X(6) VALUE "  QTY ".
           02 PrnQty             PIC ZZZ9.
           02 FILLER             PIC X(6) VALUE " RCVD ".
           02 PrnRcvdQty         PIC ZZZZ9.
           02 FILLER             PIC X(8) VALUE " BILLED ".
           02 PrnPriorQty        PIC ZZZZ9.
           02 FILLER             PIC X(8) VALUE "  PRICE ".
           02 PrnUnitPrice       PIC ZZZ9.99.
           02 FILLER             PIC X(4) VALUE " PO ".
           02 PrnPOPrice         PIC ZZZ9.99.

       01  PrnInvoiceLine.
           02 FILLER             PIC X(7) VALUE "VENDOR ".
           02 PrnVendorID        PIC 9(4).
           02 FILLER             PIC X(9) VALUE " INVOICE ".
           02 PrnInvoiceNo       PIC X(10).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnInvDate         PIC 9(8).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnAmount          PIC Z(6)9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnDisposition     PIC X(9).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnDueText         PIC X(4).
           02 PrnDueDate         PIC X(8).

       01  PrnTotalAmount        PIC Z(8)9.99.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-VInvFile-EOF.
           IF WS-Line-Count > ZERO
              PERFORM 2500-Finish-Invoice
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           PERFORM 1100-Load-Vendor-Table.
           PERFORM 1200-Load-PO-Table.
           PERFORM 1300-Load-Receipts.
           PERFORM 1400-Load-Payables.
           OPEN INPUT  VInvFile.
           OPEN EXTEND APFile.
           OPEN OUTPUT RejFile.
           DISPLAY "*** VENDOR INVOICE MATCH ***".
           PERFORM 2050-Read-VInvFile.

       1100-Load-Vendor-Table.
           OPEN INPUT VendorFile.
           PERFORM 1110-Load-One-Vendor
              UNTIL WS-VendorFile-EOF.
           CLOSE VendorFile.

      *    A vendor master row written before the terms and the
      *    tolerances were carried has spaces there: 30 days, and
      *    no tolerance.
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
                 MOVE VendorFile-Terms-Days TO VT-Terms-Days(VT-Index)
                 MOVE VendorFile-Price-Tol  TO VT-Price-Tol(VT-Index)
                 MOVE VendorFile-Qty-Tol    TO VT-Qty-Tol(VT-Index)
                 IF VendorFile-Terms-Days NOT NUMERIC
                    OR VendorFile-Terms-Days = ZERO
                    MOVE 30 TO VT-Terms-Days(VT-Index)
                 END-IF
                 IF VendorFile-Price-Tol NOT NUMERIC
                    MOVE ZERO TO VT-Price-Tol(VT-Index)
                 END-IF
                 IF VendorFile-Qty-Tol NOT NUMERIC
                    MOVE ZERO TO VT-Qty-Tol(VT-Index)
                 END-IF
              ELSE
                 DISPLAY "VENDOR TABLE FULL - VENDOR "
                    VendorFile-VendorID " IGNORED"
              END-IF
           END-IF.

       1200-Load-PO-Table.
           OPEN INPUT POFile.
           IF WS-POFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1210-Load-One-PO
                 UNTIL WS-POFile-EOF
              CLOSE POFile
           END-IF.

       1210-Load-One-PO.
           READ POFile
              AT END SET WS-POFile-EOF TO TRUE
           END-READ.
           IF WS-POFile-Good
              IF WS-PO-Count < 500
                 ADD 1 TO WS-PO-Count
                 SET PO-Index TO WS-PO-Count
                 MOVE POFile-PONumber  TO PO-PONumber(PO-Index)
                 MOVE POFile-VendorID  TO PO-VendorID(PO-Index)
                 MOVE POFile-GadgetID  TO PO-GadgetID(PO-Index)
                 MOVE POFile-UnitPrice TO PO-UnitPrice(PO-Index)
                 IF POFile-UnitPrice NOT NUMERIC
                    MOVE ZERO TO PO-UnitPrice(PO-Index)
                 END-IF
                 MOVE ZERO TO PO-Rcvd-Qty(PO-Index)
                              PO-Billed-Qty(PO-Index)
              ELSE
                 DISPLAY "PO TABLE FULL - PO " POFile-PONumber
                    " NOT MATCHED"
              END-IF
           END-IF.

       1300-Load-Receipts.
           OPEN INPUT RcptFile.
           IF WS-RcptFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1310-Load-One-Receipt
                 UNTIL WS-RcptFile-EOF
              CLOSE RcptFile
           END-IF.

       1310-Load-One-Receipt.
           READ RcptFile
              AT END SET WS-RcptFile-EOF TO TRUE
           END-READ.
           IF WS-RcptFile-Good
              MOVE RcptFile-PONumber TO WS-Find-PONumber
              MOVE RcptFile-GadgetID TO WS-Find-GadgetID
              PERFORM 7100-Find-PO-Line
              IF WS-PO-Found
                 ADD RcptFile-Qty TO PO-Rcvd-Qty(PO-Index)
              END-IF
           END-IF.

       1400-Load-Payables.
           OPEN INPUT APFile.
           IF WS-APFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1410-Load-One-Payable
                 UNTIL WS-APFile-EOF
              CLOSE APFile
           END-IF.

       1410-Load-One-Payable.
           READ APFile
              AT END SET WS-APFile-EOF TO TRUE
           END-READ.
           IF WS-APFile-Good
              MOVE APFile-PONumber TO WS-Find-PONumber
              MOVE APFile-GadgetID TO WS-Find-GadgetID
              PERFORM 7100-Find-PO-Line
              IF WS-PO-Found
                 ADD APFile-Qty TO PO-Billed-Qty(PO-Index)
              END-IF
              MOVE APFile-VendorID  TO WS-Cur-VendorID
              MOVE APFile-InvoiceNo TO WS-Cur-InvoiceNo
              PERFORM 7300-Check-Known-Invoice
              IF NOT WS-Known-Invoice
                 PERFORM 7350-Add-Known-Invoice
              END-IF
           END-IF.

       2000-Process.
           IF WS-VInvFile-Good
              IF WS-Line-Count > ZERO
                 AND (VInvFile-VendorID  NOT = WS-Cur-VendorID
                   OR VInvFile-InvoiceNo NOT = WS-Cur-InvoiceNo)
                 PERFORM 2500-Finish-Invoice
              END-IF
              IF WS-Line-Count = ZERO
                 PERFORM 2100-Start-Invoice
              END-IF
              PERFORM 2200-Match-One-Line
           END-IF.
           PERFORM 2050-Read-VInvFile.

       2050-Read-VInvFile.
           READ VInvFile
              AT END SET WS-VInvFile-EOF TO TRUE
           END-READ.
           IF WS-VInvFile-Good
              ADD +1 TO FD-VInvFile-Record-Cnt.

       2100-Start-Invoice.
           ADD 1 TO WS-Invoice-Cnt.
           MOVE VInvFile-VendorID  TO WS-Cur-VendorID.
           MOVE VInvFile-InvoiceNo TO WS-Cur-InvoiceNo.
           MOVE VInvFile-InvDate   TO WS-Cur-InvDate.
           MOVE ZERO   TO WS-Cur-Amount.
           MOVE SPACES TO WS-Reason-Code.
           MOVE 'N'    TO WS-Held-SW.
           MOVE 'N'    TO WS-Vendor-Found-SW.
           PERFORM 2110-Check-One-Vendor
              VARYING VT-Index FROM 1 BY 1
              UNTIL VT-Index > WS-Vendor-Count
                 OR WS-Vendor-Found.
           IF WS-Vendor-Found
              SET VT-Index DOWN BY 1
              MOVE VT-Terms-Days(VT-Index) TO WS-Terms-Days
              MOVE VT-Price-Tol(VT-Index)  TO WS-Price-Tol
              MOVE VT-Qty-Tol(VT-Index)    TO WS-Qty-Tol
           ELSE
              MOVE 'NV' TO WS-Reason-Code
           END-IF.
           PERFORM 7300-Check-Known-Invoice.
           IF WS-Known-Invoice AND WS-Reason-Code = SPACES
              MOVE 'DI' TO WS-Reason-Code
           END-IF.

       2110-Check-One-Vendor.
           IF VT-VendorID(VT-Index) = WS-Cur-VendorID
              SET WS-Vendor-Found TO TRUE
           END-IF.

       2200-Match-One-Line.
           IF WS-Line-Count >= 50
              IF WS-Reason-Code = SPACES
                 MOVE 'TL' TO WS-Reason-Code
              END-IF
           ELSE
              ADD 1 TO WS-Line-Count
              SET IL-Index TO WS-Line-Count
              MOVE VInvFile-Record    TO IL-Line-Data(IL-Index)
              MOVE VInvFile-PONumber  TO IL-PONumber(IL-Index)
              MOVE VInvFile-GadgetID  TO IL-GadgetID(IL-Index)
              MOVE VInvFile-Qty       TO IL-Qty(IL-Index)
              MOVE VInvFile-UnitPrice TO IL-UnitPrice(IL-Index)
              COMPUTE IL-Amount(IL-Index) =
                 VInvFile-Qty * VInvFile-UnitPrice
              ADD IL-Amount(IL-Index) TO WS-Cur-Amount
              MOVE SPACES TO IL-Hold-Reason(IL-Index)
              MOVE ZERO   TO IL-PO-Price(IL-Index)
                             IL-Rcvd-Qty(IL-Index)
                             IL-Prior-Qty(IL-Index)
                             IL-PO-Slot(IL-Index)
              IF VInvFile-Qty NOT NUMERIC OR VInvFile-Qty = ZERO
                 IF WS-Reason-Code = SPACES
                    MOVE 'ZQ' TO WS-Reason-Code
                 END-IF
              ELSE
                 PERFORM 2300-Match-To-PO
              END-IF
           END-IF.

       2300-Match-To-PO.
           MOVE VInvFile-PONumber TO WS-Find-PONumber.
           MOVE VInvFile-GadgetID TO WS-Find-GadgetID.
           PERFORM 7100-Find-PO-Line.
           IF NOT WS-PO-Found
              IF WS-Reason-Code = SPACES
                 MOVE 'NO' TO WS-Reason-Code
              END-IF
           ELSE
              IF PO-VendorID(PO-Index) NOT = WS-Cur-VendorID
                 IF WS-Reason-Code = SPACES
                    MOVE 'VM' TO WS-Reason-Code
                 END-IF
              ELSE
                 PERFORM 2400-Check-Price-And-Qty
              END-IF
           END-IF.

      *    The quantity billed so far on the PO line moves up as
      *    each line is matched, so two invoices in one run cannot
      *    both bill the same receipt.
       2400-Check-Price-And-Qty.
           SET IL-PO-Slot(IL-Index) TO PO-Index.
           MOVE PO-UnitPrice(PO-Index)  TO IL-PO-Price(IL-Index).
           MOVE PO-Rcvd-Qty(PO-Index)   TO IL-Rcvd-Qty(IL-Index).
           MOVE PO-Billed-Qty(PO-Index) TO IL-Prior-Qty(IL-Index).
           IF PO-UnitPrice(PO-Index) = ZERO
              MOVE 'NP' TO IL-Hold-Reason(IL-Index)
           ELSE
              COMPUTE WS-Price-Limit ROUNDED =
                 PO-UnitPrice(PO-Index) * (100 + WS-Price-Tol) / 100
              IF VInvFile-UnitPrice > WS-Price-Limit
                 MOVE 'PR' TO IL-Hold-Reason(IL-Index)
              END-IF
           END-IF.
           COMPUTE WS-Qty-Limit =
              PO-Rcvd-Qty(PO-Index) - PO-Billed-Qty(PO-Index)
              + (PO-Rcvd-Qty(PO-Index) * WS-Qty-Tol / 100).
           IF VInvFile-Qty > WS-Qty-Limit
              IF IL-Hold-Reason(IL-Index) = 'PR'
                 MOVE 'PQ' TO IL-Hold-Reason(IL-Index)
              ELSE
                 IF IL-Hold-Reason(IL-Index) = SPACES
                    MOVE 'QR' TO IL-Hold-Reason(IL-Index)
                 END-IF
              END-IF
           END-IF.
           ADD VInvFile-Qty TO PO-Billed-Qty(PO-Index).
           IF IL-Hold-Reason(IL-Index) NOT = SPACES
              SET WS-Invoice-Held TO TRUE
           END-IF.

       2500-Finish-Invoice.
           MOVE WS-Cur-VendorID  TO PrnVendorID.
           MOVE WS-Cur-InvoiceNo TO PrnInvoiceNo.
           MOVE WS-Cur-InvDate   TO PrnInvDate.
           MOVE WS-Cur-Amount    TO PrnAmount.
           IF WS-Reason-Code NOT = SPACES
              PERFORM 2600-Reject-Invoice
           ELSE
              COMPUTE WS-Integer-Date =
                 FUNCTION INTEGER-OF-DATE(WS-Cur-InvDate)
                 + WS-Terms-Days
              COMPUTE WS-Cur-Due-Date =
                 FUNCTION DATE-OF-INTEGER(WS-Integer-Date)
              IF WS-Invoice-Held
                 ADD 1 TO WS-Held-Cnt
                 ADD WS-Cur-Amount TO WS-Held-Amount
                 MOVE "ON HOLD"  TO PrnDisposition
              ELSE
                 ADD 1 TO WS-Approved-Cnt
                 ADD WS-Cur-Amount TO WS-Approved-Amount
                 MOVE "APPROVED" TO PrnDisposition
              END-IF
              MOVE "DUE "          TO PrnDueText
              MOVE WS-Cur-Due-Date TO PrnDueDate
              DISPLAY PrnInvoiceLine
              PERFORM 2700-Write-One-Payable
                 VARYING IL-Index FROM 1 BY 1
                 UNTIL IL-Index > WS-Line-Count
              PERFORM 7350-Add-Known-Invoice
           END-IF.
           MOVE ZERO TO WS-Line-Count.

      *    Nothing of a rejected invoice stays billed against the
      *    PO lines it named.
       2600-Reject-Invoice.
           ADD 1 TO WS-Rejected-Cnt.
           MOVE "REJECTED"     TO PrnDisposition.
           MOVE WS-Reason-Code TO PrnDueText.
           MOVE SPACES         TO PrnDueDate.
           DISPLAY PrnInvoiceLine.
           PERFORM 2610-Reject-One-Line
              VARYING IL-Index FROM 1 BY 1
              UNTIL IL-Index > WS-Line-Count.

       2610-Reject-One-Line.
           IF IL-PO-Slot(IL-Index) > ZERO
              SET PO-Index TO IL-PO-Slot(IL-Index)
              SUBTRACT IL-Qty(IL-Index) FROM PO-Billed-Qty(PO-Index)
           END-IF.
           MOVE IL-Line-Data(IL-Index) TO RejFile-Line-Data.
           MOVE WS-Reason-Code         TO RejFile-Reason-Code.
           WRITE RejFile-Record.

       2700-Write-One-Payable.
           MOVE WS-Cur-VendorID          TO APFile-VendorID.
           MOVE WS-Cur-InvoiceNo         TO APFile-InvoiceNo.
           MOVE WS-Cur-InvDate           TO APFile-InvDate.
           MOVE WS-Cur-Due-Date          TO APFile-DueDate.
           MOVE IL-PONumber(IL-Index)    TO APFile-PONumber.
           MOVE IL-GadgetID(IL-Index)    TO APFile-GadgetID.
           MOVE IL-Qty(IL-Index)         TO APFile-Qty.
           MOVE IL-UnitPrice(IL-Index)   TO APFile-UnitPrice.
           MOVE IL-Amount(IL-Index)      TO APFile-Amount.
           IF WS-Invoice-Held
              MOVE 'H' TO APFile-Status
           ELSE
              MOVE 'A' TO APFile-Status
           END-IF.
           MOVE IL-Hold-Reason(IL-Index) TO APFile-Hold-Reason.
           MOVE IL-PO-Price(IL-Index)    TO APFile-PO-Price.
           MOVE IL-Rcvd-Qty(IL-Index)    TO APFile-Rcvd-Qty.
           WRITE APFile-Record.
           IF NOT WS-APFile-Good
              DISPLAY "** ERROR **: 2700-Write-One-Payable"
              DISPLAY "Write APFile Failed."
              DISPLAY "File Status: " WS-APFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-AP-Written-Cnt.
           IF IL-Hold-Reason(IL-Index) NOT = SPACES
              MOVE IL-Hold-Reason(IL-Index) TO PrnHoldReason
              MOVE IL-PONumber(IL-Index)    TO PrnPONumber
              MOVE IL-GadgetID(IL-Index)    TO PrnGadgetID
              MOVE IL-Qty(IL-Index)         TO PrnQty
              MOVE IL-Rcvd-Qty(IL-Index)    TO PrnRcvdQty
              MOVE IL-Prior-Qty(IL-Index)   TO PrnPriorQty
              MOVE IL-UnitPrice(IL-Index)   TO PrnUnitPrice
              MOVE IL-PO-Price(IL-Index)    TO PrnPOPrice
              DISPLAY PrnExceptionLine
           END-IF.

       3000-End-Job.
           CLOSE VInvFile
                 APFile
                 RejFile.
           DISPLAY " ".
           DISPLAY "INVOICE LINES READ: " FD-VInvFile-Record-Cnt.
           DISPLAY "INVOICES:           " WS-Invoice-Cnt.
           DISPLAY "APPROVED:           " WS-Approved-Cnt.
           MOVE WS-Approved-Amount TO PrnTotalAmount.
           DISPLAY "   AMOUNT:          " PrnTotalAmount.
           DISPLAY "ON HOLD:            " WS-Held-Cnt.
           MOVE WS-Held-Amount     TO PrnTotalAmount.
           DISPLAY "   AMOUNT:          " PrnTotalAmount.
           DISPLAY "REJECTED:           " WS-Rejected-Cnt.
           MOVE FD-VInvFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-AP-Written-Cnt      TO EOJS-Records-Out.
           MOVE WS-Rejected-Cnt        TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Rejected-Cnt > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Held-Cnt > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       7100-Find-PO-Line.
           MOVE 'N' TO WS-PO-Found-SW.
           PERFORM 7110-Check-One-PO-Line
              VARYING PO-Index FROM 1 BY 1
              UNTIL PO-Index > WS-PO-Count
                 OR WS-PO-Found.
           IF WS-PO-Found
              SET PO-Index DOWN BY 1
           END-IF.

       7110-Check-One-PO-Line.
           IF PO-PONumber(PO-Index) = WS-Find-PONumber
              AND PO-GadgetID(PO-Index) = WS-Find-GadgetID
              SET WS-PO-Found TO TRUE
           END-IF.

       7300-Check-Known-Invoice.
           MOVE 'N' TO WS-Known-SW.
           PERFORM 7310-Check-One-Known
              VARYING KI-Index FROM 1 BY 1
              UNTIL KI-Index > WS-Known-Count
                 OR WS-Known-Invoice.

       7310-Check-One-Known.
           IF KI-VendorID(KI-Index) = WS-Cur-VendorID
              AND KI-InvoiceNo(KI-Index) = WS-Cur-InvoiceNo
              SET WS-Known-Invoice TO TRUE
           END-IF.

       7350-Add-Known-Invoice.
           IF WS-Known-Count < 3000
              ADD 1 TO WS-Known-Count
              SET KI-Index TO WS-Known-Count
              MOVE WS-Cur-VendorID  TO KI-VendorID(KI-Index)
              MOVE WS-Cur-InvoiceNo TO KI-InvoiceNo(KI-Index)
           END-IF.

       COPY EOJPARA.
