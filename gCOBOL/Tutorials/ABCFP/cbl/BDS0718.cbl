      * 2026-09-02 mnt           Created so the link-file vendor
      *                          assignments can be moved off the
      *                          chronic late shippers with data.
      * 2026-10-15 mnt           PO-receipt layout carries the
      *                          location, cost layer and unit
      *                          cost for landed cost.
      * 2026-10-15 mnt           PO and vendor layouts carry the
      *                          PO price, payment terms and
      *                          match tolerances.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 VendorFile-VendorID     PIC 9(4).
           02 VendorFile-VendorName   PIC X(30).
           02 VendorFile-LeadDays     PIC 9(3).
           02 VendorFile-Terms-Days   PIC 9(3).
           02 VendorFile-Price-Tol    PIC 9(2)V9.
           02 VendorFile-Qty-Tol      PIC 9(2)V9.

       FD  POFile.
       01  POFile-Record.
           02 POFile-DueDate          PIC 9(8).
           02 POFile-ReceivedQty      PIC 9(4).
           02 POFile-Status           PIC X.
           02 POFile-UnitPrice        PIC 9(4)V99.

       FD  RcptFile.
       01  RcptFile-Record.
           02 RcptFile-GadgetID       PIC 9(6).
           02 RcptFile-Date           PIC 9(8).
           02 RcptFile-Qty            PIC 9(4).
           02 RcptFile-Location       PIC X(3).
           02 RcptFile-Layer-Seq      PIC 9(4).
           02 RcptFile-UnitCost       PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
