      *
      * Description: Demand-based reorder point computation.
      *
      *    For each gadget and location the usage rate is taken
      *    from the issue movements at that location on the
      *    stock-movement history inside the
      *    SYSIN usage window, the lead time from the gadget's
      *    vendor link and the vendor master, and:
      *
      *       reorder point = rate per day * (lead + safety days)
      *       order-up-to   = reorder point + thirty days' usage
      *
      *    Each location record gets its own point and order-up-to
      *    from its own demand, so the rebalancing run (BDS0724)
      *    can see which building is short; the low-stock report
      *    (BDS0704) and the PO generator (BDS0707) test the
      *    combined quantity against the sum of the locations'
      *    points.  A review report shows the old point, the
      *    computed point, and the usage behind it.
      *
      *    SYSIN cards:
      *       card 1: usage window days  9(3)  (000 = 90)
      * 2026-09-02 mnt           Created so fast movers stop
      *                          stocking out while shelf-warmers
      *                          get reordered.
      * 2026-10-15 mnt           Usage, reorder point, and order-
      *                          up-to are now computed for each
      *                          location from its own issues
      *                          instead of one gadget-level point
      *                          copied to every location.
      * 2026-10-15 mnt           Movement layout carries the lot
      *                          and serial number.
      * 2026-10-15 mnt           Vendor layout carries payment
      *                          terms and match tolerances.
      * 2026-10-15 mnt           Movement layout carries the
      *                          extended cost.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.

       FD  VendorFile.
       01  VendorFile-Record.
           02 VendorFile-VendorID     PIC 9(4).
           02 VendorFile-VendorName   PIC X(30).
           02 VendorFile-LeadDays     PIC 9(3).
           02 VendorFile-Terms-Days   PIC 9(3).
           02 VendorFile-Price-Tol    PIC 9(2)V9.
           02 VendorFile-Qty-Tol      PIC 9(2)V9.

       FD  LinkFile.
       01  LinkFile-Record.
           12 WS-Usage-Entry OCCURS 500 TIMES
                             INDEXED BY US-Index.
              15 US-GadgetID               PIC 9(6).
              15 US-Location               PIC X(3).
              15 US-Issue-Qty              PIC S9(7).

       01  WS-Compute-Fields.
           12 WS-Old-Point                 PIC 9(4).
           12 WS-Found-SW                  PIC X.
              88 WS-Found                      VALUE 'Y'.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnReviewLine.
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnLocation        PIC X(3).
           02 FILLER             PIC X(12) VALUE "  OLD POINT ".
           02 PrnOldPoint        PIC ZZZ9.
           02 FILLER             PIC X(12) VALUE "  NEW POINT ".
              UNTIL US-Index > WS-Usage-Count
                 OR WS-Found
              IF US-GadgetID(US-Index) = MoveFile-GadgetID
                 AND US-Location(US-Index) = MoveFile-Location
                 SET WS-Found TO TRUE
                 ADD MoveFile-Qty TO US-Issue-Qty(US-Index)
              END-IF
                 ADD 1 TO WS-Usage-Count
                 SET US-Index TO WS-Usage-Count
                 MOVE MoveFile-GadgetID TO US-GadgetID(US-Index)
                 MOVE MoveFile-Location TO US-Location(US-Index)
                 MOVE MoveFile-Qty      TO US-Issue-Qty(US-Index)
              END-IF
           END-IF.

      *    Every location record gets the point for its own
      *    demand; the low-stock and reorder tests add them up
      *    across the locations at the gadget break.
       2500-Apply-New-Points.
           READ GadgetFile
              AT END SET WS-GadgetFile-EOF TO TRUE
              REWRITE GadgetFile-StockRec
              IF WS-GadgetFile-Success
                 ADD 1 TO WS-Updated-Cnt
                 PERFORM 2700-Print-Review-Line
              ELSE
                 DISPLAY "** ERROR **: 2500-Apply-New-Points"
                 DISPLAY "Re-Write GadgetFile Failed."
           PERFORM VARYING US-Index FROM 1 BY 1
              UNTIL US-Index > WS-Usage-Count
              IF US-GadgetID(US-Index) = GadgetFile-GadgetID
                 AND US-Location(US-Index) = GadgetFile-Location
                 MOVE US-Issue-Qty(US-Index) TO WS-Usage-Qty
              END-IF
           END-PERFORM.

       2700-Print-Review-Line.
           MOVE GadgetFile-GadgetID TO PrnGadgetID.
           MOVE GadgetFile-Location TO PrnLocation.
           MOVE WS-Old-Point        TO PrnOldPoint.
           MOVE WS-New-Point        TO PrnNewPoint.
           MOVE WS-New-OrderUpTo    TO PrnOrderUpTo.
