      *       I  issue      - subtracts it; an issue that would
      *                       drive QtyInStock negative is rejected
      *       A  adjustment - sets QtyInStock to the quantity keyed
      *       S  transfer ship    - the ship leg of a transfer
      *                       order, posted at the from location;
      *                       takes the stock out like an issue and
      *                       carries the relieved cost layers into
      *                       transit
      *       T  transfer receipt - the receive leg, posted at the
      *                       to location; puts the stock in and
      *                       lands the in-transit layers there with
      *                       their original dates and costs
      *
      *    A transfer transaction carries the transfer order
      *    number in the first six positions of the reference.
      *
      *    A receipt may carry the vendor's lot number and, for a
      *    serialized gadget, its serial number.  They go on the
      *    new cost layer and the movement, and a layer keeps them
      *    through a transfer.  A serial is one unit.
      *
      *    Every rejected transaction goes to the reject file with
      *    a reason code, and every posted movement is appended to
      *    the stock-movement history file with the gadget, date,
      *    type, signed quantity moved, reference, and resulting
      *    balance - so QtyInStock can finally be explained.  The
      *    movement also carries the signed FIFO cost it added to
      *    or took off the layers, so the inventory journal can be
      *    built from the history.  Stock shipped on a transfer
      *    and never received is written as an L (transit loss)
      *    line at the to location when the receipt is posted.
      *
      *    Reject reason codes:
      *       NF  gadget not on file
      *       TC  bad transaction type
      *       NG  issue would drive the quantity negative
      *       XF  transfer order not on file, or not open (ship)
      *           or not in transit (receipt)
      *       XL  transfer gadget or location does not match the
      *           transfer order
      *       XQ  more than ordered shipped, or more than shipped
      *           received
      *       SQ  serialized receipt not for quantity 1, or the
      *           serial is already in stock
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          negative catch-up layer so the
      *                          month-end valuation (BDS0714) can
      *                          show the variance.
      * 2026-10-15 mnt           Transfer ship (S) and transfer
      *                          receipt (T) legs against the
      *                          transfer order file.  The layers
      *                          relieved at the from location
      *                          ride on the in-transit layer file
      *                          until the receipt lands them at
      *                          the to location, so FIFO cost
      *                          survives the move; a short
      *                          receipt is reported as a transit
      *                          loss.
      * 2026-10-15 mnt           Receipts carry a lot and serial
      *                          number onto the cost layer and
      *                          the movement; in-transit layers
      *                          keep them across a transfer.
      * 2026-10-15 mnt           Movements carry their extended
      *                          FIFO cost; a transit loss is
      *                          written as an L movement.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CostFile-Status.

           SELECT XferFile
           ASSIGN TO "../data/c07-xferorder.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferFile-Status.

           SELECT TransitFile
           ASSIGN TO "../data/c07-xferlayer.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransitFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GadgetFile.
              88 TranFile-Receipt         VALUE 'R'.
              88 TranFile-Issue           VALUE 'I'.
              88 TranFile-Adjustment      VALUE 'A'.
              88 TranFile-Transfer-Ship   VALUE 'S'.
              88 TranFile-Transfer-Receipt VALUE 'T'.
           02 TranFile-Qty            PIC 9(4).
           02 TranFile-Reference      PIC X(10).
           02 TranFile-Xfer-Reference REDEFINES TranFile-Reference.
              03 TranFile-XferNo      PIC 9(6).
              03 FILLER               PIC X(4).
           02 TranFile-UnitCost       PIC 9(4)V99.
           02 TranFile-Lot            PIC X(10).
           02 TranFile-Serial         PIC X(12).

       FD  RejFile.
       01  RejFile-Record.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.

       FD  CostFile.
       01  CostFile-Record.
           02 CostFile-Qty-Sign       PIC X.
           02 CostFile-Qty            PIC 9(4).
           02 CostFile-UnitCost       PIC 9(4)V99.
           02 CostFile-Lot            PIC X(10).
           02 CostFile-Serial         PIC X(12).

       FD  XferFile.
       01  XferFile-Record.
           02 XferFile-XferNo         PIC 9(6).
           02 XferFile-GadgetID       PIC 9(6).
           02 XferFile-From-Location  PIC X(3).
           02 XferFile-To-Location    PIC X(3).
           02 XferFile-OrderQty       PIC 9(4).
           02 XferFile-OrderDate      PIC 9(8).
           02 XferFile-ShipDate       PIC 9(8).
           02 XferFile-ShippedQty     PIC 9(4).
           02 XferFile-ReceiptDate    PIC 9(8).
           02 XferFile-ReceivedQty    PIC 9(4).
           02 XferFile-Status         PIC X.
           02 XferFile-Origin         PIC X.

       FD  TransitFile.
       01  TransitFile-Record.
           02 TransitFile-XferNo      PIC 9(6).
           02 TransitFile-GadgetID    PIC 9(6).
           02 TransitFile-Date        PIC 9(8).
           02 TransitFile-Seq         PIC 9(4).
           02 TransitFile-Qty         PIC 9(4).
           02 TransitFile-UnitCost    PIC 9(4)V99.
           02 TransitFile-Lot         PIC X(10).
           02 TransitFile-Serial      PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XferFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TransitFile==.

       01  WS-File-Counters.
           12 FD-TranFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
              15 CL-Seq                    PIC 9(4).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Relief-Fields.
           12 WS-Relief-Remaining          PIC S9(5).
           12 WS-Relief-Take               PIC S9(5).
           12 WS-Last-Cost                 PIC 9(4)V99.
           12 WS-Move-Cost                 PIC S9(7)V99.
           12 WS-Insert-At                 PIC S9(4) COMP.
           12 WS-Shift-From                PIC S9(4) COMP.

      *    Transfer orders and the layers in transit ride in storage
      *    the same way, and are written back at end of job.  The
      *    transfer order status is O open, T in transit (shipped,
      *    not yet received) or C closed.
       01  WS-Xfer-Order-Storage.
           12 WS-Xfer-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Xfer-Entry OCCURS 500 TIMES
                            INDEXED BY XO-Index.
              15 XO-XferNo                 PIC 9(6).
              15 XO-GadgetID               PIC 9(6).
              15 XO-From-Location          PIC X(3).
              15 XO-To-Location            PIC X(3).
              15 XO-OrderQty               PIC 9(4).
              15 XO-OrderDate              PIC 9(8).
              15 XO-ShipDate               PIC 9(8).
              15 XO-ShippedQty             PIC 9(4).
              15 XO-ReceiptDate            PIC 9(8).
              15 XO-ReceivedQty            PIC 9(4).
              15 XO-Status                 PIC X.
                 88 XO-Open                    VALUE 'O'.
                 88 XO-In-Transit              VALUE 'T'.
                 88 XO-Closed                  VALUE 'C'.
              15 XO-Origin                 PIC X.

       01  WS-Transit-Layer-Storage.
           12 WS-Transit-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Transit-Entry OCCURS 500 TIMES
                               INDEXED BY TL-Index.
              15 TL-XferNo                 PIC 9(6).
              15 TL-GadgetID               PIC 9(6).
              15 TL-Date                   PIC 9(8).
              15 TL-Seq                    PIC 9(4).
              15 TL-Qty                    PIC 9(4).
              15 TL-UnitCost               PIC 9(4)V99.
              15 TL-Lot                    PIC X(10).
              15 TL-Serial                 PIC X(12).

       01  WS-Transfer-Fields.
           12 WS-Xfer-Found-SW             PIC X.
              88 WS-Xfer-Found                 VALUE 'Y'.
           12 WS-Capture-Transit-SW        PIC X VALUE 'N'.
              88 WS-Capture-Transit            VALUE 'Y'.
           12 WS-Land-Remaining            PIC S9(5).
           12 WS-Land-Take                 PIC S9(5).
           12 WS-Loss-Qty                  PIC S9(5).
           12 WS-Loss-Value                PIC S9(7)V99.
           12 WS-Slice-Date                PIC 9(8).
           12 WS-Slice-Seq                 PIC 9(4).
           12 WS-Slice-Cost                PIC 9(4)V99.
           12 WS-Slice-Lot                 PIC X(10).
           12 WS-Slice-Serial              PIC X(12).
           12 WS-Serial-Found-SW           PIC X.
              88 WS-Serial-Found               VALUE 'Y'.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           PERFORM 1100-Load-Cost-Layers.
           PERFORM 1200-Load-Transfer-Orders.
           PERFORM 1300-Load-Transit-Layers.
           OPEN INPUT  TranFile.
           OPEN I-O    GadgetFile.
           OPEN OUTPUT RejFile.
                    COMPUTE CL-Qty(CL-Index) = 0 - CostFile-Qty
                 END-IF
                 MOVE CostFile-UnitCost TO CL-UnitCost(CL-Index)
                 MOVE CostFile-Lot      TO CL-Lot(CL-Index)
                 MOVE CostFile-Serial   TO CL-Serial(CL-Index)
                 IF CostFile-Seq > WS-Layer-Seq
                    MOVE CostFile-Seq TO WS-Layer-Seq
                 END-IF
              END-IF
           END-IF.

       1200-Load-Transfer-Orders.
           OPEN INPUT XferFile.
           IF WS-XferFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1210-Load-One-Transfer-Order
                 UNTIL WS-XferFile-EOF
              CLOSE XferFile
           END-IF.

       1210-Load-One-Transfer-Order.
           READ XferFile
              AT END SET WS-XferFile-EOF TO TRUE
           END-READ.
           IF WS-XferFile-Good
              IF WS-Xfer-Count < 500
                 ADD 1 TO WS-Xfer-Count
                 SET XO-Index TO WS-Xfer-Count
                 MOVE XferFile-Record TO WS-Xfer-Entry(XO-Index)
              ELSE
                 DISPLAY "TRANSFER ORDER TABLE FULL - TRANSFER "
                    XferFile-XferNo " DROPPED"
              END-IF
           END-IF.

       1300-Load-Transit-Layers.
           OPEN INPUT TransitFile.
           IF WS-TransitFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1310-Load-One-Transit-Layer
                 UNTIL WS-TransitFile-EOF
              CLOSE TransitFile
           END-IF.

       1310-Load-One-Transit-Layer.
           READ TransitFile
              AT END SET WS-TransitFile-EOF TO TRUE
           END-READ.
           IF WS-TransitFile-Good
              IF WS-Transit-Count < 500
                 ADD 1 TO WS-Transit-Count
                 SET TL-Index TO WS-Transit-Count
                 MOVE TransitFile-Record TO WS-Transit-Entry(TL-Index)
              ELSE
                 DISPLAY "TRANSIT LAYER TABLE FULL - TRANSFER "
                    TransitFile-XferNo " LAYER DROPPED"
              END-IF
           END-IF.

       2000-Process.
           IF WS-TranFile-Good
              PERFORM 2100-Post-One-Transaction
           IF NOT TranFile-Receipt
              AND NOT TranFile-Issue
              AND NOT TranFile-Adjustment
              AND NOT TranFile-Transfer-Ship
              AND NOT TranFile-Transfer-Receipt
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'TC' TO WS-Reason-Code
           ELSE
                 MOVE 'NF' TO WS-Reason-Code
              END-IF
           END-IF.
           IF WS-Valid-Tran
              AND (TranFile-Transfer-Ship
                OR TranFile-Transfer-Receipt)
              PERFORM 2150-Check-Transfer-Order
           END-IF.
           IF WS-Valid-Tran
              AND TranFile-Receipt
              AND TranFile-Serial NOT = SPACES
              PERFORM 2160-Check-Serial
           END-IF.
           IF WS-Valid-Tran
              PERFORM 2200-Apply-Movement
           END-IF.
           IF WS-Valid-Tran
              PERFORM 6000-Re-Write-GadgetFile
              PERFORM 6100-Write-Movement-Record
              IF TranFile-Transfer-Receipt
                 AND WS-Loss-Qty > ZERO
                 PERFORM 6150-Write-Loss-Movement
              END-IF
              ADD 1 TO WS-Posted-Cnt
           ELSE
              MOVE TranFile-Record  TO RejFile-Tran-Data
              ADD 1 TO WS-Rejected-Cnt
           END-IF.

      *    The transfer order must be open for a ship leg and in
      *    transit for a receive leg, and the leg must be posted
      *    at the matching end of it.
       2150-Check-Transfer-Order.
           MOVE 'N' TO WS-Xfer-Found-SW.
           IF TranFile-XferNo IS NUMERIC
              SET XO-Index TO 1
              SEARCH WS-Xfer-Entry
                 AT END
                    CONTINUE
                 WHEN XO-Index > WS-Xfer-Count
                    CONTINUE
                 WHEN XO-XferNo(XO-Index) = TranFile-XferNo
                    SET WS-Xfer-Found TO TRUE
              END-SEARCH
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-Xfer-Found
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XF' TO WS-Reason-Code
              WHEN TranFile-Transfer-Ship AND NOT XO-Open(XO-Index)
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XF' TO WS-Reason-Code
              WHEN TranFile-Transfer-Receipt
                 AND NOT XO-In-Transit(XO-Index)
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XF' TO WS-Reason-Code
              WHEN XO-GadgetID(XO-Index) NOT = TranFile-GadgetID
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XL' TO WS-Reason-Code
              WHEN TranFile-Transfer-Ship
                 AND XO-From-Location(XO-Index) NOT = TranFile-Location
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XL' TO WS-Reason-Code
              WHEN TranFile-Transfer-Receipt
                 AND XO-To-Location(XO-Index) NOT = TranFile-Location
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XL' TO WS-Reason-Code
              WHEN TranFile-Transfer-Ship
                 AND TranFile-Qty > XO-OrderQty(XO-Index)
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XQ' TO WS-Reason-Code
              WHEN TranFile-Transfer-Receipt
                 AND TranFile-Qty > XO-ShippedQty(XO-Index)
                 MOVE 'N'  TO WS-Valid-Tran-SW
                 MOVE 'XQ' TO WS-Reason-Code
           END-EVALUATE.

      *    A serial is one unit, and a serial still on a layer
      *    with quantity in it is a unit we already hold.
       2160-Check-Serial.
           MOVE 'N' TO WS-Serial-Found-SW.
           PERFORM 2170-Check-One-Layer-Serial
              VARYING CL-Index FROM 1 BY 1
              UNTIL CL-Index > WS-Layer-Count
                 OR WS-Serial-Found.
           IF TranFile-Qty NOT = 1
              OR WS-Serial-Found
              MOVE 'N'  TO WS-Valid-Tran-SW
              MOVE 'SQ' TO WS-Reason-Code
           END-IF.

       2170-Check-One-Layer-Serial.
           IF CL-GadgetID(CL-Index) = TranFile-GadgetID
              AND CL-Serial(CL-Index) = TranFile-Serial
              AND CL-Qty(CL-Index) > ZERO
              SET WS-Serial-Found TO TRUE
           END-IF.

       2200-Apply-Movement.
           MOVE GadgetFile-QtyInStock TO WS-Old-Qty.
           MOVE ZERO TO WS-Move-Cost.
           EVALUATE TRUE
              WHEN TranFile-Receipt
                 OR TranFile-Transfer-Receipt
                 ADD TranFile-Qty TO GadgetFile-QtyInStock
                    ON SIZE ERROR
                       MOVE 'N'  TO WS-Valid-Tran-SW
                       MOVE 'NG' TO WS-Reason-Code
                 END-ADD
              WHEN TranFile-Issue
                 OR TranFile-Transfer-Ship
                 IF TranFile-Qty > GadgetFile-QtyInStock
                    MOVE 'N'  TO WS-Valid-Tran-SW
                    MOVE 'NG' TO WS-Reason-Code
           COMPUTE WS-Moved-Qty =
              GadgetFile-QtyInStock - WS-Old-Qty.
           IF WS-Valid-Tran
              EVALUATE TRUE
                 WHEN TranFile-Transfer-Ship
                    PERFORM 2300-Ship-Transfer
                 WHEN TranFile-Transfer-Receipt
                    PERFORM 2400-Receive-Transfer
                 WHEN OTHER
                    PERFORM 2250-Maintain-Cost-Layers
              END-EVALUATE
           END-IF.

       2250-Maintain-Cost-Layers.
              ELSE
                 MOVE ZERO TO CL-UnitCost(CL-Index)
              END-IF
              COMPUTE WS-Move-Cost = WS-Move-Cost
                 + (WS-Moved-Qty * CL-UnitCost(CL-Index))
              IF TranFile-Receipt
                 MOVE TranFile-Lot    TO CL-Lot(CL-Index)
                 MOVE TranFile-Serial TO CL-Serial(CL-Index)
              ELSE
                 MOVE SPACES          TO CL-Lot(CL-Index)
                                         CL-Serial(CL-Index)
              END-IF
           ELSE
              DISPLAY "COST LAYER TABLE FULL - RECEIPT FOR GADGET "
                 TranFile-GadgetID " NOT LAYERED"
                 MOVE WS-Layer-Seq      TO CL-Seq(CL-Index)
                 COMPUTE CL-Qty(CL-Index) = 0 - WS-Relief-Remaining
                 MOVE WS-Last-Cost      TO CL-UnitCost(CL-Index)
                 MOVE SPACES            TO CL-Lot(CL-Index)
                                           CL-Serial(CL-Index)
                 COMPUTE WS-Move-Cost = WS-Move-Cost
                    - (WS-Relief-Remaining * WS-Last-Cost)
                 DISPLAY "LAYERS SHORT FOR GADGET " TranFile-GadgetID
                    " AT " TranFile-Location
                    " - NEGATIVE LAYER WRITTEN"
              END-IF
           END-IF.

      *    A relieved slice goes into transit under the transfer
      *    number when a ship leg is relieving the layers.
       2280-Relieve-One-Layer.
           IF CL-GadgetID(CL-Index) = TranFile-GadgetID
              AND CL-Location(CL-Index) = TranFile-Location
              END-IF
              SUBTRACT WS-Relief-Take FROM CL-Qty(CL-Index)
              SUBTRACT WS-Relief-Take FROM WS-Relief-Remaining
              COMPUTE WS-Move-Cost = WS-Move-Cost
                 - (WS-Relief-Take * CL-UnitCost(CL-Index))
              IF WS-Capture-Transit
                 MOVE CL-Date(CL-Index)     TO WS-Slice-Date
                 MOVE CL-Seq(CL-Index)      TO WS-Slice-Seq
                 MOVE CL-UnitCost(CL-Index) TO WS-Slice-Cost
                 MOVE CL-Lot(CL-Index)      TO WS-Slice-Lot
                 MOVE CL-Serial(CL-Index)   TO WS-Slice-Serial
                 PERFORM 2350-Add-Transit-Layer
              END-IF
           END-IF.

      *    Ship leg: the layers come off the from location oldest
      *    first, exactly as an issue, but each slice is kept on
      *    the in-transit layer file.  If the layers run short the
      *    from location gets the usual negative catch-up layer
      *    and the shortfall travels at the last cost seen, so the
      *    variance stays where the stock was miscounted.
       2300-Ship-Transfer.
           COMPUTE WS-Relief-Remaining = 0 - WS-Moved-Qty.
           SET WS-Capture-Transit TO TRUE.
           PERFORM 2270-Relieve-Cost-Layers.
           MOVE 'N' TO WS-Capture-Transit-SW.
           IF WS-Relief-Remaining > ZERO
              MOVE WS-Relief-Remaining TO WS-Relief-Take
              MOVE CDT-Full-Date       TO WS-Slice-Date
              MOVE ZERO                TO WS-Slice-Seq
              MOVE WS-Last-Cost        TO WS-Slice-Cost
              MOVE SPACES              TO WS-Slice-Lot
                                          WS-Slice-Serial
              PERFORM 2350-Add-Transit-Layer
           END-IF.
           MOVE CDT-Full-Date TO XO-ShipDate(XO-Index).
           MOVE TranFile-Qty  TO XO-ShippedQty(XO-Index).
           SET XO-In-Transit(XO-Index) TO TRUE.

       2350-Add-Transit-Layer.
           IF WS-Transit-Count < 500
              ADD 1 TO WS-Transit-Count
              SET TL-Index TO WS-Transit-Count
              MOVE TranFile-XferNo       TO TL-XferNo(TL-Index)
              MOVE TranFile-GadgetID     TO TL-GadgetID(TL-Index)
              MOVE WS-Slice-Date         TO TL-Date(TL-Index)
              MOVE WS-Slice-Seq          TO TL-Seq(TL-Index)
              MOVE WS-Relief-Take        TO TL-Qty(TL-Index)
              MOVE WS-Slice-Cost         TO TL-UnitCost(TL-Index)
              MOVE WS-Slice-Lot          TO TL-Lot(TL-Index)
              MOVE WS-Slice-Serial       TO TL-Serial(TL-Index)
           ELSE
              DISPLAY "TRANSIT LAYER TABLE FULL - TRANSFER "
                 TranFile-XferNo " NOT LAYERED"
           END-IF.

      *    Receive leg: the in-transit layers land at the to
      *    location oldest first, keeping their receipt dates and
      *    costs.  Whatever was shipped and not received is a
      *    transit loss; its layers are dropped and reported.
       2400-Receive-Transfer.
           MOVE WS-Moved-Qty TO WS-Land-Remaining.
           MOVE ZERO TO WS-Loss-Qty
                        WS-Loss-Value.
           PERFORM 2410-Land-One-Transit-Layer
              VARYING TL-Index FROM 1 BY 1
              UNTIL TL-Index > WS-Transit-Count.
           IF WS-Land-Remaining > ZERO
              MOVE WS-Land-Remaining TO WS-Moved-Qty
              PERFORM 2260-Add-Cost-Layer
              COMPUTE WS-Moved-Qty =
                 GadgetFile-QtyInStock - WS-Old-Qty
           END-IF.
           IF WS-Loss-Qty > ZERO
              DISPLAY "TRANSIT LOSS ON TRANSFER " TranFile-XferNo
                 " GADGET " TranFile-GadgetID
                 " QTY " WS-Loss-Qty
                 " AT COST " WS-Loss-Value
           END-IF.
           MOVE CDT-Full-Date TO XO-ReceiptDate(XO-Index).
           MOVE TranFile-Qty  TO XO-ReceivedQty(XO-Index).
           SET XO-Closed(XO-Index) TO TRUE.

       2410-Land-One-Transit-Layer.
           IF TL-XferNo(TL-Index) = TranFile-XferNo
              AND TL-Qty(TL-Index) > ZERO
              IF TL-Qty(TL-Index) > WS-Land-Remaining
                 MOVE WS-Land-Remaining TO WS-Land-Take
              ELSE
                 MOVE TL-Qty(TL-Index) TO WS-Land-Take
              END-IF
              IF WS-Land-Take > ZERO
                 PERFORM 2420-Insert-Landed-Layer
                 SUBTRACT WS-Land-Take FROM TL-Qty(TL-Index)
                 SUBTRACT WS-Land-Take FROM WS-Land-Remaining
              END-IF
              IF TL-Qty(TL-Index) > ZERO
                 ADD TL-Qty(TL-Index) TO WS-Loss-Qty
                 COMPUTE WS-Loss-Value = WS-Loss-Value
                    + (TL-Qty(TL-Index) * TL-UnitCost(TL-Index))
                 MOVE ZERO TO TL-Qty(TL-Index)
              END-IF
           END-IF.

      *    The landed layer goes in ahead of the first layer at the
      *    to location received after it, so relieving front to
      *    back is still oldest first there.
       2420-Insert-Landed-Layer.
           IF WS-Layer-Count < 1000
              COMPUTE WS-Insert-At = WS-Layer-Count + 1
              PERFORM 2430-Find-Insert-Point
                 VARYING CL-Index FROM 1 BY 1
                 UNTIL CL-Index > WS-Layer-Count
                    OR WS-Insert-At NOT > WS-Layer-Count
              PERFORM 2440-Shift-One-Layer
                 VARYING WS-Shift-From FROM WS-Layer-Count BY -1
                 UNTIL WS-Shift-From < WS-Insert-At
              ADD 1 TO WS-Layer-Count
              ADD 1 TO WS-Layer-Seq
              SET CL-Index TO WS-Insert-At
              MOVE TranFile-GadgetID   TO CL-GadgetID(CL-Index)
              MOVE TranFile-Location   TO CL-Location(CL-Index)
              MOVE TL-Date(TL-Index)   TO CL-Date(CL-Index)
              MOVE WS-Layer-Seq        TO CL-Seq(CL-Index)
              MOVE WS-Land-Take        TO CL-Qty(CL-Index)
              MOVE TL-UnitCost(TL-Index) TO CL-UnitCost(CL-Index)
              MOVE TL-Lot(TL-Index)    TO CL-Lot(CL-Index)
              MOVE TL-Serial(TL-Index) TO CL-Serial(CL-Index)
              COMPUTE WS-Move-Cost = WS-Move-Cost
                 + (WS-Land-Take * TL-UnitCost(TL-Index))
           ELSE
              DISPLAY "COST LAYER TABLE FULL - TRANSFER "
                 TranFile-XferNo " NOT LAYERED"
           END-IF.

       2430-Find-Insert-Point.
           IF CL-GadgetID(CL-Index) = TranFile-GadgetID
              AND CL-Location(CL-Index) = TranFile-Location
              AND CL-Date(CL-Index) > TL-Date(TL-Index)
              SET WS-Insert-At TO CL-Index
           END-IF.

       2440-Shift-One-Layer.
           MOVE WS-Layer-Entry(WS-Shift-From)
              TO WS-Layer-Entry(WS-Shift-From + 1).

       6100-Write-Movement-Record.
           MOVE TranFile-GadgetID  TO MoveFile-GadgetID.
           MOVE TranFile-Location  TO MoveFile-Location.
           END-IF.
           MOVE TranFile-Reference TO MoveFile-Reference.
           MOVE GadgetFile-QtyInStock TO MoveFile-New-Balance.
           IF TranFile-Receipt
              MOVE TranFile-Lot    TO MoveFile-Lot
              MOVE TranFile-Serial TO MoveFile-Serial
           ELSE
              MOVE SPACES          TO MoveFile-Lot
                                      MoveFile-Serial
           END-IF.
           IF WS-Move-Cost < 0
              MOVE '-' TO MoveFile-Cost-Sign
              COMPUTE MoveFile-Ext-Cost = 0 - WS-Move-Cost
           ELSE
              MOVE '+' TO MoveFile-Cost-Sign
              MOVE WS-Move-Cost TO MoveFile-Ext-Cost
           END-IF.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 6100-Write-Movement-Record"
              GOBACK
           END-IF.

      *    A transit loss goes on the history as its own L line at
      *    the to location, for the quantity shipped and never
      *    received and the cost of the layers dropped with it.
      *    The stock balance does not move.
       6150-Write-Loss-Movement.
           MOVE 'L'                TO MoveFile-TranType.
           MOVE '-'                TO MoveFile-Qty-Sign.
           MOVE WS-Loss-Qty        TO MoveFile-Qty.
           MOVE SPACES             TO MoveFile-Lot
                                      MoveFile-Serial.
           MOVE '-'                TO MoveFile-Cost-Sign.
           MOVE WS-Loss-Value      TO MoveFile-Ext-Cost.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 6150-Write-Loss-Movement"
              DISPLAY "Write MoveFile Failed."
              DISPLAY "File Status: " WS-MoveFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           PERFORM 3100-Rewrite-Cost-Layers.
           PERFORM 3200-Rewrite-Transfer-Orders.
           PERFORM 3300-Rewrite-Transit-Layers.
           CLOSE GadgetFile
                 TranFile
                 RejFile
                 MOVE CL-Qty(CL-Index) TO CostFile-Qty
              END-IF
              MOVE CL-UnitCost(CL-Index) TO CostFile-UnitCost
              MOVE CL-Lot(CL-Index)      TO CostFile-Lot
              MOVE CL-Serial(CL-Index)   TO CostFile-Serial
              WRITE CostFile-Record
           END-IF.

      *    Closed transfer orders stay on the file as the history
      *    of the move; only empty transit layers are dropped.
       3200-Rewrite-Transfer-Orders.
           IF WS-Xfer-Count > ZERO
              OPEN OUTPUT XferFile
              PERFORM 3210-Write-One-Transfer-Order
                 VARYING XO-Index FROM 1 BY 1
                 UNTIL XO-Index > WS-Xfer-Count
              CLOSE XferFile
           END-IF.

       3210-Write-One-Transfer-Order.
           MOVE WS-Xfer-Entry(XO-Index) TO XferFile-Record.
           WRITE XferFile-Record.

       3300-Rewrite-Transit-Layers.
           OPEN OUTPUT TransitFile.
           PERFORM 3310-Write-One-Transit-Layer
              VARYING TL-Index FROM 1 BY 1
              UNTIL TL-Index > WS-Transit-Count.
           CLOSE TransitFile.

       3310-Write-One-Transit-Layer.
           IF TL-Qty(TL-Index) > ZERO
              MOVE WS-Transit-Entry(TL-Index) TO TransitFile-Record
              WRITE TransitFile-Record
           END-IF.

       5000-Read-GadgetFile.
           READ GadgetFile
              RECORD KEY IS GadgetFile-Stock-Key
