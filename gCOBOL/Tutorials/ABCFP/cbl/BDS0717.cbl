      *    After posting, an open-PO aging report lists every PO
      *    not yet closed and flags the ones past their due date.
      *
      *    A delivery carries the vendor's lot number and, for a
      *    serialized gadget, its serial number.  A serial is one
      *    unit: a serialized delivery must be for quantity 1 and
      *    the serial must not already be in stock.  The lot and
      *    serial go on the cost layer and the receipt movement so
      *    they follow the goods out to the invoice (BDS0712).
      *
      *    Each PO receipt also records the location, the cost
      *    layer it built and the unit cost it was layered at, so
      *    freight, duty and broker charges that arrive later can
      *    be landed onto the same layer (BDS0726).
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Receipt movements carry the
      *                          extended cost of the new layer.
      * 2026-10-15 mnt           Deliveries carry a lot and serial
      *                          number onto the cost layer and
      *                          the receipt movement; serialized
      *                          deliveries must be one unit of a
      *                          serial not already in stock.
      * 2026-10-15 mnt           PO receipts record the location,
      *                          cost layer and unit cost for
      *                          landed cost (BDS0726).
      * 2026-10-15 mnt           Receipts layer at the unit price
      *                          agreed on the PO, the master cost
      *                          only when the PO has none.
      * 2026-09-02 mnt           Created as the receiving side
      *                          BDS0707 never had, so POs close
      *                          instead of living forever.
           02 RecvFile-Location       PIC X(3).
           02 RecvFile-Qty            PIC 9(4).
           02 RecvFile-Date           PIC 9(8).
           02 RecvFile-Lot            PIC X(10).
           02 RecvFile-Serial         PIC X(12).

       FD  POFile.
       01  POFile-Record.
           02 POFile-DueDate          PIC 9(8).
           02 POFile-ReceivedQty      PIC 9(4).
           02 POFile-Status           PIC X.
           02 POFile-UnitPrice        PIC 9(4)V99.

       FD  GadgetFile.
       01  GadgetFile-StockRec.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.


       FD  CostFile.
           02 CostFile-Qty-Sign       PIC X.
           02 CostFile-Qty            PIC 9(4).
           02 CostFile-UnitCost       PIC 9(4)V99.
           02 CostFile-Lot            PIC X(10).
           02 CostFile-Serial         PIC X(12).

       FD  PriceFile.
       01  PriceFile-Record.
           02 RcptFile-GadgetID       PIC 9(6).
           02 RcptFile-Date           PIC 9(8).
           02 RcptFile-Qty            PIC 9(4).
           02 RcptFile-Location       PIC X(3).
           02 RcptFile-Layer-Seq      PIC 9(4).
           02 RcptFile-UnitCost       PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
              15 PO-DueDate                PIC 9(8).
              15 PO-ReceivedQty            PIC 9(4).
              15 PO-Status                 PIC X.
              15 PO-UnitPrice              PIC 9(4)V99.


       01  WS-Cost-Layer-Storage.
              15 CL-Seq                    PIC 9(4).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Layer-Work-Fields.
           12 WS-Relief-Remaining          PIC S9(5).
           12 WS-Layer-Add-Qty             PIC S9(5).
           12 WS-Layer-Add-Date            PIC 9(8).
           12 WS-Layer-Add-Cost            PIC 9(4)V99.
           12 WS-Layer-Add-Lot             PIC X(10).
           12 WS-Layer-Add-Serial          PIC X(12).
           12 WS-Rcpt-Layer-Seq            PIC 9(4).
           12 WS-Serial-Found-SW           PIC X.
              88 WS-Serial-Found               VALUE 'Y'.

      *    Receipts are layered at the price agreed on the PO.  A
      *    PO raised before it carried a price falls back to the
      *    product master's cost, from the nightly price extract
      *    the reconciliation (BDS0721) also reads.  A gadget with
      *    no extract row layers at zero with a warning.
       01  WS-Master-Cost-Table.
           12 WS-Cost-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Cost-Entry OCCURS 2000 TIMES
                 MOVE POFile-DueDate     TO PO-DueDate(PO-Index)
                 MOVE POFile-ReceivedQty TO PO-ReceivedQty(PO-Index)
                 MOVE POFile-Status      TO PO-Status(PO-Index)
                 MOVE POFile-UnitPrice   TO PO-UnitPrice(PO-Index)
                 IF POFile-UnitPrice NOT NUMERIC
                    MOVE ZERO TO PO-UnitPrice(PO-Index)
                 END-IF
              ELSE
                 DISPLAY "PO TABLE FULL - PO " POFile-PONumber
                    " CARRIED UNWORKED"
                 " - RECEIPT REJECTED"
           ELSE
              SET PO-Index DOWN BY 1
              PERFORM 2150-Check-Serial
              IF RecvFile-Serial = SPACES
                 OR (RecvFile-Qty = 1 AND NOT WS-Serial-Found)
                 PERFORM 2200-Post-To-Stock
              ELSE
                 ADD 1 TO WS-Rejected-Cnt
                 IF RecvFile-Qty NOT = 1
                    DISPLAY "SERIAL " RecvFile-Serial
                       " QUANTITY NOT 1 - RECEIPT REJECTED"
                 ELSE
                    DISPLAY "SERIAL " RecvFile-Serial
                       " ALREADY IN STOCK - RECEIPT REJECTED"
                 END-IF
              END-IF
           END-IF.

      *    A serial still on a layer with quantity in it is a unit
      *    we already hold; receiving it again would put two of
      *    the same unit in stock.
       2150-Check-Serial.
           MOVE 'N' TO WS-Serial-Found-SW.
           IF RecvFile-Serial NOT = SPACES
              PERFORM 2160-Check-One-Layer-Serial
                 VARYING CL-Index FROM 1 BY 1
                 UNTIL CL-Index > WS-Layer-Count
                    OR WS-Serial-Found
           END-IF.

       2160-Check-One-Layer-Serial.
           IF CL-GadgetID(CL-Index) = RecvFile-GadgetID
              AND CL-Serial(CL-Index) = RecvFile-Serial
              AND CL-Qty(CL-Index) > ZERO
              SET WS-Serial-Found TO TRUE
           END-IF.

       2200-Post-To-Stock.
                 GOBACK
              END-IF
              ADD 1 TO WS-Posted-Cnt
              IF PO-UnitPrice(PO-Index) > ZERO
                 MOVE PO-UnitPrice(PO-Index) TO WS-Layer-Add-Cost
              ELSE
                 PERFORM 7500-Find-Master-Cost
              END-IF
              MOVE RecvFile-GadgetID TO WS-Layer-GadgetID
              MOVE RecvFile-Location TO WS-Layer-Location
              MOVE RecvFile-Qty      TO WS-Layer-Add-Qty
              MOVE RecvFile-Date     TO WS-Layer-Add-Date
              MOVE RecvFile-Lot      TO WS-Layer-Add-Lot
              MOVE RecvFile-Serial   TO WS-Layer-Add-Serial
              PERFORM 7300-Add-Cost-Layer
              PERFORM 2300-Write-Receipt-Movement
              PERFORM 2400-Write-PO-Receipt
           STRING 'PO' RecvFile-PONumber DELIMITED BY SIZE
              INTO MoveFile-Reference.
           MOVE GadgetFile-QtyInStock TO MoveFile-New-Balance.
           MOVE RecvFile-Lot       TO MoveFile-Lot.
           MOVE RecvFile-Serial    TO MoveFile-Serial.
           MOVE '+'                TO MoveFile-Cost-Sign.
           COMPUTE MoveFile-Ext-Cost = RecvFile-Qty * WS-Layer-Add-Cost.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 2300-Write-Receipt-Movement"
           MOVE RecvFile-GadgetID TO RcptFile-GadgetID.
           MOVE RecvFile-Date     TO RcptFile-Date.
           MOVE RecvFile-Qty      TO RcptFile-Qty.
           MOVE RecvFile-Location TO RcptFile-Location.
           MOVE WS-Rcpt-Layer-Seq TO RcptFile-Layer-Seq.
           MOVE WS-Layer-Add-Cost TO RcptFile-UnitCost.
           WRITE RcptFile-Record.
           IF NOT WS-RcptFile-Good
              DISPLAY "** ERROR **: 2400-Write-PO-Receipt"
           MOVE PO-DueDate(PO-Index)     TO POFile-DueDate.
           MOVE PO-ReceivedQty(PO-Index) TO POFile-ReceivedQty.
           MOVE PO-Status(PO-Index)      TO POFile-Status.
           MOVE PO-UnitPrice(PO-Index)   TO POFile-UnitPrice.
           WRITE POFile-Record.

       2900-Print-Open-PO-Aging.
                    COMPUTE CL-Qty(CL-Index) = 0 - CostFile-Qty
                 END-IF
                 MOVE CostFile-UnitCost TO CL-UnitCost(CL-Index)
                 MOVE CostFile-Lot      TO CL-Lot(CL-Index)
                 MOVE CostFile-Serial   TO CL-Serial(CL-Index)
                 IF CostFile-Seq > WS-Layer-Seq
                    MOVE CostFile-Seq TO WS-Layer-Seq
                 END-IF
              MOVE WS-Layer-Seq      TO CL-Seq(CL-Index)
              MOVE WS-Layer-Add-Qty  TO CL-Qty(CL-Index)
              MOVE WS-Layer-Add-Cost TO CL-UnitCost(CL-Index)
              MOVE WS-Layer-Add-Lot    TO CL-Lot(CL-Index)
              MOVE WS-Layer-Add-Serial TO CL-Serial(CL-Index)
              MOVE WS-Layer-Seq      TO WS-Rcpt-Layer-Seq
           ELSE
              DISPLAY "COST LAYER TABLE FULL - RECEIPT FOR GADGET "
                 WS-Layer-GadgetID " NOT LAYERED"
              MOVE ZERO              TO WS-Rcpt-Layer-Seq
           END-IF.

      *    Exhausted layers are dropped on the way out, so the file
                 MOVE CL-Qty(CL-Index) TO CostFile-Qty
              END-IF
              MOVE CL-UnitCost(CL-Index) TO CostFile-UnitCost
              MOVE CL-Lot(CL-Index)      TO CostFile-Lot
              MOVE CL-Serial(CL-Index)   TO CostFile-Serial
              WRITE CostFile-Record
           END-IF.

