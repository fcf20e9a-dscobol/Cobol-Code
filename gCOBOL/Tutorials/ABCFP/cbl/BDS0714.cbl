      *    and a grand total accounting can book.  A variance
      *    line prints when the layered quantity disagrees with
      *    QtyInStock or a negative catch-up layer is present.
      *    Stock shipped on a transfer and not yet received is
      *    valued from its in-transit layers and shown in its own
      *    section, inside the grand total.  The grand total is
      *    also written to the valuation total file, so the month-
      *    end proof can hold the inventory GL balance to it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * 2026-09-02 mnt           Created so accounting stops
      *                          guessing what the stock is worth
      *                          from the selling price.
      * 2026-10-15 mnt           In-transit section valued from
      *                          the transfer layers BDS0708
      *                          carries between locations.
      * 2026-10-15 mnt           Cost and transit layer layouts
      *                          carry the lot and serial number.
      * 2026-10-15 mnt           Grand total written to the
      *                          valuation total file for the
      *                          inventory GL proof.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CostFile-Status.

           SELECT TransitFile
           ASSIGN TO "../data/c07-xferlayer.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransitFile-Status.

           SELECT ValueFile
           ASSIGN TO "../data/c07-invvalue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValueFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GadgetStockFile.
           02 CostFile-Qty-Sign       PIC X.
           02 CostFile-Qty            PIC 9(4).
           02 CostFile-UnitCost       PIC 9(4)V99.
           02 CostFile-Lot            PIC X(10).
           02 CostFile-Serial         PIC X(12).

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

      *    One record: the valuation date and the grand total, for
      *    the month-end proof against the inventory GL balance.
       FD  ValueFile.
       01  ValueFile-Record.
           02 ValueFile-Date          PIC 9(8).
           02 ValueFile-Total-Sign    PIC X.
           02 ValueFile-Total         PIC 9(11)V99.
           02 ValueFile-Transit       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==Gadget==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TransitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValueFile==.

       01  WS-File-Counters.
           12 FD-Gadget-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
              15 CL-Location               PIC X(3).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Valuation-Fields.
           12 WS-Layer-Qty                 PIC S9(7).
           12 WS-Negative-Layer-SW         PIC X.
              88 WS-Negative-Layer             VALUE 'Y'.
           12 WS-Total-Value               PIC S9(11)V99 VALUE ZERO.
           12 WS-Transit-Value             PIC S9(9)V99 VALUE ZERO.
           12 WS-Transit-Line-Value        PIC S9(9)V99.

       01  PrnValuationLine.
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnVar-Remark      PIC X(16).

       01  PrnTransitLine.
           02 FILLER             PIC X(9) VALUE "TRANSFER ".
           02 PrnXferNo          PIC 9(6).
           02 FILLER             PIC X(8) VALUE " GADGET ".
           02 PrnXferGadgetID    PIC 9(6).
           02 FILLER             PIC X(10) VALUE " RECEIVED ".
           02 PrnXferDate        PIC 9(8).
           02 FILLER             PIC X(11) VALUE " IN TRANSIT".
           02 PrnXferQty         PIC ZZZ9.
           02 FILLER             PIC X(8) VALUE "  VALUE ".
           02 PrnXferValue       PIC $$,$$$,$$9.99-.

       01  PrnTransitTotalLine.
           02 FILLER             PIC X(26) VALUE
              "TOTAL IN TRANSIT AT COST: ".
           02 PrnTransitTotal    PIC $$$,$$$,$$9.99-.

       01  PrnTotalLine.
           02 FILLER             PIC X(26) VALUE
              "TOTAL INVENTORY AT COST:  ".
                    COMPUTE CL-Qty(CL-Index) = 0 - CostFile-Qty
                 END-IF
                 MOVE CostFile-UnitCost TO CL-UnitCost(CL-Index)
                 MOVE CostFile-Lot      TO CL-Lot(CL-Index)
                 MOVE CostFile-Serial   TO CL-Serial(CL-Index)
              ELSE
                 DISPLAY "COST LAYER TABLE FULL - LAYER FOR GADGET "
                    CostFile-GadgetID " DROPPED"

       3000-End-Job.
           CLOSE GadgetStockFile.
           PERFORM 3100-Value-In-Transit.
           DISPLAY " ".
           MOVE WS-Total-Value TO PrnTotalValue.
           DISPLAY PrnTotalLine.
           IF WS-Variance-Cnt > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 3200-Write-Valuation-Total.

       3100-Value-In-Transit.
           OPEN INPUT TransitFile.
           IF WS-TransitFile-File-Not-Found
              CONTINUE
           ELSE
              DISPLAY " "
              DISPLAY "*** IN TRANSIT BETWEEN LOCATIONS ***"
              PERFORM 3110-Value-One-Transit-Layer
                 UNTIL WS-TransitFile-EOF
              CLOSE TransitFile
              MOVE WS-Transit-Value TO PrnTransitTotal
              DISPLAY PrnTransitTotalLine
              ADD WS-Transit-Value TO WS-Total-Value
           END-IF.

       3110-Value-One-Transit-Layer.
           READ TransitFile
              AT END SET WS-TransitFile-EOF TO TRUE
           END-READ.
           IF WS-TransitFile-Good
              COMPUTE WS-Transit-Line-Value =
                 TransitFile-Qty * TransitFile-UnitCost
              ADD WS-Transit-Line-Value TO WS-Transit-Value
              MOVE TransitFile-XferNo    TO PrnXferNo
              MOVE TransitFile-GadgetID  TO PrnXferGadgetID
              MOVE TransitFile-Date      TO PrnXferDate
              MOVE TransitFile-Qty       TO PrnXferQty
              MOVE WS-Transit-Line-Value TO PrnXferValue
              DISPLAY PrnTransitLine
           END-IF.

       3200-Write-Valuation-Total.
           OPEN OUTPUT ValueFile.
           MOVE JOB-START-DATE-TIME(1:8) TO ValueFile-Date.
           IF WS-Total-Value < ZERO
              MOVE '-' TO ValueFile-Total-Sign
              COMPUTE ValueFile-Total = 0 - WS-Total-Value
           ELSE
              MOVE '+' TO ValueFile-Total-Sign
              MOVE WS-Total-Value TO ValueFile-Total
           END-IF.
           MOVE WS-Transit-Value TO ValueFile-Transit.
           WRITE ValueFile-Record.
           IF NOT WS-ValueFile-Good
              DISPLAY "** ERROR **: 3200-Write-Valuation-Total"
              DISPLAY "Write ValueFile Failed."
              DISPLAY "File Status: " WS-ValueFile-Status
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ValueFile.

       5000-Read-GadgetStockFile.
           READ GadgetStockFile
