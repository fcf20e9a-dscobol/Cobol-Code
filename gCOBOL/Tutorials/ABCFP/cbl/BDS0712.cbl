      *    stock-movement history file BDS0708 writes, with the
      *    invoice number as the reference.
      *
      *    The issue is taken from the FIFO cost layers, and each
      *    layer carries the lot and serial number it was received
      *    under, so an issue writes one movement and one
      *    issue-cost record per layer it takes from.  That puts
      *    the lot and serial against the invoice line for the
      *    recall trace and the warranty serial lookup.
      *
      *    Quantity that no location can cover goes to the
      *    backorder file; BDS0713 releases backorders when stock
      *    arrives.  The backorder keeps the invoice, customer and
      *    rep from the request, and a 'C' (created) record goes
      *    to the backorder notice file so the customer can be
      *    told the line is short.  BDS0723 reports the open
      *    backorders by customer.
      *
      *    A kit (a gadget with a bill of materials, see BDS0725)
      *    that its own stock cannot cover is exploded: as many of
      *    the missing kits as the components on hand can make are
      *    allocated as their components instead, and only the
      *    rest is backordered as the kit.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Issue movements carry the FIFO
      *                          cost of the layer slice taken.
      * 2026-10-15 mnt           Lot and serial number carried
      *                          from the cost layers onto the
      *                          issue movements and the issue-
      *                          cost file; one movement per
      *                          layer taken.
      * 2026-10-15 mnt           A kit short of stock is exploded
      *                          through the bill-of-materials
      *                          file and its components are
      *                          allocated in its place.
      * 2026-10-15 mnt           Backorders now carry the customer
      *                          and rep from the allocation
      *                          request, and each new backorder
      *                          writes a 'C' record to the
      *                          backorder notice file.
      * 2026-10-15 mnt           Every layer relieved for an
      *                          invoice is also written to the
      *                          issue-cost file (invoice, gadget,
      *                          location, quantity, unit cost) so
      *                          a customer return can go back
      *                          into stock at the cost it left at
      *                          (BDS0722).
      * 2026-09-02 mnt           Issues now relieve the FIFO
      *                          cost layers the same way
      *                          BDS0708 does, so allocation
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackFile-Status.

           SELECT IssueFile
           ASSIGN TO "../data/c07-issuecost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IssueFile-Status.

           SELECT NoticeFile
           ASSIGN TO "../data/c07-bonotice.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NoticeFile-Status.

           SELECT BomFile
           ASSIGN TO "../data/c07-bom.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BomFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AllocFile.
           02 AllocFile-InvNo         PIC X(6).
           02 AllocFile-GadgetID      PIC 9(6).
           02 AllocFile-Qty           PIC 9(5).
           02 AllocFile-CustNo        PIC X(6).
           02 AllocFile-Rep           PIC X(3).

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

       FD  BackFile.
       01  BackFile-Record.
           02 BackFile-InvNo          PIC X(6).
           02 BackFile-Qty            PIC 9(5).
           02 BackFile-Date           PIC 9(8).
           02 BackFile-CustNo         PIC X(6).
           02 BackFile-Rep            PIC X(3).

       FD  IssueFile.
       01  IssueFile-Record.
           02 IssueFile-InvNo         PIC X(6).
           02 IssueFile-GadgetID      PIC 9(6).
           02 IssueFile-Location      PIC X(3).
           02 IssueFile-Date          PIC 9(8).
           02 IssueFile-Qty           PIC 9(5).
           02 IssueFile-UnitCost      PIC 9(4)V99.
           02 IssueFile-Lot           PIC X(10).
           02 IssueFile-Serial        PIC X(12).

       FD  NoticeFile.
       01  NoticeFile-Record.
           02 NoticeFile-Type         PIC X.
           02 NoticeFile-Date         PIC 9(8).
           02 NoticeFile-CustNo       PIC X(6).
           02 NoticeFile-InvNo        PIC X(6).
           02 NoticeFile-GadgetID     PIC 9(6).
           02 NoticeFile-Qty          PIC 9(5).
           02 NoticeFile-Open-Qty     PIC 9(5).
           02 NoticeFile-Rep          PIC X(3).

       FD  BomFile.
       01  BomFile-Record.
           02 BomFile-KitID           PIC 9(6).
           02 BomFile-ComponentID     PIC 9(6).
           02 BomFile-Qty-Per-Kit     PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BackFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IssueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NoticeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BomFile==.

       01  WS-File-Counters.
           12 FD-AllocFile-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Filled-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Partial-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Backorder-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Exploded-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Allocation-Fields.
           12 WS-Remaining-Qty             PIC S9(5).
           12 WS-Take-Qty                  PIC S9(5).
           12 WS-Gadget-Done-SW            PIC X.
              88 WS-Gadget-Done                VALUE 'Y'.
           12 WS-Alloc-GadgetID            PIC 9(6).

       01  WS-Bom-Table-Storage.
           12 WS-Bom-Count                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Entry OCCURS 500 TIMES
                           INDEXED BY BM-Index.
              15 BM-KitID                  PIC 9(6).
              15 BM-ComponentID            PIC 9(6).
              15 BM-Qty-Per-Kit            PIC 9(3).

       01  WS-Explode-Fields.
           12 WS-Kit-Short-Qty             PIC S9(5).
           12 WS-Kits-Buildable            PIC S9(5).
           12 WS-Explode-Qty               PIC S9(5).
           12 WS-Component-Avail           PIC S9(7).
           12 WS-Component-Kits            PIC S9(7).
           12 WS-Bom-Found-SW              PIC X.
              88 WS-Bom-Found                  VALUE 'Y'.


       01  WS-Cost-Layer-Storage.
              15 CL-Seq                    PIC 9(4).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Layer-Work-Fields.
           12 WS-Relief-Remaining          PIC S9(5).
           12 WS-Last-Cost                 PIC 9(4)V99.
           12 WS-Layer-GadgetID            PIC 9(6).
           12 WS-Layer-Location            PIC X(3).
           12 WS-Slice-Lot                 PIC X(10).
           12 WS-Slice-Serial              PIC X(12).
           12 WS-Move-Balance              PIC S9(5).

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           OPEN I-O    GadgetFile.
           OPEN EXTEND MoveFile.
           OPEN EXTEND BackFile.
           OPEN EXTEND IssueFile.
           OPEN EXTEND NoticeFile.
           PERFORM 7100-Load-Cost-Layers.
           PERFORM 1200-Load-Bom-Table.
           PERFORM 2050-Read-AllocFile.

       1200-Load-Bom-Table.
           OPEN INPUT BomFile.
           IF WS-BomFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1210-Load-One-Bom-Line
                 UNTIL WS-BomFile-EOF
              CLOSE BomFile
           END-IF.

       1210-Load-One-Bom-Line.
           READ BomFile
              AT END SET WS-BomFile-EOF TO TRUE
           END-READ.
           IF WS-BomFile-Good
              AND BomFile-Qty-Per-Kit > ZERO
              IF WS-Bom-Count < 500
                 ADD 1 TO WS-Bom-Count
                 SET BM-Index TO WS-Bom-Count
                 MOVE BomFile-KitID       TO BM-KitID(BM-Index)
                 MOVE BomFile-ComponentID TO BM-ComponentID(BM-Index)
                 MOVE BomFile-Qty-Per-Kit TO BM-Qty-Per-Kit(BM-Index)
              ELSE
                 DISPLAY "BOM TABLE FULL - KIT " BomFile-KitID
                    " COMPONENT " BomFile-ComponentID " IGNORED"
              END-IF
           END-IF.

       2000-Process.
           IF WS-AllocFile-Good
              PERFORM 2100-Allocate-One-Request
      *    location on file always empties before the next one is
      *    touched - the same convention the count cycle uses.
       2100-Allocate-One-Request.
           MOVE AllocFile-Qty      TO WS-Remaining-Qty.
           MOVE AllocFile-GadgetID TO WS-Alloc-GadgetID.
           PERFORM 2150-Allocate-Gadget.
           IF WS-Remaining-Qty > ZERO
              PERFORM 2500-Explode-Kit
           END-IF.
           IF WS-Remaining-Qty > ZERO
              PERFORM 2400-Write-Backorder-Record
              IF WS-Remaining-Qty < AllocFile-Qty
                 ADD 1 TO WS-Partial-Cnt
              END-IF
           ELSE
              ADD 1 TO WS-Filled-Cnt
           END-IF.

       2150-Allocate-Gadget.
           MOVE 'N' TO WS-Gadget-Done-SW.
           MOVE WS-Alloc-GadgetID TO GadgetFile-GadgetID.
           MOVE LOW-VALUES        TO GadgetFile-Location.
           START GadgetFile
              KEY IS NOT LESS THAN GadgetFile-Stock-Key
           END-START.
           PERFORM 2200-Allocate-From-Location
              UNTIL WS-Gadget-Done
                 OR WS-Remaining-Qty = ZERO.

       2200-Allocate-From-Location.
           READ GadgetFile NEXT RECORD
              IF NOT WS-GadgetFile-Success
                 SET WS-Gadget-Done TO TRUE
              ELSE
                 IF GadgetFile-GadgetID NOT = WS-Alloc-GadgetID
                    SET WS-Gadget-Done TO TRUE
                 ELSE
                    PERFORM 2300-Take-From-Location
              MOVE GadgetFile-GadgetID TO WS-Layer-GadgetID
              MOVE GadgetFile-Location TO WS-Layer-Location
              MOVE WS-Take-Qty         TO WS-Relief-Remaining
              COMPUTE WS-Move-Balance =
                 GadgetFile-QtyInStock + WS-Take-Qty
              PERFORM 7200-Relieve-Cost-Layers
           END-IF.

      *    One movement per layer taken, each showing the balance
      *    left after that slice, so the history shows which lot
      *    went out on the invoice.
       2350-Write-Issue-Movement.
           MOVE GadgetFile-GadgetID   TO MoveFile-GadgetID.
           MOVE GadgetFile-Location   TO MoveFile-Location.
           MOVE CDT-Full-Date         TO MoveFile-Date.
           MOVE 'I'                   TO MoveFile-TranType.
           MOVE '-'                   TO MoveFile-Qty-Sign.
           MOVE WS-Relief-Take        TO MoveFile-Qty.
           MOVE SPACES                TO MoveFile-Reference.
           STRING 'INV' AllocFile-InvNo DELIMITED BY SIZE
              INTO MoveFile-Reference.
           MOVE WS-Move-Balance       TO MoveFile-New-Balance.
           MOVE WS-Slice-Lot          TO MoveFile-Lot.
           MOVE WS-Slice-Serial       TO MoveFile-Serial.
           MOVE '-'                   TO MoveFile-Cost-Sign.
           COMPUTE MoveFile-Ext-Cost = WS-Relief-Take * WS-Last-Cost.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 2350-Write-Issue-Movement"
              GOBACK
           END-IF.

      *    How many of the missing kits the components on hand can
      *    make is the smallest, over the bill of materials, of a
      *    component's stock across its locations divided by the
      *    quantity one kit takes.  That many kits' worth of each
      *    component is allocated under the invoice.
       2500-Explode-Kit.
           MOVE WS-Remaining-Qty TO WS-Kit-Short-Qty
                                    WS-Kits-Buildable.
           MOVE 'N' TO WS-Bom-Found-SW.
           PERFORM 2510-Check-Component
              VARYING BM-Index FROM 1 BY 1
              UNTIL BM-Index > WS-Bom-Count.
           IF WS-Bom-Found
              AND WS-Kits-Buildable > ZERO
              MOVE WS-Kits-Buildable TO WS-Explode-Qty
              PERFORM 2530-Allocate-Component
                 VARYING BM-Index FROM 1 BY 1
                 UNTIL BM-Index > WS-Bom-Count
              COMPUTE WS-Remaining-Qty =
                 WS-Kit-Short-Qty - WS-Explode-Qty
              MOVE AllocFile-GadgetID TO WS-Alloc-GadgetID
              ADD 1 TO WS-Exploded-Cnt
              DISPLAY "KIT " AllocFile-GadgetID " INVOICE "
                 AllocFile-InvNo " - " WS-Explode-Qty
                 " ALLOCATED AS COMPONENTS"
           END-IF.

       2510-Check-Component.
           IF BM-KitID(BM-Index) = AllocFile-GadgetID
              SET WS-Bom-Found TO TRUE
              MOVE ZERO TO WS-Component-Avail
              MOVE 'N' TO WS-Gadget-Done-SW
              MOVE BM-ComponentID(BM-Index) TO GadgetFile-GadgetID
              MOVE LOW-VALUES               TO GadgetFile-Location
              START GadgetFile
                 KEY IS NOT LESS THAN GadgetFile-Stock-Key
              END-START
              IF NOT WS-GadgetFile-Good
                 SET WS-Gadget-Done TO TRUE
              END-IF
              PERFORM 2520-Add-Component-Stock
                 UNTIL WS-Gadget-Done
              COMPUTE WS-Component-Kits =
                 WS-Component-Avail / BM-Qty-Per-Kit(BM-Index)
              IF WS-Component-Kits < WS-Kits-Buildable
                 MOVE WS-Component-Kits TO WS-Kits-Buildable
              END-IF
           END-IF.

       2520-Add-Component-Stock.
           READ GadgetFile NEXT RECORD
              AT END SET WS-Gadget-Done TO TRUE
           END-READ.
           IF NOT WS-Gadget-Done
              IF NOT WS-GadgetFile-Success
                 OR GadgetFile-GadgetID NOT = BM-ComponentID(BM-Index)
                 SET WS-Gadget-Done TO TRUE
              ELSE
                 ADD GadgetFile-QtyInStock TO WS-Component-Avail
              END-IF
           END-IF.

       2530-Allocate-Component.
           IF BM-KitID(BM-Index) = AllocFile-GadgetID
              MOVE BM-ComponentID(BM-Index) TO WS-Alloc-GadgetID
              COMPUTE WS-Remaining-Qty =
                 BM-Qty-Per-Kit(BM-Index) * WS-Explode-Qty
              PERFORM 2150-Allocate-Gadget
           END-IF.

       2400-Write-Backorder-Record.
           MOVE AllocFile-GadgetID TO BackFile-GadgetID.
           MOVE AllocFile-InvNo    TO BackFile-InvNo.
           MOVE WS-Remaining-Qty   TO BackFile-Qty.
           MOVE CDT-Full-Date      TO BackFile-Date.
           MOVE AllocFile-CustNo   TO BackFile-CustNo.
           MOVE AllocFile-Rep      TO BackFile-Rep.
           WRITE BackFile-Record.
           IF WS-BackFile-Good
              ADD 1 TO WS-Backorder-Cnt
              PERFORM 2450-Write-Created-Notice
           ELSE
              DISPLAY "** ERROR **: 2400-Write-Backorder-Record"
              DISPLAY "Write BackFile Failed."
              GOBACK
           END-IF.

      *    The customer is told how much of the line is short; the
      *    release leg (BDS0713) writes the matching 'R' record.
       2450-Write-Created-Notice.
           MOVE 'C'                TO NoticeFile-Type.
           MOVE CDT-Full-Date      TO NoticeFile-Date.
           MOVE AllocFile-CustNo   TO NoticeFile-CustNo.
           MOVE AllocFile-InvNo    TO NoticeFile-InvNo.
           MOVE AllocFile-GadgetID TO NoticeFile-GadgetID.
           MOVE WS-Remaining-Qty   TO NoticeFile-Qty.
           MOVE WS-Remaining-Qty   TO NoticeFile-Open-Qty.
           MOVE AllocFile-Rep      TO NoticeFile-Rep.
           WRITE NoticeFile-Record.
           IF NOT WS-NoticeFile-Good
              DISPLAY "** ERROR **: 2450-Write-Created-Notice"
              DISPLAY "Write NoticeFile Failed."
              DISPLAY "File Status: " WS-NoticeFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           PERFORM 7400-Rewrite-Cost-Layers.
           CLOSE AllocFile
                 GadgetFile
                 MoveFile
                 BackFile
                 IssueFile
                 NoticeFile.
           DISPLAY "REQUESTS READ:     " FD-AllocFile-Record-Cnt.
           DISPLAY "FILLED IN FULL:    " WS-Filled-Cnt.
           DISPLAY "PARTIAL FILLS:     " WS-Partial-Cnt.
           DISPLAY "BACKORDERS RAISED: " WS-Backorder-Cnt.
           DISPLAY "KITS EXPLODED:     " WS-Exploded-Cnt.
           MOVE FD-AllocFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Filled-Cnt           TO EOJS-Records-Out.
           MOVE WS-Backorder-Cnt        TO EOJS-Records-Rejected.
                    COMPUTE CL-Qty(CL-Index) = 0 - CostFile-Qty
                 END-IF
                 MOVE CostFile-UnitCost TO CL-UnitCost(CL-Index)
                 MOVE CostFile-Lot      TO CL-Lot(CL-Index)
                 MOVE CostFile-Serial   TO CL-Serial(CL-Index)
                 IF CostFile-Seq > WS-Layer-Seq
                    MOVE CostFile-Seq TO WS-Layer-Seq
                 END-IF
                 MOVE WS-Layer-Seq      TO CL-Seq(CL-Index)
                 COMPUTE CL-Qty(CL-Index) = 0 - WS-Relief-Remaining
                 MOVE WS-Last-Cost      TO CL-UnitCost(CL-Index)
                 MOVE SPACES            TO CL-Lot(CL-Index)
                                           CL-Serial(CL-Index)
                 DISPLAY "LAYERS SHORT FOR GADGET "
                    WS-Layer-GadgetID " AT " WS-Layer-Location
                    " - NEGATIVE LAYER WRITTEN"
              END-IF
              MOVE WS-Relief-Remaining TO WS-Relief-Take
              MOVE SPACES              TO WS-Slice-Lot
                                          WS-Slice-Serial
              PERFORM 7220-Write-Issue-Cost
           END-IF.

       7210-Relieve-One-Layer.
              END-IF
              SUBTRACT WS-Relief-Take FROM CL-Qty(CL-Index)
              SUBTRACT WS-Relief-Take FROM WS-Relief-Remaining
              MOVE CL-Lot(CL-Index)    TO WS-Slice-Lot
              MOVE CL-Serial(CL-Index) TO WS-Slice-Serial
              PERFORM 7220-Write-Issue-Cost
           END-IF.

      *    One issue-cost record per layer taken, so a return of
      *    part of the invoice line can be costed the same way the
      *    goods went out, and the lot and serial that went out on
      *    the line can be traced.
       7220-Write-Issue-Cost.
           MOVE AllocFile-InvNo       TO IssueFile-InvNo.
           MOVE WS-Layer-GadgetID     TO IssueFile-GadgetID.
           MOVE WS-Layer-Location     TO IssueFile-Location.
           MOVE CDT-Full-Date         TO IssueFile-Date.
           MOVE WS-Relief-Take        TO IssueFile-Qty.
           MOVE WS-Last-Cost          TO IssueFile-UnitCost.
           MOVE WS-Slice-Lot          TO IssueFile-Lot.
           MOVE WS-Slice-Serial       TO IssueFile-Serial.
           WRITE IssueFile-Record.
           IF NOT WS-IssueFile-Good
              DISPLAY "** ERROR **: 7220-Write-Issue-Cost"
              DISPLAY "Write IssueFile Failed."
              DISPLAY "File Status: " WS-IssueFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           SUBTRACT WS-Relief-Take FROM WS-Move-Balance.
           PERFORM 2350-Write-Issue-Movement.

      *    Exhausted layers are dropped on the way out, so the file
      *    only ever holds layers with quantity still in them (or a
                 MOVE CL-Qty(CL-Index) TO CostFile-Qty
              END-IF
              MOVE CL-UnitCost(CL-Index) TO CostFile-UnitCost
              MOVE CL-Lot(CL-Index)      TO CostFile-Lot
              MOVE CL-Serial(CL-Index)   TO CostFile-Serial
              WRITE CostFile-Record
           END-IF.

