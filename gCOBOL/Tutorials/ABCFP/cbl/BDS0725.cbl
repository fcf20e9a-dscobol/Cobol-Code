      ***********************************************************
      * Program name:    BDS0725
      * Original author: mnt
      *
      * Description: Kit assembly and disassembly orders.
      *
      *    A kit is a gadget sold as a bundle and built in the
      *    warehouse from other gadgets.  The bill-of-materials
      *    file lists each kit's component gadgets and how many of
      *    each go into one kit.  Each assembly order names the
      *    kit, the location it is built at, and how many:
      *
      *       A  assemble    - issues the components from the
      *                        location and receives the kits there
      *       D  disassemble - issues the kits and receives the
      *                        components back
      *
      *    Every leg goes to the stock-movement history as a 'K'
      *    (kitting) movement with ASM or DIS and the order number
      *    as the reference.  On assembly the FIFO layers relieved
      *    from the components are added up and the kits are
      *    layered at that cost, so the kit carries what its parts
      *    really cost.  On disassembly the kit layers relieved are
      *    spread back over the components in proportion to their
      *    price times the quantity in the kit.
      *
      *    A layer built here is a new lot: the kits an assembly
      *    makes, and the components a disassembly gives back,
      *    carry the order reference (ASM or DIS and the order
      *    number) as their lot number, so a recall trace can
      *    follow them back to the order.
      *
      *    An order is checked in full before anything is posted,
      *    so it is either built completely or rejected.  Reject
      *    reason codes:
      *       TC  bad order type
      *       ZQ  no quantity on the order
      *       NB  no bill of materials for the kit
      *       NF  kit or a component not on file at the location
      *       CS  a component is short for the assembly
      *       KS  the kit is short for the disassembly
      *       OV  the receipt would overflow the quantity in stock
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so building a bundle
      *                          takes its parts out of stock and
      *                          the bundle carries their cost.
      * 2026-10-15 mnt           Layers built by an order carry
      *                          the order reference as their lot.
      * 2026-10-15 mnt           Movements carry the FIFO cost
      *                          taken off or layered on.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0725.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AsmFile
           ASSIGN TO "../data/c07-asmorder.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AsmFile-Status.

           SELECT BomFile
           ASSIGN TO "../data/c07-bom.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BomFile-Status.

           SELECT GadgetFile
           ASSIGN TO "../data/c07-gadgets.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS GadgetFile-Stock-Key
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-GadgetFile-Status.

           SELECT RejFile
           ASSIGN TO "../data/c07-asmrej.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

           SELECT MoveFile
           ASSIGN TO "../data/c07-stockmove.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MoveFile-Status.

           SELECT CostFile
           ASSIGN TO "../data/c07-costlayer.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CostFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AsmFile.
       01  AsmFile-Record.
           02 AsmFile-OrderNo         PIC 9(6).
           02 AsmFile-OrderType       PIC X.
              88 AsmFile-Assemble         VALUE 'A'.
              88 AsmFile-Disassemble      VALUE 'D'.
           02 AsmFile-KitID           PIC 9(6).
           02 AsmFile-Location        PIC X(3).
           02 AsmFile-Qty             PIC 9(4).

       FD  BomFile.
       01  BomFile-Record.
           02 BomFile-KitID           PIC 9(6).
           02 BomFile-ComponentID     PIC 9(6).
           02 BomFile-Qty-Per-Kit     PIC 9(3).

       FD  GadgetFile.
       01  GadgetFile-StockRec.
           02 GadgetFile-Stock-Key.
              03 GadgetFile-GadgetID  PIC 9(6).
              03 GadgetFile-Location  PIC X(3).
           02 GadgetFile-GadgetName   PIC X(30).
           02 GadgetFile-QtyInStock   PIC 9(4).
           02 GadgetFile-Price        PIC 9(4)V99.
           02 GadgetFile-ReorderPoint PIC 9(4).
           02 GadgetFile-OrderUpToQty PIC 9(4).

       FD  RejFile.
       01  RejFile-Record.
           02 RejFile-Order-Data      PIC X(20).
           02 RejFile-Reason-Code     PIC XX.
           02 RejFile-GadgetID        PIC 9(6).

       FD  MoveFile.
       01  MoveFile-Record.
           02 MoveFile-GadgetID       PIC 9(6).
           02 MoveFile-Location       PIC X(3).
           02 MoveFile-Date           PIC 9(8).
           02 MoveFile-TranType       PIC X.
           02 MoveFile-Qty-Sign       PIC X.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.

       FD  CostFile.
       01  CostFile-Record.
           02 CostFile-GadgetID       PIC 9(6).
           02 CostFile-Location       PIC X(3).
           02 CostFile-Date           PIC 9(8).
           02 CostFile-Seq            PIC 9(4).
           02 CostFile-Qty-Sign       PIC X.
           02 CostFile-Qty            PIC 9(4).
           02 CostFile-UnitCost       PIC 9(4)V99.
           02 CostFile-Lot            PIC X(10).
           02 CostFile-Serial         PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AsmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BomFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GadgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.

       01  WS-File-Counters.
           12 FD-AsmFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Assembled-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Disassembled-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Bom-Table-Storage.
           12 WS-Bom-Count                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Entry OCCURS 500 TIMES
                           INDEXED BY BM-Index.
              15 BM-KitID                  PIC 9(6).
              15 BM-ComponentID            PIC 9(6).
              15 BM-Qty-Per-Kit            PIC 9(3).

      *    The components of the kit on the current order.
       01  WS-Component-Storage.
           12 WS-Comp-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Comp-Entry OCCURS 20 TIMES
                            INDEXED BY CP-Index.
              15 CP-GadgetID               PIC 9(6).
              15 CP-Qty                    PIC 9(5).
              15 CP-Weight                 PIC 9(9)V99.
              15 CP-Cost                   PIC S9(9)V99.

       01  WS-Order-Fields.
           12 WS-Valid-Order-SW            PIC X.
              88 WS-Valid-Order                VALUE 'Y'.
           12 WS-Reason-Code               PIC XX.
           12 WS-Reason-GadgetID           PIC 9(6).
           12 WS-Reference                 PIC X(10).
           12 WS-Kit-Cost                  PIC S9(9)V99.
           12 WS-Total-Weight              PIC 9(11)V99.
           12 WS-Moved-Qty                 PIC 9(5).
           12 WS-Moved-Sign                PIC X.
           12 WS-Layer-Cost                PIC 9(4)V99.

      *    All cost layers ride in storage for the run, in receipt
      *    order, exactly as BDS0708 keeps them.
       01  WS-Cost-Layer-Storage.
           12 WS-Layer-Count               PIC S9(4) COMP VALUE ZERO.
           12 WS-Layer-Seq                 PIC 9(4)       VALUE ZERO.
           12 WS-Layer-Entry OCCURS 1000 TIMES
                             INDEXED BY CL-Index.
              15 CL-GadgetID               PIC 9(6).
              15 CL-Location               PIC X(3).
              15 CL-Date                   PIC 9(8).
              15 CL-Seq                    PIC 9(4).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Relief-Fields.
           12 WS-Relief-Remaining          PIC S9(5).
           12 WS-Relief-Take               PIC S9(5).
           12 WS-Relief-Cost               PIC S9(9)V99.
           12 WS-Last-Cost                 PIC 9(4)V99.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-AsmFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           PERFORM 1100-Load-Cost-Layers.
           PERFORM 1200-Load-Bom-Table.
           OPEN INPUT  AsmFile.
           OPEN I-O    GadgetFile.
           OPEN OUTPUT RejFile.
           OPEN EXTEND MoveFile.
           PERFORM 2050-Read-AsmFile.

       1100-Load-Cost-Layers.
           OPEN INPUT CostFile.
           IF WS-CostFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1110-Load-One-Layer
                 UNTIL WS-CostFile-EOF
              CLOSE CostFile
           END-IF.

       1110-Load-One-Layer.
           READ CostFile
              AT END SET WS-CostFile-EOF TO TRUE
           END-READ.
           IF WS-CostFile-Good
              IF WS-Layer-Count < 1000
                 ADD 1 TO WS-Layer-Count
                 SET CL-Index TO WS-Layer-Count
                 MOVE CostFile-GadgetID TO CL-GadgetID(CL-Index)
                 MOVE CostFile-Location TO CL-Location(CL-Index)
                 MOVE CostFile-Date     TO CL-Date(CL-Index)
                 MOVE CostFile-Seq      TO CL-Seq(CL-Index)
                 MOVE CostFile-Qty      TO CL-Qty(CL-Index)
                 IF CostFile-Qty-Sign = '-'
                    COMPUTE CL-Qty(CL-Index) = 0 - CostFile-Qty
                 END-IF
                 MOVE CostFile-UnitCost TO CL-UnitCost(CL-Index)
                 MOVE CostFile-Lot      TO CL-Lot(CL-Index)
                 MOVE CostFile-Serial   TO CL-Serial(CL-Index)
                 IF CostFile-Seq > WS-Layer-Seq
                    MOVE CostFile-Seq TO WS-Layer-Seq
                 END-IF
              ELSE
                 DISPLAY "COST LAYER TABLE FULL - LAYER FOR GADGET "
                    CostFile-GadgetID " DROPPED"
              END-IF
           END-IF.

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
           IF WS-AsmFile-Good
              PERFORM 2100-Process-One-Order
           END-IF.
           PERFORM 2050-Read-AsmFile.

       2050-Read-AsmFile.
           READ AsmFile
              AT END SET WS-AsmFile-EOF TO TRUE
           END-READ.
           IF WS-AsmFile-Good
              ADD +1 TO FD-AsmFile-Record-Cnt.

       2100-Process-One-Order.
           MOVE 'Y'    TO WS-Valid-Order-SW.
           MOVE SPACES TO WS-Reason-Code.
           MOVE ZERO   TO WS-Reason-GadgetID.
           IF NOT AsmFile-Assemble AND NOT AsmFile-Disassemble
              MOVE 'N'  TO WS-Valid-Order-SW
              MOVE 'TC' TO WS-Reason-Code
           ELSE
              IF AsmFile-Qty NOT NUMERIC OR AsmFile-Qty = ZERO
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'ZQ' TO WS-Reason-Code
              ELSE
                 PERFORM 2200-Explode-Kit
              END-IF
           END-IF.
           IF WS-Valid-Order
              PERFORM 2300-Check-Kit
           END-IF.
           IF WS-Valid-Order
              PERFORM 2400-Check-Component
                 VARYING CP-Index FROM 1 BY 1
                 UNTIL CP-Index > WS-Comp-Count
                    OR NOT WS-Valid-Order
           END-IF.
           IF WS-Valid-Order
              MOVE SPACES TO WS-Reference
              IF AsmFile-Assemble
                 STRING 'ASM' AsmFile-OrderNo DELIMITED BY SIZE
                    INTO WS-Reference
                 PERFORM 2500-Assemble-Kits
                 ADD 1 TO WS-Assembled-Cnt
              ELSE
                 STRING 'DIS' AsmFile-OrderNo DELIMITED BY SIZE
                    INTO WS-Reference
                 PERFORM 2600-Disassemble-Kits
                 ADD 1 TO WS-Disassembled-Cnt
              END-IF
           ELSE
              MOVE AsmFile-Record     TO RejFile-Order-Data
              MOVE WS-Reason-Code     TO RejFile-Reason-Code
              MOVE WS-Reason-GadgetID TO RejFile-GadgetID
              WRITE RejFile-Record
              ADD 1 TO WS-Rejected-Cnt
           END-IF.

      *    The kit's bill of materials, times the order quantity.
       2200-Explode-Kit.
           MOVE ZERO TO WS-Comp-Count.
           PERFORM 2210-Take-Bom-Line
              VARYING BM-Index FROM 1 BY 1
              UNTIL BM-Index > WS-Bom-Count.
           IF WS-Comp-Count = ZERO
              MOVE 'N'           TO WS-Valid-Order-SW
              MOVE 'NB'          TO WS-Reason-Code
              MOVE AsmFile-KitID TO WS-Reason-GadgetID
           END-IF.

       2210-Take-Bom-Line.
           IF BM-KitID(BM-Index) = AsmFile-KitID
              AND BM-Qty-Per-Kit(BM-Index) > ZERO
              IF WS-Comp-Count < 20
                 ADD 1 TO WS-Comp-Count
                 SET CP-Index TO WS-Comp-Count
                 MOVE BM-ComponentID(BM-Index) TO CP-GadgetID(CP-Index)
                 COMPUTE CP-Qty(CP-Index) =
                    BM-Qty-Per-Kit(BM-Index) * AsmFile-Qty
                 MOVE ZERO TO CP-Weight(CP-Index)
                              CP-Cost(CP-Index)
              ELSE
                 DISPLAY "KIT " AsmFile-KitID
                    " HAS MORE THAN 20 COMPONENTS - "
                    BM-ComponentID(BM-Index) " IGNORED"
              END-IF
           END-IF.

       2300-Check-Kit.
           MOVE AsmFile-KitID    TO GadgetFile-GadgetID.
           MOVE AsmFile-Location TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           EVALUATE TRUE
              WHEN NOT WS-GadgetFile-Good
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'NF' TO WS-Reason-Code
                 MOVE AsmFile-KitID TO WS-Reason-GadgetID
              WHEN AsmFile-Disassemble
                 AND AsmFile-Qty > GadgetFile-QtyInStock
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'KS' TO WS-Reason-Code
                 MOVE AsmFile-KitID TO WS-Reason-GadgetID
              WHEN AsmFile-Assemble
                 AND AsmFile-Qty + GadgetFile-QtyInStock > 9999
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'OV' TO WS-Reason-Code
                 MOVE AsmFile-KitID TO WS-Reason-GadgetID
           END-EVALUATE.

      *    The price times the quantity is kept as the weight the
      *    kit cost is spread by on a disassembly.
       2400-Check-Component.
           MOVE CP-GadgetID(CP-Index) TO GadgetFile-GadgetID.
           MOVE AsmFile-Location      TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           EVALUATE TRUE
              WHEN NOT WS-GadgetFile-Good
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'NF' TO WS-Reason-Code
                 MOVE CP-GadgetID(CP-Index) TO WS-Reason-GadgetID
              WHEN AsmFile-Assemble
                 AND CP-Qty(CP-Index) > GadgetFile-QtyInStock
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'CS' TO WS-Reason-Code
                 MOVE CP-GadgetID(CP-Index) TO WS-Reason-GadgetID
              WHEN AsmFile-Disassemble
                 AND CP-Qty(CP-Index) + GadgetFile-QtyInStock > 9999
                 MOVE 'N'  TO WS-Valid-Order-SW
                 MOVE 'OV' TO WS-Reason-Code
                 MOVE CP-GadgetID(CP-Index) TO WS-Reason-GadgetID
              WHEN OTHER
                 COMPUTE CP-Weight(CP-Index) =
                    GadgetFile-Price * CP-Qty(CP-Index)
           END-EVALUATE.

      *    Components out first; what their layers cost becomes
      *    the kit's layer.
       2500-Assemble-Kits.
           MOVE ZERO TO WS-Kit-Cost.
           PERFORM 2510-Issue-One-Component
              VARYING CP-Index FROM 1 BY 1
              UNTIL CP-Index > WS-Comp-Count.
           MOVE AsmFile-KitID    TO GadgetFile-GadgetID.
           MOVE AsmFile-Location TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           ADD AsmFile-Qty TO GadgetFile-QtyInStock.
           PERFORM 6000-Re-Write-GadgetFile.
           COMPUTE WS-Layer-Cost ROUNDED = WS-Kit-Cost / AsmFile-Qty.
           MOVE AsmFile-Qty TO WS-Moved-Qty.
           PERFORM 2700-Add-Cost-Layer.
           MOVE '+' TO WS-Moved-Sign.
           PERFORM 6100-Write-Movement-Record.

       2510-Issue-One-Component.
           MOVE CP-GadgetID(CP-Index) TO GadgetFile-GadgetID.
           MOVE AsmFile-Location      TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           SUBTRACT CP-Qty(CP-Index) FROM GadgetFile-QtyInStock.
           PERFORM 6000-Re-Write-GadgetFile.
           MOVE CP-Qty(CP-Index) TO WS-Relief-Remaining
                                    WS-Moved-Qty.
           PERFORM 2800-Relieve-Cost-Layers.
           ADD WS-Relief-Cost TO WS-Kit-Cost.
           MOVE '-' TO WS-Moved-Sign.
           PERFORM 6100-Write-Movement-Record.

      *    Kits out first; their layer cost is shared back over the
      *    components by weight, or evenly by quantity when none of
      *    the components has a price.
       2600-Disassemble-Kits.
           MOVE AsmFile-KitID    TO GadgetFile-GadgetID.
           MOVE AsmFile-Location TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           SUBTRACT AsmFile-Qty FROM GadgetFile-QtyInStock.
           PERFORM 6000-Re-Write-GadgetFile.
           MOVE AsmFile-Qty TO WS-Relief-Remaining
                               WS-Moved-Qty.
           PERFORM 2800-Relieve-Cost-Layers.
           MOVE WS-Relief-Cost TO WS-Kit-Cost.
           MOVE '-' TO WS-Moved-Sign.
           PERFORM 6100-Write-Movement-Record.
           MOVE ZERO TO WS-Total-Weight.
           PERFORM 2610-Add-Component-Weight
              VARYING CP-Index FROM 1 BY 1
              UNTIL CP-Index > WS-Comp-Count.
           IF WS-Total-Weight = ZERO
              PERFORM 2620-Weight-By-Quantity
                 VARYING CP-Index FROM 1 BY 1
                 UNTIL CP-Index > WS-Comp-Count
           END-IF.
           PERFORM 2630-Receive-One-Component
              VARYING CP-Index FROM 1 BY 1
              UNTIL CP-Index > WS-Comp-Count.

       2610-Add-Component-Weight.
           ADD CP-Weight(CP-Index) TO WS-Total-Weight.

       2620-Weight-By-Quantity.
           MOVE CP-Qty(CP-Index) TO CP-Weight(CP-Index).
           ADD CP-Qty(CP-Index)  TO WS-Total-Weight.

       2630-Receive-One-Component.
           MOVE CP-GadgetID(CP-Index) TO GadgetFile-GadgetID.
           MOVE AsmFile-Location      TO GadgetFile-Location.
           PERFORM 5000-Read-GadgetFile.
           ADD CP-Qty(CP-Index) TO GadgetFile-QtyInStock.
           PERFORM 6000-Re-Write-GadgetFile.
           COMPUTE CP-Cost(CP-Index) ROUNDED =
              WS-Kit-Cost * CP-Weight(CP-Index) / WS-Total-Weight.
           COMPUTE WS-Layer-Cost ROUNDED =
              CP-Cost(CP-Index) / CP-Qty(CP-Index).
           MOVE CP-Qty(CP-Index) TO WS-Moved-Qty.
           PERFORM 2700-Add-Cost-Layer.
           MOVE '+' TO WS-Moved-Sign.
           PERFORM 6100-Write-Movement-Record.

       2700-Add-Cost-Layer.
           IF WS-Layer-Count < 1000
              ADD 1 TO WS-Layer-Count
              ADD 1 TO WS-Layer-Seq
              SET CL-Index TO WS-Layer-Count
              MOVE GadgetFile-GadgetID TO CL-GadgetID(CL-Index)
              MOVE GadgetFile-Location TO CL-Location(CL-Index)
              MOVE CDT-Full-Date       TO CL-Date(CL-Index)
              MOVE WS-Layer-Seq        TO CL-Seq(CL-Index)
              MOVE WS-Moved-Qty        TO CL-Qty(CL-Index)
              MOVE WS-Layer-Cost       TO CL-UnitCost(CL-Index)
              MOVE WS-Reference        TO CL-Lot(CL-Index)
              MOVE SPACES              TO CL-Serial(CL-Index)
           ELSE
              DISPLAY "COST LAYER TABLE FULL - ORDER "
                 AsmFile-OrderNo " GADGET " GadgetFile-GadgetID
                 " NOT LAYERED"
           END-IF.

      *    Layers relieve front to back, oldest receipt first, the
      *    same way BDS0708 relieves them, adding up what each
      *    slice cost.  A shortfall leaves the usual negative
      *    catch-up layer and is costed at the last cost seen.
       2800-Relieve-Cost-Layers.
           MOVE ZERO TO WS-Last-Cost
                        WS-Relief-Cost.
           PERFORM 2810-Relieve-One-Layer
              VARYING CL-Index FROM 1 BY 1
              UNTIL CL-Index > WS-Layer-Count
                 OR WS-Relief-Remaining = ZERO.
           IF WS-Relief-Remaining > ZERO
              COMPUTE WS-Relief-Cost = WS-Relief-Cost
                 + (WS-Relief-Remaining * WS-Last-Cost)
              IF WS-Layer-Count < 1000
                 ADD 1 TO WS-Layer-Count
                 ADD 1 TO WS-Layer-Seq
                 SET CL-Index TO WS-Layer-Count
                 MOVE GadgetFile-GadgetID TO CL-GadgetID(CL-Index)
                 MOVE GadgetFile-Location TO CL-Location(CL-Index)
                 MOVE CDT-Full-Date       TO CL-Date(CL-Index)
                 MOVE WS-Layer-Seq        TO CL-Seq(CL-Index)
                 COMPUTE CL-Qty(CL-Index) = 0 - WS-Relief-Remaining
                 MOVE WS-Last-Cost        TO CL-UnitCost(CL-Index)
                 MOVE SPACES              TO CL-Lot(CL-Index)
                                             CL-Serial(CL-Index)
                 DISPLAY "LAYERS SHORT FOR GADGET "
                    GadgetFile-GadgetID " AT " GadgetFile-Location
                    " - NEGATIVE LAYER WRITTEN"
              END-IF
           END-IF.

       2810-Relieve-One-Layer.
           IF CL-GadgetID(CL-Index) = GadgetFile-GadgetID
              AND CL-Location(CL-Index) = GadgetFile-Location
              AND CL-Qty(CL-Index) > ZERO
              MOVE CL-UnitCost(CL-Index) TO WS-Last-Cost
              IF CL-Qty(CL-Index) > WS-Relief-Remaining
                 MOVE WS-Relief-Remaining TO WS-Relief-Take
              ELSE
                 MOVE CL-Qty(CL-Index) TO WS-Relief-Take
              END-IF
              SUBTRACT WS-Relief-Take FROM CL-Qty(CL-Index)
              SUBTRACT WS-Relief-Take FROM WS-Relief-Remaining
              COMPUTE WS-Relief-Cost = WS-Relief-Cost
                 + (WS-Relief-Take * CL-UnitCost(CL-Index))
           END-IF.

       3000-End-Job.
           PERFORM 3100-Rewrite-Cost-Layers.
           CLOSE AsmFile
                 GadgetFile
                 RejFile
                 MoveFile.
           DISPLAY "ORDERS READ:       " FD-AsmFile-Record-Cnt.
           DISPLAY "ASSEMBLED:         " WS-Assembled-Cnt.
           DISPLAY "DISASSEMBLED:      " WS-Disassembled-Cnt.
           DISPLAY "REJECTED:          " WS-Rejected-Cnt.
           MOVE FD-AsmFile-Record-Cnt TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out =
              WS-Assembled-Cnt + WS-Disassembled-Cnt.
           MOVE WS-Rejected-Cnt       TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Rejected-Cnt > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       3100-Rewrite-Cost-Layers.
           OPEN OUTPUT CostFile.
           PERFORM 3110-Write-One-Layer
              VARYING CL-Index FROM 1 BY 1
              UNTIL CL-Index > WS-Layer-Count.
           CLOSE CostFile.

       3110-Write-One-Layer.
           IF CL-Qty(CL-Index) NOT = ZERO
              MOVE CL-GadgetID(CL-Index) TO CostFile-GadgetID
              MOVE CL-Location(CL-Index) TO CostFile-Location
              MOVE CL-Date(CL-Index)     TO CostFile-Date
              MOVE CL-Seq(CL-Index)      TO CostFile-Seq
              IF CL-Qty(CL-Index) < ZERO
                 MOVE '-' TO CostFile-Qty-Sign
                 COMPUTE CostFile-Qty = 0 - CL-Qty(CL-Index)
              ELSE
                 MOVE '+' TO CostFile-Qty-Sign
                 MOVE CL-Qty(CL-Index) TO CostFile-Qty
              END-IF
              MOVE CL-UnitCost(CL-Index) TO CostFile-UnitCost
              MOVE CL-Lot(CL-Index)      TO CostFile-Lot
              MOVE CL-Serial(CL-Index)   TO CostFile-Serial
              WRITE CostFile-Record
           END-IF.

       5000-Read-GadgetFile.
           READ GadgetFile
              RECORD KEY IS GadgetFile-Stock-Key
           END-READ.
           IF NOT WS-GadgetFile-Good
              IF WS-GadgetFile-Not-Found
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-GadgetFile"
                 DISPLAY "Read GadgetFile Failed."
                 DISPLAY "File Status: " WS-GadgetFile-Status
                 PERFORM 3000-End-Job
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Re-Write-GadgetFile.
           REWRITE GadgetFile-StockRec.
           IF NOT WS-GadgetFile-Good
              DISPLAY "** ERROR **: 6000-Re-Write-GadgetFile"
              DISPLAY "Re-Write GadgetFile Failed."
              DISPLAY "File Status: " WS-GadgetFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-Movement-Record.
           MOVE GadgetFile-GadgetID   TO MoveFile-GadgetID.
           MOVE GadgetFile-Location   TO MoveFile-Location.
           MOVE CDT-Full-Date         TO MoveFile-Date.
           MOVE 'K'                   TO MoveFile-TranType.
           MOVE WS-Moved-Sign         TO MoveFile-Qty-Sign.
           MOVE WS-Moved-Qty          TO MoveFile-Qty.
           MOVE WS-Reference          TO MoveFile-Reference.
           MOVE GadgetFile-QtyInStock TO MoveFile-New-Balance.
           IF WS-Moved-Sign = '+'
              MOVE WS-Reference       TO MoveFile-Lot
           ELSE
              MOVE SPACES             TO MoveFile-Lot
           END-IF.
           MOVE SPACES                TO MoveFile-Serial.
           MOVE WS-Moved-Sign         TO MoveFile-Cost-Sign.
           IF WS-Moved-Sign = '+'
              COMPUTE MoveFile-Ext-Cost = WS-Moved-Qty * WS-Layer-Cost
           ELSE
              MOVE WS-Relief-Cost     TO MoveFile-Ext-Cost
           END-IF.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 6100-Write-Movement-Record"
              DISPLAY "Write MoveFile Failed."
              DISPLAY "File Status: " WS-MoveFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       COPY EOJPARA.
