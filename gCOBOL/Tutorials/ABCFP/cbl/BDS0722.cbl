      ***********************************************************
      * Program name:    BDS0722
      * Original author: mnt
      *
      * Description: Customer return (RMA) receiving.
      *
      *    Reads the returned-goods file the billing side's RMA
      *    receipt step writes (RMA number, original invoice,
      *    gadget, quantity, condition, line cost) and puts each
      *    return back into the indexed GadgetStockFile.
      *
      *    The return is costed at what the original issue
      *    actually relieved, from the issue-cost file BDS0712
      *    and BDS0713 write, and a FIFO cost layer is added at
      *    that cost.  When the issue can no longer be found the
      *    invoice line cost carried on the return is used.
      *
      *    When everything the invoice line relieved came from one
      *    lot (one serial, for a serialized gadget) the return
      *    goes back into stock under that lot and serial; a line
      *    that went out from more than one has no lot on the
      *    returned layer.
      *
      *    Sellable returns go back to the location the goods
      *    were issued from (or the gadget's first location when
      *    the issue is not on file).  Damaged returns go to the
      *    damaged-goods location instead of sellable stock; the
      *    stock record there is created on the first return of
      *    that gadget.  Every return is written to the
      *    stock-movement history as a receipt with RMA and the
      *    RMA number as the reference.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so returned goods come
      *                          back into stock from the RMA
      *                          instead of a hand-keyed receipt.
      * 2026-10-15 mnt           Returns go back under the lot and
      *                          serial the invoice line went out
      *                          on, from the issue-cost file.
      * 2026-10-15 mnt           Return movements carry the
      *                          extended cost they were layered
      *                          back at.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0722.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetnFile
           ASSIGN TO "../data/c07-rmareturn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RetnFile-Status.

           SELECT IssueFile
           ASSIGN TO "../data/c07-issuecost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IssueFile-Status.

           SELECT GadgetFile
           ASSIGN TO "../data/c07-gadgets.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS GadgetFile-Stock-Key
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-GadgetFile-Status.

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
       FD  RetnFile.
       01  RetnFile-Record.
           02 RetnFile-RMANo          PIC X(6).
           02 RetnFile-InvNo          PIC X(6).
           02 RetnFile-GadgetID       PIC 9(6).
           02 RetnFile-Qty            PIC 9(5).
           02 RetnFile-Condition      PIC X.
              88 RetnFile-Damaged         VALUE 'D'.
           02 RetnFile-LineCost       PIC 9(5)V99.
           02 FILLER                  PIC X(9).

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
           COPY WSFST REPLACING ==:tag:== BY ==RetnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IssueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GadgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.

       01  WS-File-Counters.
           12 FD-RetnFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Sellable-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Damaged-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Cost-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Damaged-Location             PIC X(3) VALUE 'DMG'.

      *    Issue-cost records for every invoice still likely to see
      *    a return ride in storage; a return is matched on invoice
      *    and gadget.
       01  WS-Issue-Table-Storage.
           12 WS-Issue-Count               PIC S9(4) COMP VALUE ZERO.
           12 WS-Issue-Entry OCCURS 2000 TIMES
                             INDEXED BY IS-Index.
              15 IS-InvNo                  PIC X(6).
              15 IS-GadgetID               PIC 9(6).
              15 IS-Location               PIC X(3).
              15 IS-Qty                    PIC 9(5).
              15 IS-UnitCost               PIC 9(4)V99.
              15 IS-Lot                    PIC X(10).
              15 IS-Serial                 PIC X(12).

       01  WS-Return-Fields.
           12 WS-Issue-Found-SW            PIC X.
              88 WS-Issue-Found                VALUE 'Y'.
           12 WS-Template-Found-SW         PIC X.
              88 WS-Template-Found             VALUE 'Y'.
           12 WS-Issued-Qty                PIC 9(7).
           12 WS-Issued-Value              PIC 9(9)V99.
           12 WS-Return-Location           PIC X(3).
           12 WS-Return-Cost               PIC 9(4)V99.
           12 WS-Template-Name             PIC X(30).
           12 WS-Template-Price            PIC 9(4)V99.
           12 WS-Return-Lot                PIC X(10).
           12 WS-Return-Serial             PIC X(12).

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

       01  WS-Layer-Work-Fields.
           12 WS-Layer-GadgetID            PIC 9(6).
           12 WS-Layer-Location            PIC X(3).
           12 WS-Layer-Add-Qty             PIC S9(5).
           12 WS-Layer-Add-Date            PIC 9(8).
           12 WS-Layer-Add-Cost            PIC 9(4)V99.
           12 WS-Layer-Add-Lot             PIC X(10).
           12 WS-Layer-Add-Serial          PIC X(12).

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-RetnFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           PERFORM 1100-Load-Issue-Table.
           PERFORM 7100-Load-Cost-Layers.
           OPEN INPUT  RetnFile.
           OPEN I-O    GadgetFile.
           OPEN EXTEND MoveFile.
           PERFORM 2050-Read-RetnFile.

       1100-Load-Issue-Table.
           OPEN INPUT IssueFile.
           IF WS-IssueFile-File-Not-Found
              DISPLAY "NO ISSUE-COST FILE - RETURNS WILL BE COSTED"
                 " AT THE INVOICE LINE COST"
           ELSE
              PERFORM 1110-Load-One-Issue
                 UNTIL WS-IssueFile-EOF
              CLOSE IssueFile
           END-IF.

       1110-Load-One-Issue.
           READ IssueFile
              AT END SET WS-IssueFile-EOF TO TRUE
           END-READ.
           IF WS-IssueFile-Good
              IF WS-Issue-Count < 2000
                 ADD 1 TO WS-Issue-Count
                 SET IS-Index TO WS-Issue-Count
                 MOVE IssueFile-InvNo    TO IS-InvNo(IS-Index)
                 MOVE IssueFile-GadgetID TO IS-GadgetID(IS-Index)
                 MOVE IssueFile-Location TO IS-Location(IS-Index)
                 MOVE IssueFile-Qty      TO IS-Qty(IS-Index)
                 MOVE IssueFile-UnitCost TO IS-UnitCost(IS-Index)
                 MOVE IssueFile-Lot      TO IS-Lot(IS-Index)
                 MOVE IssueFile-Serial   TO IS-Serial(IS-Index)
              ELSE
                 DISPLAY "ISSUE TABLE FULL - ISSUE FOR INVOICE "
                    IssueFile-InvNo " DROPPED"
              END-IF
           END-IF.

       2050-Read-RetnFile.
           READ RetnFile
              AT END SET WS-RetnFile-EOF TO TRUE
           END-READ.
           IF WS-RetnFile-Good
              ADD +1 TO FD-RetnFile-Record-Cnt.

       2000-Process.
           IF WS-RetnFile-Good
              PERFORM 2100-Post-One-Return
           END-IF.
           PERFORM 2050-Read-RetnFile.

       2100-Post-One-Return.
           PERFORM 2200-Find-Issue-Cost.
           IF RetnFile-Damaged
              MOVE WS-Damaged-Location TO WS-Return-Location
           END-IF.
           PERFORM 2300-Find-Template-Record.
           IF NOT WS-Template-Found
              ADD 1 TO WS-Rejected-Cnt
              DISPLAY "GADGET " RetnFile-GadgetID
                 " NOT ON FILE - RMA " RetnFile-RMANo " REJECTED"
           ELSE
              PERFORM 2400-Post-To-Stock
              MOVE RetnFile-GadgetID  TO WS-Layer-GadgetID
              MOVE WS-Return-Location TO WS-Layer-Location
              MOVE RetnFile-Qty       TO WS-Layer-Add-Qty
              MOVE CDT-Full-Date      TO WS-Layer-Add-Date
              MOVE WS-Return-Cost     TO WS-Layer-Add-Cost
              MOVE WS-Return-Lot      TO WS-Layer-Add-Lot
              MOVE WS-Return-Serial   TO WS-Layer-Add-Serial
              PERFORM 7300-Add-Cost-Layer
              PERFORM 2500-Write-Return-Movement
              IF RetnFile-Damaged
                 ADD 1 TO WS-Damaged-Cnt
              ELSE
                 ADD 1 TO WS-Sellable-Cnt
              END-IF
           END-IF.

      *    The return cost is the weighted cost of everything the
      *    invoice relieved for the gadget, and the return goes
      *    back to the first location it was issued from.
       2200-Find-Issue-Cost.
           MOVE 'N'    TO WS-Issue-Found-SW.
           MOVE ZERO   TO WS-Issued-Qty
                          WS-Issued-Value.
           MOVE SPACES TO WS-Return-Location
                          WS-Return-Lot
                          WS-Return-Serial.
           PERFORM 2210-Check-One-Issue
              VARYING IS-Index FROM 1 BY 1
              UNTIL IS-Index > WS-Issue-Count.
           IF WS-Issue-Found AND WS-Issued-Qty > ZERO
              COMPUTE WS-Return-Cost ROUNDED =
                 WS-Issued-Value / WS-Issued-Qty
           ELSE
              MOVE RetnFile-LineCost TO WS-Return-Cost
              ADD 1 TO WS-Line-Cost-Cnt
              DISPLAY "NO ISSUE COST FOR INVOICE " RetnFile-InvNo
                 " GADGET " RetnFile-GadgetID
                 " - LINE COST USED"
           END-IF.

       2210-Check-One-Issue.
           IF IS-InvNo(IS-Index) = RetnFile-InvNo
              AND IS-GadgetID(IS-Index) = RetnFile-GadgetID
              IF NOT WS-Issue-Found
                 MOVE IS-Location(IS-Index) TO WS-Return-Location
                 MOVE IS-Lot(IS-Index)      TO WS-Return-Lot
                 MOVE IS-Serial(IS-Index)   TO WS-Return-Serial
                 SET WS-Issue-Found TO TRUE
              END-IF
              IF IS-Lot(IS-Index) NOT = WS-Return-Lot
                 MOVE SPACES TO WS-Return-Lot
              END-IF
              IF IS-Serial(IS-Index) NOT = WS-Return-Serial
                 MOVE SPACES TO WS-Return-Serial
              END-IF
              ADD IS-Qty(IS-Index) TO WS-Issued-Qty
              COMPUTE WS-Issued-Value = WS-Issued-Value +
                 IS-Qty(IS-Index) * IS-UnitCost(IS-Index)
           END-IF.

      *    The gadget's first location on file supplies the name
      *    and price for a damaged-goods record created here, and
      *    the location for a sellable return whose issue is gone.
       2300-Find-Template-Record.
           MOVE 'N' TO WS-Template-Found-SW.
           MOVE RetnFile-GadgetID TO GadgetFile-GadgetID.
           MOVE LOW-VALUES        TO GadgetFile-Location.
           START GadgetFile
              KEY IS NOT LESS THAN GadgetFile-Stock-Key
           END-START.
           IF WS-GadgetFile-Good
              READ GadgetFile NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF WS-GadgetFile-Success
                 AND GadgetFile-GadgetID = RetnFile-GadgetID
                 SET WS-Template-Found TO TRUE
                 MOVE GadgetFile-GadgetName TO WS-Template-Name
                 MOVE GadgetFile-Price      TO WS-Template-Price
                 IF WS-Return-Location = SPACES
                    MOVE GadgetFile-Location TO WS-Return-Location
                 END-IF
              END-IF
           END-IF.

       2400-Post-To-Stock.
           MOVE RetnFile-GadgetID  TO GadgetFile-GadgetID.
           MOVE WS-Return-Location TO GadgetFile-Location.
           READ GadgetFile
              KEY IS GadgetFile-Stock-Key
           END-READ.
           IF WS-GadgetFile-Good
              ADD RetnFile-Qty TO GadgetFile-QtyInStock
              REWRITE GadgetFile-StockRec
           ELSE
              MOVE WS-Template-Name  TO GadgetFile-GadgetName
              MOVE RetnFile-Qty      TO GadgetFile-QtyInStock
              MOVE WS-Template-Price TO GadgetFile-Price
              MOVE ZERO              TO GadgetFile-ReorderPoint
                                        GadgetFile-OrderUpToQty
              WRITE GadgetFile-StockRec
              DISPLAY "STOCK RECORD CREATED FOR GADGET "
                 RetnFile-GadgetID " AT " WS-Return-Location
           END-IF.
           IF NOT WS-GadgetFile-Success
              DISPLAY "** ERROR **: 2400-Post-To-Stock"
              DISPLAY "Write GadgetFile Failed."
              DISPLAY "File Status: " WS-GadgetFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-Return-Movement.
           MOVE RetnFile-GadgetID  TO MoveFile-GadgetID.
           MOVE WS-Return-Location TO MoveFile-Location.
           MOVE CDT-Full-Date      TO MoveFile-Date.
           MOVE 'R'                TO MoveFile-TranType.
           MOVE '+'                TO MoveFile-Qty-Sign.
           MOVE RetnFile-Qty       TO MoveFile-Qty.
           MOVE SPACES             TO MoveFile-Reference.
           STRING 'RMA' RetnFile-RMANo DELIMITED BY SIZE
              INTO MoveFile-Reference.
           MOVE GadgetFile-QtyInStock TO MoveFile-New-Balance.
           MOVE WS-Return-Lot      TO MoveFile-Lot.
           MOVE WS-Return-Serial   TO MoveFile-Serial.
           MOVE '+'                TO MoveFile-Cost-Sign.
           COMPUTE MoveFile-Ext-Cost = RetnFile-Qty * WS-Return-Cost.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 2500-Write-Return-Movement"
              DISPLAY "Write MoveFile Failed."
              DISPLAY "File Status: " WS-MoveFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           PERFORM 7400-Rewrite-Cost-Layers.
           CLOSE RetnFile
                 GadgetFile
                 MoveFile.
           DISPLAY "RETURNS READ:      " FD-RetnFile-Record-Cnt.
           DISPLAY "SELLABLE RETURNED: " WS-Sellable-Cnt.
           DISPLAY "DAMAGED RETURNED:  " WS-Damaged-Cnt.
           DISPLAY "AT LINE COST:      " WS-Line-Cost-Cnt.
           DISPLAY "REJECTED:          " WS-Rejected-Cnt.
           MOVE FD-RetnFile-Record-Cnt TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = WS-Sellable-Cnt
                                    + WS-Damaged-Cnt.
           MOVE WS-Rejected-Cnt        TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Rejected-Cnt > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       7100-Load-Cost-Layers.
           OPEN INPUT CostFile.
           IF WS-CostFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 7110-Load-One-Layer
                 UNTIL WS-CostFile-EOF
              CLOSE CostFile
           END-IF.

       7110-Load-One-Layer.
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

       7300-Add-Cost-Layer.
           IF WS-Layer-Count < 1000
              ADD 1 TO WS-Layer-Count
              ADD 1 TO WS-Layer-Seq
              SET CL-Index TO WS-Layer-Count
              MOVE WS-Layer-GadgetID TO CL-GadgetID(CL-Index)
              MOVE WS-Layer-Location TO CL-Location(CL-Index)
              MOVE WS-Layer-Add-Date TO CL-Date(CL-Index)
              MOVE WS-Layer-Seq      TO CL-Seq(CL-Index)
              MOVE WS-Layer-Add-Qty  TO CL-Qty(CL-Index)
              MOVE WS-Layer-Add-Cost TO CL-UnitCost(CL-Index)
              MOVE WS-Layer-Add-Lot    TO CL-Lot(CL-Index)
              MOVE WS-Layer-Add-Serial TO CL-Serial(CL-Index)
           ELSE
              DISPLAY "COST LAYER TABLE FULL - RETURN FOR GADGET "
                 WS-Layer-GadgetID " NOT LAYERED"
           END-IF.

      *    Exhausted layers are dropped on the way out, so the file
      *    only ever holds layers with quantity still in them (or a
      *    negative catch-up layer waiting for the next count).
       7400-Rewrite-Cost-Layers.
           OPEN OUTPUT CostFile.
           PERFORM 7410-Write-One-Layer
              VARYING CL-Index FROM 1 BY 1
              UNTIL CL-Index > WS-Layer-Count.
           CLOSE CostFile.

       7410-Write-One-Layer.
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

       COPY EOJPARA.
