      ***********************************************************
      * Program name:    BDS0724
      * Original author: mnt
      *
      * Description: Weekly stock rebalancing between locations.
      *
      *    For each gadget, every location's position - quantity
      *    in stock, plus transfers already coming in, less open
      *    transfers not yet shipped out - is compared with the
      *    location's own reorder point and order-up-to quantity
      *    from BDS0719:
      *
      *       short    position below the reorder point; it needs
      *                enough to bring it back to order-up-to
      *       surplus  position above order-up-to; the excess can
      *                be moved without making that location short
      *
      *    Short locations are filled from the surplus locations,
      *    largest surplus first, and each move is written to the
      *    transfer order file as an open transfer order (origin
      *    R, rebalancing) for the warehouse to ship and receive
      *    through BDS0708.  Whatever shortage is left is listed
      *    for BDS0707, which runs after this job and buys only
      *    what the other buildings cannot supply.
      *
      *    A location whose reorder point is still zero has not
      *    been through BDS0719 and is left out.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so surplus in one building
      *                          is moved to another before a PO
      *                          is raised for it.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0724.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GadgetFile
           ASSIGN TO "../data/c07-gadgets.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS GadgetFile-Stock-Key
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GadgetFile-Status.

           SELECT XferFile
           ASSIGN TO "../data/c07-xferorder.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferFile-Status.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GadgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XferFile==.

       01  WS-File-Counters.
           12 FD-GadgetFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Short-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Transfer-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Still-Short-Cnt           PIC S9(4) COMP VALUE ZERO.

      *    Transfers still open or in transit, so this week's run
      *    does not propose again what last week's already moved.
       01  WS-Pending-Table-Storage.
           12 WS-Pending-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Pending-Entry OCCURS 500 TIMES
                               INDEXED BY PD-Index.
              15 PD-GadgetID               PIC 9(6).
              15 PD-From-Location          PIC X(3).
              15 PD-To-Location            PIC X(3).
              15 PD-Qty                    PIC 9(4).
              15 PD-Status                 PIC X.

      *    The locations of the gadget being rebalanced.
       01  WS-Location-Table-Storage.
           12 WS-Loc-Count                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Loc-Entry OCCURS 10 TIMES
                           INDEXED BY LC-Index SP-Index.
              15 LC-Location               PIC X(3).
              15 LC-QtyInStock             PIC 9(4).
              15 LC-ReorderPoint           PIC 9(4).
              15 LC-OrderUpToQty           PIC 9(4).
              15 LC-Position               PIC S9(5).
              15 LC-Need                   PIC S9(5).
              15 LC-Surplus                PIC S9(5).

       01  WS-Break-Fields.
           12 WS-Break-GadgetID            PIC 9(6) VALUE ZERO.
           12 WS-Break-GadgetName          PIC X(30).

       01  WS-Rebalance-Fields.
           12 WS-Next-XferNo               PIC 9(6) VALUE ZERO.
           12 WS-Move-Qty                  PIC S9(5).
           12 WS-Best-Surplus              PIC S9(5).
           12 WS-Best-Index                PIC S9(4) COMP.
           12 WS-Order-Date                PIC 9(8).

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnTransferLine.
           02 FILLER             PIC X(9) VALUE "TRANSFER ".
           02 PrnXferNo          PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnGadgetName      PIC X(30).
           02 FILLER             PIC X(6) VALUE " FROM ".
           02 PrnFromLocation    PIC X(3).
           02 FILLER             PIC X(4) VALUE " TO ".
           02 PrnToLocation      PIC X(3).
           02 FILLER             PIC X(5) VALUE " QTY ".
           02 PrnQty             PIC ZZZ9.

       01  PrnStillShortLine.
           02 FILLER             PIC X(12) VALUE "STILL SHORT ".
           02 PrnShortGadgetID   PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnShortName       PIC X(30).
           02 FILLER             PIC X(4) VALUE " AT ".
           02 PrnShortLocation   PIC X(3).
           02 FILLER             PIC X(6) VALUE " NEED ".
           02 PrnShortNeed       PIC ZZZZ9.
           02 FILLER             PIC X(14) VALUE " - FOR BDS0707".

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-GadgetFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           MOVE CDT-Full-Date TO WS-Order-Date.
           PERFORM 1100-Load-Pending-Transfers.
           OPEN INPUT  GadgetFile.
           OPEN EXTEND XferFile.
           IF NOT WS-XferFile-Good
              OPEN OUTPUT XferFile
           END-IF.
           DISPLAY "*** WEEKLY STOCK REBALANCING ***".
           DISPLAY " ".
           PERFORM 5000-Read-GadgetFile.

       1100-Load-Pending-Transfers.
           OPEN INPUT XferFile.
           IF WS-XferFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1110-Load-One-Transfer
                 UNTIL WS-XferFile-EOF
              CLOSE XferFile
           END-IF.

      *    Every transfer number counts toward the next one; only
      *    the open and in-transit orders affect a position.
       1110-Load-One-Transfer.
           READ XferFile
              AT END SET WS-XferFile-EOF TO TRUE
           END-READ.
           IF WS-XferFile-Good
              IF XferFile-XferNo > WS-Next-XferNo
                 MOVE XferFile-XferNo TO WS-Next-XferNo
              END-IF
              IF XferFile-Status = 'O' OR XferFile-Status = 'T'
                 IF WS-Pending-Count < 500
                    ADD 1 TO WS-Pending-Count
                    SET PD-Index TO WS-Pending-Count
                    MOVE XferFile-GadgetID  TO PD-GadgetID(PD-Index)
                    MOVE XferFile-From-Location
                       TO PD-From-Location(PD-Index)
                    MOVE XferFile-To-Location
                       TO PD-To-Location(PD-Index)
                    MOVE XferFile-Status    TO PD-Status(PD-Index)
                    IF XferFile-Status = 'T'
                       MOVE XferFile-ShippedQty TO PD-Qty(PD-Index)
                    ELSE
                       MOVE XferFile-OrderQty   TO PD-Qty(PD-Index)
                    END-IF
                 ELSE
                    DISPLAY "PENDING TRANSFER TABLE FULL - TRANSFER "
                       XferFile-XferNo " IGNORED"
                 END-IF
              END-IF
           END-IF.

      *    The file is keyed on gadget then location, so a gadget's
      *    locations are gathered and rebalanced at the break.
       2000-Process.
           IF WS-GadgetFile-Good
              IF GadgetFile-GadgetID NOT = WS-Break-GadgetID
                 PERFORM 2100-Rebalance-Gadget
                 MOVE GadgetFile-GadgetID   TO WS-Break-GadgetID
                 MOVE GadgetFile-GadgetName TO WS-Break-GadgetName
                 MOVE ZERO                  TO WS-Loc-Count
              END-IF
              PERFORM 2050-Save-Location
           END-IF.
           PERFORM 5000-Read-GadgetFile.
           IF WS-GadgetFile-EOF
              PERFORM 2100-Rebalance-Gadget.

       2050-Save-Location.
           IF WS-Loc-Count < 10
              ADD 1 TO WS-Loc-Count
              SET LC-Index TO WS-Loc-Count
              MOVE GadgetFile-Location   TO LC-Location(LC-Index)
              MOVE GadgetFile-QtyInStock TO LC-QtyInStock(LC-Index)
              MOVE GadgetFile-ReorderPoint
                 TO LC-ReorderPoint(LC-Index)
              MOVE GadgetFile-OrderUpToQty
                 TO LC-OrderUpToQty(LC-Index)
           ELSE
              DISPLAY "LOCATION TABLE FULL - GADGET "
                 GadgetFile-GadgetID " AT " GadgetFile-Location
                 " NOT REBALANCED"
           END-IF.

       2100-Rebalance-Gadget.
           IF WS-Break-GadgetID NOT = ZERO
              AND WS-Loc-Count > 1
              PERFORM 2200-Compute-Position
                 VARYING LC-Index FROM 1 BY 1
                 UNTIL LC-Index > WS-Loc-Count
              PERFORM 2300-Fill-Short-Location
                 VARYING LC-Index FROM 1 BY 1
                 UNTIL LC-Index > WS-Loc-Count
           END-IF.

       2200-Compute-Position.
           MOVE LC-QtyInStock(LC-Index) TO LC-Position(LC-Index).
           PERFORM 2210-Apply-Pending-Transfer
              VARYING PD-Index FROM 1 BY 1
              UNTIL PD-Index > WS-Pending-Count.
           MOVE ZERO TO LC-Need(LC-Index)
                        LC-Surplus(LC-Index).
           IF LC-ReorderPoint(LC-Index) > ZERO
              IF LC-Position(LC-Index) < LC-ReorderPoint(LC-Index)
                 IF LC-OrderUpToQty(LC-Index) > LC-Position(LC-Index)
                    COMPUTE LC-Need(LC-Index) =
                       LC-OrderUpToQty(LC-Index)
                       - LC-Position(LC-Index)
                 ELSE
                    COMPUTE LC-Need(LC-Index) =
                       LC-ReorderPoint(LC-Index)
                       - LC-Position(LC-Index)
                 END-IF
              ELSE
                 IF LC-Position(LC-Index) > LC-OrderUpToQty(LC-Index)
                    COMPUTE LC-Surplus(LC-Index) =
                       LC-Position(LC-Index)
                       - LC-OrderUpToQty(LC-Index)
                 END-IF
              END-IF
           END-IF.

      *    Coming in counts once it is ordered; going out counts
      *    only until it ships, because after that it is already
      *    off QtyInStock.
       2210-Apply-Pending-Transfer.
           IF PD-GadgetID(PD-Index) = WS-Break-GadgetID
              IF PD-To-Location(PD-Index) = LC-Location(LC-Index)
                 ADD PD-Qty(PD-Index) TO LC-Position(LC-Index)
              END-IF
              IF PD-From-Location(PD-Index) = LC-Location(LC-Index)
                 AND PD-Status(PD-Index) = 'O'
                 SUBTRACT PD-Qty(PD-Index) FROM LC-Position(LC-Index)
              END-IF
           END-IF.

       2300-Fill-Short-Location.
           IF LC-Need(LC-Index) > ZERO
              ADD 1 TO WS-Short-Cnt
              MOVE 1 TO WS-Best-Surplus
              PERFORM 2400-Transfer-From-Best-Surplus
                 UNTIL LC-Need(LC-Index) = ZERO
                    OR WS-Best-Surplus = ZERO
              IF LC-Need(LC-Index) > ZERO
                 ADD 1 TO WS-Still-Short-Cnt
                 MOVE WS-Break-GadgetID     TO PrnShortGadgetID
                 MOVE WS-Break-GadgetName   TO PrnShortName
                 MOVE LC-Location(LC-Index) TO PrnShortLocation
                 MOVE LC-Need(LC-Index)     TO PrnShortNeed
                 DISPLAY PrnStillShortLine
              END-IF
           END-IF.

       2400-Transfer-From-Best-Surplus.
           MOVE ZERO TO WS-Best-Surplus
                        WS-Best-Index.
           PERFORM 2410-Find-Best-Surplus
              VARYING SP-Index FROM 1 BY 1
              UNTIL SP-Index > WS-Loc-Count.
           IF WS-Best-Surplus > ZERO
              SET SP-Index TO WS-Best-Index
              IF WS-Best-Surplus < LC-Need(LC-Index)
                 MOVE WS-Best-Surplus   TO WS-Move-Qty
              ELSE
                 MOVE LC-Need(LC-Index) TO WS-Move-Qty
              END-IF
              SUBTRACT WS-Move-Qty FROM LC-Surplus(SP-Index)
              SUBTRACT WS-Move-Qty FROM LC-Need(LC-Index)
              PERFORM 2500-Write-Transfer-Order
           END-IF.

       2410-Find-Best-Surplus.
           IF LC-Surplus(SP-Index) > WS-Best-Surplus
              MOVE LC-Surplus(SP-Index) TO WS-Best-Surplus
              SET WS-Best-Index TO SP-Index
           END-IF.

       2500-Write-Transfer-Order.
           ADD 1 TO WS-Next-XferNo.
           MOVE WS-Next-XferNo        TO XferFile-XferNo.
           MOVE WS-Break-GadgetID     TO XferFile-GadgetID.
           MOVE LC-Location(SP-Index) TO XferFile-From-Location.
           MOVE LC-Location(LC-Index) TO XferFile-To-Location.
           MOVE WS-Move-Qty           TO XferFile-OrderQty.
           MOVE WS-Order-Date         TO XferFile-OrderDate.
           MOVE ZERO                  TO XferFile-ShipDate
                                         XferFile-ShippedQty
                                         XferFile-ReceiptDate
                                         XferFile-ReceivedQty.
           MOVE 'O'                   TO XferFile-Status.
           MOVE 'R'                   TO XferFile-Origin.
           WRITE XferFile-Record.
           IF NOT WS-XferFile-Good
              DISPLAY "** ERROR **: 2500-Write-Transfer-Order"
              DISPLAY "Write XferFile Failed."
              DISPLAY "File Status: " WS-XferFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-Transfer-Cnt.
           MOVE WS-Next-XferNo        TO PrnXferNo.
           MOVE WS-Break-GadgetID     TO PrnGadgetID.
           MOVE WS-Break-GadgetName   TO PrnGadgetName.
           MOVE LC-Location(SP-Index) TO PrnFromLocation.
           MOVE LC-Location(LC-Index) TO PrnToLocation.
           MOVE WS-Move-Qty           TO PrnQty.
           DISPLAY PrnTransferLine.

       3000-End-Job.
           CLOSE GadgetFile
                 XferFile.
           DISPLAY " ".
           DISPLAY "STOCK RECORDS READ:    " FD-GadgetFile-Record-Cnt.
           DISPLAY "SHORT LOCATIONS:       " WS-Short-Cnt.
           DISPLAY "TRANSFERS PROPOSED:    " WS-Transfer-Cnt.
           DISPLAY "STILL SHORT:           " WS-Still-Short-Cnt.
           MOVE FD-GadgetFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Transfer-Cnt          TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.

       5000-Read-GadgetFile.
           READ GadgetFile
              AT END SET WS-GadgetFile-EOF TO TRUE
           END-READ.
           IF WS-GadgetFile-Good
              ADD +1 TO FD-GadgetFile-Record-Cnt
           ELSE
              IF WS-GadgetFile-EOF
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

       COPY EOJPARA.
