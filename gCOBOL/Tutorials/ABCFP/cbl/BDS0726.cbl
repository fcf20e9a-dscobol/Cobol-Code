      ***********************************************************
      * Program name:    BDS0726
      * Original author: mnt
      *
      * Description: Landed cost allocation and register.
      *
      *    Freight, duty and broker fees on an inbound shipment
      *    are part of what the goods cost.  Each landed cost
      *    transaction names the PO, and optionally the date of
      *    one receipt against it, the charge type, the basis to
      *    spread it on, and the amount:
      *
      *       charge type  F  freight
      *                    D  duty
      *                    B  broker fees
      *       basis        V  received value (quantity x the
      *                       unit cost the receipt was layered at)
      *                    Q  received quantity
      *                    W  received weight (quantity x the unit
      *                       weight on the gadget weight file)
      *
      *    A zero receipt date spreads the charge over every
      *    receipt on the PO.  When the basis adds up to nothing
      *    (no weights on file, receipts layered at zero cost) the
      *    charge is spread by quantity instead.
      *
      *    Each receipt line's share is landed on the cost layer
      *    the receipt built (BDS0717 records it on the PO-receipt
      *    file).  The part that belongs to units still on that
      *    layer is added to the layer's unit cost, so BDS0714
      *    values them, and BDS0712 issues them, at landed cost.
      *    The part that belongs to units already gone - issued,
      *    transferred out, or on a receipt that predates the
      *    layer link - is expensed, along with the odd cents the
      *    unit cost cannot carry.
      *
      *    The register prints every spread; each line also goes
      *    to the landed cost history file.  Reject reason codes:
      *       CT  bad charge type
      *       BA  bad basis
      *       ZA  no amount on the transaction
      *       NR  no receipt on file for the PO (and date)
      *       TL  more receipt lines than one charge can spread
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so inbound freight, duty
      *                          and broker fees go into the cost
      *                          of the goods instead of straight
      *                          to expense.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0726.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LandFile
           ASSIGN TO "../data/c07-landtran.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LandFile-Status.

           SELECT RcptFile
           ASSIGN TO "../data/c07-poreceipt.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptFile-Status.

           SELECT WeightFile
           ASSIGN TO "../data/c07-gadgetwt.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WeightFile-Status.

           SELECT RejFile
           ASSIGN TO "../data/c07-landrej.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

           SELECT SpreadFile
           ASSIGN TO "../data/c07-landspread.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SpreadFile-Status.

           SELECT CostFile
           ASSIGN TO "../data/c07-costlayer.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CostFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LandFile.
       01  LandFile-Record.
           02 LandFile-PONumber       PIC 9(6).
           02 LandFile-Rcpt-Date      PIC 9(8).
           02 LandFile-Charge-Type    PIC X.
              88 LandFile-Freight         VALUE 'F'.
              88 LandFile-Duty            VALUE 'D'.
              88 LandFile-Broker          VALUE 'B'.
           02 LandFile-Basis          PIC X.
              88 LandFile-By-Value        VALUE 'V'.
              88 LandFile-By-Qty          VALUE 'Q'.
              88 LandFile-By-Weight       VALUE 'W'.
           02 LandFile-Amount         PIC 9(7)V99.
           02 LandFile-Date           PIC 9(8).
           02 LandFile-Reference      PIC X(10).

       FD  RcptFile.
       01  RcptFile-Record.
           02 RcptFile-PONumber       PIC 9(6).
           02 RcptFile-GadgetID       PIC 9(6).
           02 RcptFile-Date           PIC 9(8).
           02 RcptFile-Qty            PIC 9(4).
           02 RcptFile-Location       PIC X(3).
           02 RcptFile-Layer-Seq      PIC 9(4).
           02 RcptFile-UnitCost       PIC 9(4)V99.

       FD  WeightFile.
       01  WeightFile-Record.
           02 WeightFile-GadgetID     PIC 9(6).
           02 WeightFile-Unit-Weight  PIC 9(4)V999.

       FD  RejFile.
       01  RejFile-Record.
           02 RejFile-Tran-Data       PIC X(43).
           02 RejFile-Reason-Code     PIC XX.

       FD  SpreadFile.
       01  SpreadFile-Record.
           02 SpreadFile-Date         PIC 9(8).
           02 SpreadFile-PONumber     PIC 9(6).
           02 SpreadFile-Charge-Type  PIC X.
           02 SpreadFile-Reference    PIC X(10).
           02 SpreadFile-GadgetID     PIC 9(6).
           02 SpreadFile-Location     PIC X(3).
           02 SpreadFile-Layer-Seq    PIC 9(4).
           02 SpreadFile-Share        PIC 9(7)V99.
           02 SpreadFile-Capitalized  PIC 9(7)V99.
           02 SpreadFile-Expensed     PIC 9(7)V99.

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
           COPY WSFST REPLACING ==:tag:== BY ==LandFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WeightFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SpreadFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.

       01  WS-File-Counters.
           12 FD-LandFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Landed-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Spread-Cnt                PIC S9(5) COMP VALUE ZERO.

       01  WS-Run-Totals.
           12 WS-Total-Amount              PIC S9(9)V99 VALUE ZERO.
           12 WS-Total-Capitalized         PIC S9(9)V99 VALUE ZERO.
           12 WS-Total-Expensed            PIC S9(9)V99 VALUE ZERO.

       01  WS-Rcpt-Table-Storage.
           12 WS-Rcpt-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rcpt-Entry OCCURS 2000 TIMES
                            INDEXED BY RC-Index.
              15 RC-PONumber               PIC 9(6).
              15 RC-GadgetID               PIC 9(6).
              15 RC-Date                   PIC 9(8).
              15 RC-Qty                    PIC 9(4).
              15 RC-Location               PIC X(3).
              15 RC-Layer-Seq              PIC 9(4).
              15 RC-UnitCost               PIC 9(4)V99.

       01  WS-Weight-Table-Storage.
           12 WS-Weight-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Weight-Entry OCCURS 2000 TIMES
                              INDEXED BY WT-Index.
              15 WT-GadgetID               PIC 9(6).
              15 WT-Unit-Weight            PIC 9(4)V999.

      *    The receipt lines the current charge is spread over.
       01  WS-Line-Storage.
           12 WS-Line-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Entry OCCURS 100 TIMES
                            INDEXED BY LN-Index.
              15 LN-GadgetID               PIC 9(6).
              15 LN-Location               PIC X(3).
              15 LN-Layer-Seq              PIC 9(4).
              15 LN-Qty                    PIC 9(4).
              15 LN-Basis                  PIC 9(9)V999.

      *    All cost layers ride in storage for the run, in receipt
      *    order, exactly as BDS0708 keeps them.
       01  WS-Cost-Layer-Storage.
           12 WS-Layer-Count               PIC S9(4) COMP VALUE ZERO.
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

       01  WS-Charge-Fields.
           12 WS-Valid-Charge-SW           PIC X.
              88 WS-Valid-Charge               VALUE 'Y'.
           12 WS-Reason-Code               PIC XX.
           12 WS-Basis                     PIC X.
              88 WS-By-Value                   VALUE 'V'.
              88 WS-By-Qty                     VALUE 'Q'.
              88 WS-By-Weight                  VALUE 'W'.
           12 WS-Total-Basis               PIC 9(11)V999.
           12 WS-Spread-So-Far             PIC S9(9)V99.
           12 WS-Unit-Weight               PIC 9(4)V999.
           12 WS-Weight-Found-SW           PIC X.
              88 WS-Weight-Found               VALUE 'Y'.

       01  WS-Share-Fields.
           12 WS-Share                     PIC S9(9)V99.
           12 WS-Capitalized               PIC S9(9)V99.
           12 WS-Expensed                  PIC S9(9)V99.
           12 WS-On-Hand                   PIC S9(5).
           12 WS-Unit-Add                  PIC 9(4)V99.
           12 WS-Layer-Found-SW            PIC X.
              88 WS-Layer-Found                VALUE 'Y'.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnChargeLine.
           02 FILLER             PIC X(3) VALUE "PO ".
           02 PrnPONumber        PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnChargeName      PIC X(7).
           02 FILLER             PIC X(4) VALUE " BY ".
           02 PrnBasisName       PIC X(8).
           02 FILLER             PIC X(5) VALUE " REF ".
           02 PrnReference       PIC X(10).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnAmount          PIC Z(6)9.99.

       01  PrnSpreadLine.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnLocation        PIC X(3).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnLayerSeq        PIC 9(4).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnRcvdQty         PIC ZZZ9.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnOnHand          PIC ZZZ9.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnShare           PIC Z(6)9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnCapitalized     PIC Z(6)9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnExpensed        PIC Z(6)9.99.
           02 FILLER             PIC X VALUE SPACES.
           02 PrnUnitAdd         PIC ZZZ9.99.

       01  PrnTotalAmount        PIC Z(8)9.99.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-LandFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           PERFORM 1100-Load-Cost-Layers.
           PERFORM 1200-Load-Receipts.
           PERFORM 1300-Load-Weights.
           OPEN INPUT  LandFile.
           OPEN OUTPUT RejFile.
           OPEN EXTEND SpreadFile.
           DISPLAY "*** LANDED COST REGISTER ***".
           DISPLAY "   GADGET LOC LAYR RCVD ONHD      SHARE"
              "     CAPTLZ    EXPENSD  UNIT+".
           PERFORM 2050-Read-LandFile.

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
              ELSE
                 DISPLAY "COST LAYER TABLE FULL - LAYER FOR GADGET "
                    CostFile-GadgetID " DROPPED"
              END-IF
           END-IF.

       1200-Load-Receipts.
           OPEN INPUT RcptFile.
           IF WS-RcptFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1210-Load-One-Receipt
                 UNTIL WS-RcptFile-EOF
              CLOSE RcptFile
           END-IF.

       1210-Load-One-Receipt.
           READ RcptFile
              AT END SET WS-RcptFile-EOF TO TRUE
           END-READ.
           IF WS-RcptFile-Good
              IF WS-Rcpt-Count < 2000
                 ADD 1 TO WS-Rcpt-Count
                 SET RC-Index TO WS-Rcpt-Count
                 MOVE RcptFile-PONumber  TO RC-PONumber(RC-Index)
                 MOVE RcptFile-GadgetID  TO RC-GadgetID(RC-Index)
                 MOVE RcptFile-Date      TO RC-Date(RC-Index)
                 MOVE RcptFile-Qty       TO RC-Qty(RC-Index)
                 MOVE RcptFile-Location  TO RC-Location(RC-Index)
                 MOVE RcptFile-Layer-Seq TO RC-Layer-Seq(RC-Index)
                 MOVE RcptFile-UnitCost  TO RC-UnitCost(RC-Index)
                 IF RcptFile-Layer-Seq NOT NUMERIC
                    MOVE ZERO TO RC-Layer-Seq(RC-Index)
                 END-IF
                 IF RcptFile-UnitCost NOT NUMERIC
                    MOVE ZERO TO RC-UnitCost(RC-Index)
                 END-IF
              ELSE
                 DISPLAY "RECEIPT TABLE FULL - RECEIPT FOR PO "
                    RcptFile-PONumber " DROPPED"
              END-IF
           END-IF.

       1300-Load-Weights.
           OPEN INPUT WeightFile.
           IF WS-WeightFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1310-Load-One-Weight
                 UNTIL WS-WeightFile-EOF
              CLOSE WeightFile
           END-IF.

       1310-Load-One-Weight.
           READ WeightFile
              AT END SET WS-WeightFile-EOF TO TRUE
           END-READ.
           IF WS-WeightFile-Good
              IF WS-Weight-Count < 2000
                 ADD 1 TO WS-Weight-Count
                 SET WT-Index TO WS-Weight-Count
                 MOVE WeightFile-GadgetID    TO WT-GadgetID(WT-Index)
                 MOVE WeightFile-Unit-Weight TO WT-Unit-Weight(WT-Index)
              ELSE
                 DISPLAY "WEIGHT TABLE FULL - GADGET "
                    WeightFile-GadgetID " DROPPED"
              END-IF
           END-IF.

       2000-Process.
           IF WS-LandFile-Good
              PERFORM 2100-Process-One-Charge
           END-IF.
           PERFORM 2050-Read-LandFile.

       2050-Read-LandFile.
           READ LandFile
              AT END SET WS-LandFile-EOF TO TRUE
           END-READ.
           IF WS-LandFile-Good
              ADD +1 TO FD-LandFile-Record-Cnt.

       2100-Process-One-Charge.
           MOVE 'Y'    TO WS-Valid-Charge-SW.
           MOVE SPACES TO WS-Reason-Code.
           MOVE LandFile-Basis TO WS-Basis.
           EVALUATE TRUE
              WHEN NOT LandFile-Freight AND NOT LandFile-Duty
                   AND NOT LandFile-Broker
                 MOVE 'CT' TO WS-Reason-Code
              WHEN NOT WS-By-Value AND NOT WS-By-Qty
                   AND NOT WS-By-Weight
                 MOVE 'BA' TO WS-Reason-Code
              WHEN LandFile-Amount NOT NUMERIC
                   OR LandFile-Amount = ZERO
                 MOVE 'ZA' TO WS-Reason-Code
              WHEN OTHER
                 PERFORM 2200-Gather-Receipt-Lines
           END-EVALUATE.
           IF WS-Reason-Code NOT = SPACES
              MOVE 'N' TO WS-Valid-Charge-SW
           END-IF.
           IF WS-Valid-Charge
              PERFORM 2300-Spread-Charge
              ADD 1 TO WS-Landed-Cnt
           ELSE
              ADD 1 TO WS-Rejected-Cnt
              MOVE LandFile-Record TO RejFile-Tran-Data
              MOVE WS-Reason-Code  TO RejFile-Reason-Code
              WRITE RejFile-Record
              DISPLAY "PO " LandFile-PONumber " REF "
                 LandFile-Reference " REJECTED - " WS-Reason-Code
           END-IF.

       2200-Gather-Receipt-Lines.
           MOVE ZERO TO WS-Line-Count
                        WS-Total-Basis.
           PERFORM 2210-Gather-One-Receipt
              VARYING RC-Index FROM 1 BY 1
              UNTIL RC-Index > WS-Rcpt-Count
                 OR WS-Reason-Code NOT = SPACES.
           IF WS-Reason-Code = SPACES
              IF WS-Line-Count = ZERO
                 MOVE 'NR' TO WS-Reason-Code
              ELSE
                 IF WS-Total-Basis = ZERO AND NOT WS-By-Qty
                    PERFORM 2230-Fall-Back-To-Quantity
                 END-IF
              END-IF
           END-IF.

       2210-Gather-One-Receipt.
           IF RC-PONumber(RC-Index) = LandFile-PONumber
              AND (LandFile-Rcpt-Date = ZERO
                   OR RC-Date(RC-Index) = LandFile-Rcpt-Date)
              AND RC-Qty(RC-Index) > ZERO
              IF WS-Line-Count < 100
                 ADD 1 TO WS-Line-Count
                 SET LN-Index TO WS-Line-Count
                 MOVE RC-GadgetID(RC-Index)  TO LN-GadgetID(LN-Index)
                 MOVE RC-Location(RC-Index)  TO LN-Location(LN-Index)
                 MOVE RC-Layer-Seq(RC-Index) TO LN-Layer-Seq(LN-Index)
                 MOVE RC-Qty(RC-Index)       TO LN-Qty(LN-Index)
                 EVALUATE TRUE
                    WHEN WS-By-Value
                       COMPUTE LN-Basis(LN-Index) =
                          RC-Qty(RC-Index) * RC-UnitCost(RC-Index)
                    WHEN WS-By-Weight
                       PERFORM 2220-Find-Unit-Weight
                       COMPUTE LN-Basis(LN-Index) =
                          RC-Qty(RC-Index) * WS-Unit-Weight
                    WHEN OTHER
                       MOVE RC-Qty(RC-Index) TO LN-Basis(LN-Index)
                 END-EVALUATE
                 ADD LN-Basis(LN-Index) TO WS-Total-Basis
              ELSE
                 MOVE 'TL' TO WS-Reason-Code
              END-IF
           END-IF.

       2220-Find-Unit-Weight.
           MOVE ZERO TO WS-Unit-Weight.
           MOVE 'N'  TO WS-Weight-Found-SW.
           PERFORM 2225-Check-One-Weight
              VARYING WT-Index FROM 1 BY 1
              UNTIL WT-Index > WS-Weight-Count
                 OR WS-Weight-Found.

       2225-Check-One-Weight.
           IF WT-GadgetID(WT-Index) = RC-GadgetID(RC-Index)
              MOVE WT-Unit-Weight(WT-Index) TO WS-Unit-Weight
              SET WS-Weight-Found TO TRUE
           END-IF.

       2230-Fall-Back-To-Quantity.
           DISPLAY "PO " LandFile-PONumber " REF " LandFile-Reference
              " - NO VALUE OR WEIGHT ON THE RECEIPTS, SPREAD BY"
              " QUANTITY".
           MOVE 'Q'  TO WS-Basis.
           MOVE ZERO TO WS-Total-Basis.
           PERFORM 2235-Quantity-Basis
              VARYING LN-Index FROM 1 BY 1
              UNTIL LN-Index > WS-Line-Count.

       2235-Quantity-Basis.
           MOVE LN-Qty(LN-Index) TO LN-Basis(LN-Index).
           ADD LN-Basis(LN-Index) TO WS-Total-Basis.

      *    Each line gets its share of the charge in proportion to
      *    its basis; the last line takes whatever rounding left,
      *    so the shares always add back to the charge.
       2300-Spread-Charge.
           MOVE LandFile-PONumber  TO PrnPONumber.
           MOVE LandFile-Reference TO PrnReference.
           MOVE LandFile-Amount    TO PrnAmount.
           EVALUATE TRUE
              WHEN LandFile-Freight  MOVE "FREIGHT" TO PrnChargeName
              WHEN LandFile-Duty     MOVE "DUTY"    TO PrnChargeName
              WHEN LandFile-Broker   MOVE "BROKER"  TO PrnChargeName
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-By-Value       MOVE "VALUE"    TO PrnBasisName
              WHEN WS-By-Weight      MOVE "WEIGHT"   TO PrnBasisName
              WHEN OTHER             MOVE "QUANTITY" TO PrnBasisName
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY PrnChargeLine.
           ADD LandFile-Amount TO WS-Total-Amount.
           MOVE ZERO TO WS-Spread-So-Far.
           PERFORM 2310-Spread-One-Line
              VARYING LN-Index FROM 1 BY 1
              UNTIL LN-Index > WS-Line-Count.

       2310-Spread-One-Line.
           IF LN-Index = WS-Line-Count
              COMPUTE WS-Share = LandFile-Amount - WS-Spread-So-Far
           ELSE
              COMPUTE WS-Share ROUNDED =
                 LandFile-Amount * LN-Basis(LN-Index) / WS-Total-Basis
           END-IF.
           ADD WS-Share TO WS-Spread-So-Far.
           PERFORM 2400-Land-Share.
           PERFORM 2500-Write-Spread.

      *    The receipt's own layer is found by its sequence number.
      *    The units still on it, never more than the receipt
      *    brought in, take their part of the share as a whole
      *    number of cents per unit; everything else is expensed.
       2400-Land-Share.
           MOVE ZERO TO WS-On-Hand
                        WS-Unit-Add
                        WS-Capitalized.
           MOVE 'N'  TO WS-Layer-Found-SW.
           IF LN-Layer-Seq(LN-Index) > ZERO
              PERFORM 2410-Check-One-Layer
                 VARYING CL-Index FROM 1 BY 1
                 UNTIL CL-Index > WS-Layer-Count
                    OR WS-Layer-Found
           END-IF.
           IF WS-Layer-Found
              SET CL-Index DOWN BY 1
              IF CL-Qty(CL-Index) > ZERO
                 MOVE CL-Qty(CL-Index) TO WS-On-Hand
                 IF WS-On-Hand > LN-Qty(LN-Index)
                    MOVE LN-Qty(LN-Index) TO WS-On-Hand
                 END-IF
              END-IF
           END-IF.
           IF WS-On-Hand > ZERO AND WS-Share > ZERO
              COMPUTE WS-Unit-Add = WS-Share / LN-Qty(LN-Index)
              COMPUTE WS-Capitalized = WS-Unit-Add * WS-On-Hand
              ADD WS-Unit-Add TO CL-UnitCost(CL-Index)
                 ON SIZE ERROR
                    DISPLAY "GADGET " LN-GadgetID(LN-Index)
                       " LAYER " LN-Layer-Seq(LN-Index)
                       " UNIT COST WOULD OVERFLOW - SHARE EXPENSED"
                    MOVE ZERO TO WS-Unit-Add
                                 WS-Capitalized
              END-ADD
           END-IF.
           COMPUTE WS-Expensed = WS-Share - WS-Capitalized.
           ADD WS-Capitalized TO WS-Total-Capitalized.
           ADD WS-Expensed    TO WS-Total-Expensed.

       2410-Check-One-Layer.
           IF CL-GadgetID(CL-Index) = LN-GadgetID(LN-Index)
              AND CL-Seq(CL-Index) = LN-Layer-Seq(LN-Index)
              SET WS-Layer-Found TO TRUE
           END-IF.

       2500-Write-Spread.
           MOVE LandFile-Date          TO SpreadFile-Date.
           MOVE LandFile-PONumber      TO SpreadFile-PONumber.
           MOVE LandFile-Charge-Type   TO SpreadFile-Charge-Type.
           MOVE LandFile-Reference     TO SpreadFile-Reference.
           MOVE LN-GadgetID(LN-Index)  TO SpreadFile-GadgetID.
           MOVE LN-Location(LN-Index)  TO SpreadFile-Location.
           MOVE LN-Layer-Seq(LN-Index) TO SpreadFile-Layer-Seq.
           MOVE WS-Share               TO SpreadFile-Share.
           MOVE WS-Capitalized         TO SpreadFile-Capitalized.
           MOVE WS-Expensed            TO SpreadFile-Expensed.
           WRITE SpreadFile-Record.
           IF NOT WS-SpreadFile-Good
              DISPLAY "** ERROR **: 2500-Write-Spread"
              DISPLAY "Write SpreadFile Failed."
              DISPLAY "File Status: " WS-SpreadFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-Spread-Cnt.
           MOVE LN-GadgetID(LN-Index)  TO PrnGadgetID.
           MOVE LN-Location(LN-Index)  TO PrnLocation.
           MOVE LN-Layer-Seq(LN-Index) TO PrnLayerSeq.
           MOVE LN-Qty(LN-Index)       TO PrnRcvdQty.
           MOVE WS-On-Hand             TO PrnOnHand.
           MOVE WS-Share               TO PrnShare.
           MOVE WS-Capitalized         TO PrnCapitalized.
           MOVE WS-Expensed            TO PrnExpensed.
           MOVE WS-Unit-Add            TO PrnUnitAdd.
           DISPLAY PrnSpreadLine.

       3000-End-Job.
           PERFORM 3100-Rewrite-Cost-Layers.
           CLOSE LandFile
                 RejFile
                 SpreadFile.
           DISPLAY " ".
           DISPLAY "CHARGES READ:      " FD-LandFile-Record-Cnt.
           DISPLAY "CHARGES LANDED:    " WS-Landed-Cnt.
           DISPLAY "REJECTED:          " WS-Rejected-Cnt.
           MOVE WS-Total-Amount      TO PrnTotalAmount.
           DISPLAY "TOTAL CHARGES:     " PrnTotalAmount.
           MOVE WS-Total-Capitalized TO PrnTotalAmount.
           DISPLAY "ADDED TO LAYERS:   " PrnTotalAmount.
           MOVE WS-Total-Expensed    TO PrnTotalAmount.
           DISPLAY "EXPENSED:          " PrnTotalAmount.
           MOVE FD-LandFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Spread-Cnt          TO EOJS-Records-Out.
           MOVE WS-Rejected-Cnt        TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Rejected-Cnt > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    Only unit costs change here, so every layer goes back
      *    exactly as it was loaded apart from that.
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

       COPY EOJPARA.
