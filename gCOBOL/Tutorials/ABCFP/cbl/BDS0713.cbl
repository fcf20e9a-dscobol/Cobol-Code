      *    the movement history with the invoice reference), and
      *    rewrites the backorder file with whatever is still
      *    short, so the file always holds only open backorders.
      *    Whenever a run releases any quantity against a
      *    backorder an 'R' record goes to the backorder notice
      *    file BDS0712 starts, so the customer hears both when
      *    the line went short and when it ships.
      *
      *    As in BDS0712, one movement and one issue-cost record
      *    is written per cost layer taken, carrying the layer's
      *    lot and serial number against the invoice.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * 2026-09-02 mnt           Released issues now relieve the
      *                          FIFO cost layers the same way
      *                          BDS0708 does.
      * 2026-10-15 mnt           Every layer relieved for a
      *                          released backorder is also written
      *                          to the issue-cost file, the same
      *                          as BDS0712, so a customer return
      *                          goes back in at the cost it left
      *                          at (BDS0722).
      * 2026-10-15 mnt           Backorders carry the customer and
      *                          rep through the rewrite, and any
      *                          quantity released writes an 'R'
      *                          record to the backorder notice
      *                          file.
      * 2026-10-15 mnt           Lot and serial number carried
      *                          from the cost layers onto the
      *                          issue movements and the issue-
      *                          cost file; one movement per
      *                          layer taken.
      * 2026-10-15 mnt           Issue movements carry the FIFO
      *                          cost of the layer slice taken.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MoveFile-Status.

           SELECT IssueFile
           ASSIGN TO "../data/c07-issuecost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IssueFile-Status.

           SELECT NoticeFile
           ASSIGN TO "../data/c07-bonotice.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NoticeFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BackFile.
           02 BackFile-InvNo          PIC X(6).
           02 BackFile-Qty            PIC 9(5).
           02 BackFile-Date           PIC 9(8).
           02 BackFile-CustNo         PIC X(6).
           02 BackFile-Rep            PIC X(3).

       FD  GadgetFile.
       01  GadgetFile-StockRec.
           02 CostFile-Qty-Sign       PIC X.
           02 CostFile-Qty            PIC 9(4).
           02 CostFile-UnitCost       PIC 9(4)V99.
           02 CostFile-Lot            PIC X(10).
           02 CostFile-Serial         PIC X(12).

       FD  MoveFile.
       01  MoveFile-Record.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GadgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IssueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NoticeFile==.

       01  WS-File-Counters.
           12 FD-BackFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Released-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Still-Open-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Notice-Cnt                PIC S9(4) COMP VALUE ZERO.

      *    The whole backorder file is loaded, worked, and written
      *    back, because a line-sequential file cannot be rewritten
              15 BO-InvNo                  PIC X(6).
              15 BO-Qty                    PIC 9(5).
              15 BO-Date                   PIC 9(8).
              15 BO-CustNo                 PIC X(6).
              15 BO-Rep                    PIC X(3).

       01  WS-Allocation-Fields.
           12 WS-Remaining-Qty             PIC S9(5).
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
           PERFORM 1100-Load-Backorder-Table.
           OPEN I-O    GadgetFile.
           OPEN EXTEND MoveFile.
           OPEN EXTEND IssueFile.
           OPEN EXTEND NoticeFile.
           PERFORM 7100-Load-Cost-Layers.

       1100-Load-Backorder-Table.
                 MOVE BackFile-InvNo    TO BO-InvNo(BO-Index)
                 MOVE BackFile-Qty      TO BO-Qty(BO-Index)
                 MOVE BackFile-Date     TO BO-Date(BO-Index)
                 MOVE BackFile-CustNo   TO BO-CustNo(BO-Index)
                 MOVE BackFile-Rep      TO BO-Rep(BO-Index)
              ELSE
                 DISPLAY "BACKORDER TABLE FULL - ITEM FOR GADGET "
                    BackFile-GadgetID " CARRIED UNWORKED"
           PERFORM 2200-Allocate-From-Location
              UNTIL WS-Gadget-Done
                 OR WS-Remaining-Qty = ZERO.
           IF WS-Remaining-Qty < BO-Qty(BO-Index)
              PERFORM 2400-Write-Released-Notice
           END-IF.
           MOVE WS-Remaining-Qty TO BO-Qty(BO-Index).
           IF WS-Remaining-Qty = ZERO
              ADD 1 TO WS-Released-Cnt
              MOVE GadgetFile-GadgetID TO WS-Layer-GadgetID
              MOVE GadgetFile-Location TO WS-Layer-Location
              MOVE WS-Take-Qty         TO WS-Relief-Remaining
              COMPUTE WS-Move-Balance =
                 GadgetFile-QtyInStock + WS-Take-Qty
              PERFORM 7200-Relieve-Cost-Layers
           END-IF.

      *    One movement per layer taken, each showing the balance
      *    left after that slice.

       2350-Write-Issue-Movement.
           MOVE GadgetFile-GadgetID   TO MoveFile-GadgetID.
           MOVE GadgetFile-Location   TO MoveFile-Location.
           MOVE CDT-Full-Date         TO MoveFile-Date.
           MOVE 'I'                   TO MoveFile-TranType.
           MOVE '-'                   TO MoveFile-Qty-Sign.
           MOVE WS-Relief-Take        TO MoveFile-Qty.
           MOVE SPACES                TO MoveFile-Reference.
           STRING 'INV' WS-Work-InvNo DELIMITED BY SIZE
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

      *    Partial releases are notified too; Open-Qty tells the
      *    customer what is still to come.
       2400-Write-Released-Notice.
           MOVE 'R'                   TO NoticeFile-Type.
           MOVE CDT-Full-Date         TO NoticeFile-Date.
           MOVE BO-CustNo(BO-Index)   TO NoticeFile-CustNo.
           MOVE WS-Work-InvNo         TO NoticeFile-InvNo.
           MOVE WS-Work-GadgetID      TO NoticeFile-GadgetID.
           COMPUTE NoticeFile-Qty = BO-Qty(BO-Index) - WS-Remaining-Qty.
           MOVE WS-Remaining-Qty      TO NoticeFile-Open-Qty.
           MOVE BO-Rep(BO-Index)      TO NoticeFile-Rep.
           WRITE NoticeFile-Record.
           IF WS-NoticeFile-Good
              ADD 1 TO WS-Notice-Cnt
           ELSE
              DISPLAY "** ERROR **: 2400-Write-Released-Notice"
              DISPLAY "Write NoticeFile Failed."
              DISPLAY "File Status: " WS-NoticeFile-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2900-Rewrite-Backorder-File.
           OPEN OUTPUT BackFile.
           PERFORM 2910-Write-One-Open-Backorder
              MOVE BO-InvNo(BO-Index)    TO BackFile-InvNo
              MOVE BO-Qty(BO-Index)      TO BackFile-Qty
              MOVE BO-Date(BO-Index)     TO BackFile-Date
              MOVE BO-CustNo(BO-Index)   TO BackFile-CustNo
              MOVE BO-Rep(BO-Index)      TO BackFile-Rep
              WRITE BackFile-Record
           END-IF.

       3000-End-Job.
           PERFORM 7400-Rewrite-Cost-Layers.
           CLOSE GadgetFile
                 MoveFile
                 IssueFile
                 NoticeFile.
           DISPLAY "BACKORDERS READ:   " FD-BackFile-Record-Cnt.
           DISPLAY "RELEASED IN FULL:  " WS-Released-Cnt.
           DISPLAY "STILL OPEN:        " WS-Still-Open-Cnt.
           DISPLAY "RELEASE NOTICES:   " WS-Notice-Cnt.
           MOVE FD-BackFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Released-Cnt        TO EOJS-Records-Out.
           MOVE WS-Still-Open-Cnt      TO EOJS-Records-Rejected.
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

       7220-Write-Issue-Cost.
           MOVE WS-Work-InvNo         TO IssueFile-InvNo.
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

