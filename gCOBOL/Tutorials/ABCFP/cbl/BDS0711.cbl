      * ---------  ------------  --------------------------------
      * 2026-08-22 mnt           Created as the third leg of the
      *                          wall-to-wall count cycle.
      * 2026-10-15 mnt           The adjustment movement carries
      *                          the FIFO cost the variance added
      *                          to or took off the layers.
      * 2026-10-15 mnt           Cost layers and movements carry
      *                          the lot and serial number; an
      *                          overage layer has no lot.
      * 2026-09-02 mnt           Posted variances now maintain
      *                          the FIFO cost layers: overages
      *                          add a layer at the newest cost
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
              15 CL-Seq                    PIC 9(4).
              15 CL-Qty                    PIC S9(5).
              15 CL-UnitCost               PIC 9(4)V99.
              15 CL-Lot                    PIC X(10).
              15 CL-Serial                 PIC X(12).

       01  WS-Layer-Work-Fields.
           12 WS-Relief-Remaining          PIC S9(5).
           12 WS-Relief-Take               PIC S9(5).
           12 WS-Last-Cost                 PIC 9(4)V99.
           12 WS-Move-Cost                 PIC S9(7)V99.
           12 WS-Layer-GadgetID            PIC 9(6).
           12 WS-Layer-Location            PIC X(3).
           12 WS-Layer-Add-Qty             PIC S9(5).
      *    unrecorded receipt - and a shortage relieves the layers
      *    oldest first, the same way BDS0708 relieves an issue.
       2250-Maintain-Cost-Layers.
           MOVE ZERO TO WS-Move-Cost.
           MOVE MatchFile-GadgetID TO WS-Layer-GadgetID.
           MOVE MatchFile-Location TO WS-Layer-Location.
           IF WS-Variance-Qty > ZERO
           END-IF.
           MOVE 'PHYSCOUNT '       TO MoveFile-Reference.
           MOVE GadgetFile-QtyInStock TO MoveFile-New-Balance.
           MOVE SPACES             TO MoveFile-Lot
                                      MoveFile-Serial.
           IF WS-Move-Cost < 0
              MOVE '-' TO MoveFile-Cost-Sign
              COMPUTE MoveFile-Ext-Cost = 0 - WS-Move-Cost
           ELSE
              MOVE '+' TO MoveFile-Cost-Sign
              MOVE WS-Move-Cost TO MoveFile-Ext-Cost
           END-IF.
           WRITE MoveFile-Record.
           IF NOT WS-MoveFile-Good
              DISPLAY "** ERROR **: 2300-Write-Movement-Record"
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
                 COMPUTE WS-Move-Cost = WS-Move-Cost
                    - (WS-Relief-Remaining * WS-Last-Cost)
                 DISPLAY "LAYERS SHORT FOR GADGET "
                    WS-Layer-GadgetID " AT " WS-Layer-Location
                    " - NEGATIVE LAYER WRITTEN"
              END-IF
              SUBTRACT WS-Relief-Take FROM CL-Qty(CL-Index)
              SUBTRACT WS-Relief-Take FROM WS-Relief-Remaining
              COMPUTE WS-Move-Cost = WS-Move-Cost
                 - (WS-Relief-Take * CL-UnitCost(CL-Index))
           END-IF.

       7300-Add-Cost-Layer.
              MOVE WS-Layer-Seq      TO CL-Seq(CL-Index)
              MOVE WS-Layer-Add-Qty  TO CL-Qty(CL-Index)
              MOVE WS-Layer-Add-Cost TO CL-UnitCost(CL-Index)
              MOVE SPACES            TO CL-Lot(CL-Index)
                                        CL-Serial(CL-Index)
              COMPUTE WS-Move-Cost = WS-Move-Cost
                 + (WS-Layer-Add-Qty * WS-Layer-Add-Cost)
           ELSE
              DISPLAY "COST LAYER TABLE FULL - RECEIPT FOR GADGET "
                 WS-Layer-GadgetID " NOT LAYERED"
                 MOVE CL-Qty(CL-Index) TO CostFile-Qty
              END-IF
              MOVE CL-UnitCost(CL-Index) TO CostFile-UnitCost
              MOVE CL-Lot(CL-Index)      TO CostFile-Lot
              MOVE CL-Serial(CL-Index)   TO CostFile-Serial
              WRITE CostFile-Record
           END-IF.

