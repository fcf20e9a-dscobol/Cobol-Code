      *                          stock test work on each gadget's
      *                          combined quantity across the
      *                          locations.
      * 2026-10-15 mnt           Each location now carries its own
      *                          reorder point (BDS0719); the low
      *                          stock test uses the sum of the
      *                          locations' points, falling back
      *                          to the flat 50 only when none of
      *                          them has been computed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
               MOVE GadgetName TO WS-Break-GadgetName
               MOVE ZERO       TO WS-Combined-Qty
               MOVE ZERO       TO WS-Combined-Value
               MOVE ZERO       TO WS-Break-Reorder-Pt
           END-IF
           ADD ReorderPoint TO WS-Break-Reorder-Pt
           COMPUTE StockValue = Price * QtyInStock
           ADD StockValue  TO FinalStockTotal
           ADD QtyInStock  TO WS-Combined-Qty

      *    At the gadget break the combined totals are saved for
      *    the consolidated section and the low stock test is made
      *    on the combined quantity across the locations against
      *    the sum of their reorder points.
       5030-GadgetBreak.
           IF WS-Break-GadgetID NOT = ZERO
               IF ConsolidatedCount < 500
                   MOVE WS-Combined-Qty     TO CN-Qty(CN-Index)
                   MOVE WS-Combined-Value   TO CN-Value(CN-Index)
               END-IF
               IF WS-Break-Reorder-Pt = ZERO
                   MOVE WS-Default-Reorder-Pt TO WS-Break-Reorder-Pt
               END-IF
               IF WS-Combined-Qty < WS-Break-Reorder-Pt
                   PERFORM 5020-RecordLowStockGadget
               END-IF
