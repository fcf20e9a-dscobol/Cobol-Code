      *                          (BDS0717).  Gadgets with an open
      *                          or partial PO already on the PO
      *                          file are not reordered again.
      * 2026-10-15 mnt           Each location now has its own
      *                          reorder point and order-up-to
      *                          (BDS0719); the gadget's are the
      *                          sums across its locations.  Stock
      *                          shipped on a transfer and not yet
      *                          received counts in the combined
      *                          quantity, so a move between
      *                          buildings does not raise a PO.
      *                          Run after the weekly rebalancing
      *                          (BDS0724) so surplus elsewhere is
      *                          moved before it is bought.
      * 2026-10-15 mnt           Each PO carries the agreed unit
      *                          price, the product master's cost
      *                          from the nightly price extract,
      *                          for the vendor invoice match
      *                          (BDS0727).  Vendor master layout
      *                          carries payment terms and match
      *                          tolerances.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

           SELECT XferFile
           ASSIGN TO "../data/c07-xferorder.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferFile-Status.

           SELECT PriceFile
           ASSIGN TO "../data/c07-prodprice.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GadgetStockFile.
           02 VendorFile-VendorID     PIC 9(4).
           02 VendorFile-VendorName   PIC X(30).
           02 VendorFile-LeadDays     PIC 9(3).
           02 VendorFile-Terms-Days   PIC 9(3).
           02 VendorFile-Price-Tol    PIC 9(2)V9.
           02 VendorFile-Qty-Tol      PIC 9(2)V9.

       FD  LinkFile.
       01  LinkFile-Record.
           02 POFile-DueDate          PIC 9(8).
           02 POFile-ReceivedQty      PIC 9(4).
           02 POFile-Status           PIC X.
           02 POFile-UnitPrice        PIC 9(4)V99.

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

       FD  PriceFile.
       01  PriceFile-Record.
           02 PriceFile-ProdNo        PIC X(6).
           02 PriceFile-Desc          PIC X(20).
           02 PriceFile-Price         PIC 9(5)V99.
           02 PriceFile-Status        PIC X.
           02 PriceFile-Cost          PIC 9(5)V99.
           02 FILLER                  PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VendorFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LinkFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XferFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceFile==.

       01  WS-File-Counters.
           12 FD-Gadget-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
              15 PO-GadgetID               PIC 9(6).
              15 PO-GadgetName             PIC X(30).
              15 PO-OrderQty               PIC 9(4).
              15 PO-UnitPrice              PIC 9(4)V99.

       01  WS-Match-Fields.
           12 WS-Link-Found-SW             PIC X.
                               INDEXED BY OP-Index.
              15 OP-GadgetID               PIC 9(6).

      *    Quantity shipped between locations and not yet received,
      *    by gadget.
       01  WS-Transit-Table-Storage.
           12 WS-Transit-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Transit-Entry OCCURS 500 TIMES
                               INDEXED BY IT-Index.
              15 IT-GadgetID               PIC 9(6).
              15 IT-Qty                    PIC 9(5).

      *    The price agreed on a PO is the product master's cost
      *    on the day it is raised, from the nightly price extract;
      *    the vendor invoice match (BDS0727) holds the vendor to
      *    it.
       01  WS-Master-Cost-Table.
           12 WS-Cost-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Cost-Entry OCCURS 2000 TIMES
                            INDEXED BY MC-Index.
              15 MC-ProdNo                 PIC X(6).
              15 MC-Cost                   PIC 9(4)V99.

       01  WS-Cost-Lookup-Fields.
           12 WS-Order-ProdNo              PIC X(6).
           12 WS-Cost-Found-SW             PIC X.
              88 WS-Cost-Found                 VALUE 'Y'.

       01  WS-Date-Fields.
           12 WS-Order-Date                PIC 9(8).
           12 WS-Due-Date                  PIC 9(8).
           PERFORM 1100-Load-Vendor-Table.
           PERFORM 1200-Load-Link-Table.
           PERFORM 1300-Load-Open-PO-Table.
           PERFORM 1400-Load-In-Transit-Table.
           PERFORM 1500-Load-Master-Costs.
           OPEN INPUT  GadgetStockFile.
           OPEN EXTEND POFile.
           PERFORM 5000-Read-GadgetStockFile.
              END-IF
           END-IF.

       1400-Load-In-Transit-Table.
           OPEN INPUT XferFile.
           IF WS-XferFile-File-Not-Found
              CONTINUE
           ELSE
              PERFORM 1410-Load-One-Transfer
                 UNTIL WS-XferFile-EOF
              CLOSE XferFile
           END-IF.

       1410-Load-One-Transfer.
           READ XferFile
              AT END SET WS-XferFile-EOF TO TRUE
           END-READ.
           IF WS-XferFile-Good
              AND XferFile-Status = 'T'
              SET IT-Index TO 1
              SEARCH WS-Transit-Entry
                 AT END
                    CONTINUE
                 WHEN IT-Index > WS-Transit-Count
                    IF WS-Transit-Count < 500
                       ADD 1 TO WS-Transit-Count
                       MOVE XferFile-GadgetID   TO IT-GadgetID(IT-Index)
                       MOVE XferFile-ShippedQty TO IT-Qty(IT-Index)
                    END-IF
                 WHEN IT-GadgetID(IT-Index) = XferFile-GadgetID
                    ADD XferFile-ShippedQty TO IT-Qty(IT-Index)
              END-SEARCH
           END-IF.

       1100-Load-Vendor-Table.
           OPEN INPUT VendorFile.
           PERFORM 1110-Load-One-Vendor
      *    The file is keyed on gadget then location, so all of a
      *    gadget's locations arrive together and the reorder test
      *    is made on the combined quantity at the gadget break -
      *    one building's surplus offsets the other's shortage -
      *    against the sum of the locations' reorder points.
       2000-Process.
           IF WS-Gadget-Good
              IF GadgetID NOT = WS-Break-GadgetID
                 MOVE GadgetID   TO WS-Break-GadgetID
                 MOVE GadgetName TO WS-Break-GadgetName
                 MOVE ZERO       TO WS-Combined-Qty
                 MOVE ZERO       TO WS-Break-Reorder-Pt
                 MOVE ZERO       TO WS-Break-OrderUpTo
              END-IF
              ADD QtyInStock   TO WS-Combined-Qty
              ADD ReorderPoint TO WS-Break-Reorder-Pt
              ADD OrderUpToQty TO WS-Break-OrderUpTo
           END-IF.
           PERFORM 5000-Read-GadgetStockFile.
           IF WS-Gadget-EOF

       2300-Test-Gadget-Break.
           IF WS-Break-GadgetID NOT = ZERO
              IF WS-Break-Reorder-Pt = ZERO
                 MOVE WS-Default-Reorder-Pt TO WS-Break-Reorder-Pt
              END-IF
              PERFORM 2310-Add-In-Transit
                 VARYING IT-Index FROM 1 BY 1
                 UNTIL IT-Index > WS-Transit-Count
              IF WS-Combined-Qty < WS-Break-Reorder-Pt
                 ADD 1 TO WS-Low-Stock-Cnt
                 PERFORM 2100-Record-Reorder-Gadget
              END-IF
           END-IF.

       2310-Add-In-Transit.
           IF IT-GadgetID(IT-Index) = WS-Break-GadgetID
              ADD IT-Qty(IT-Index) TO WS-Combined-Qty
           END-IF.

       2100-Record-Reorder-Gadget.
           MOVE 'N' TO WS-On-Order-SW.
           PERFORM VARYING OP-Index FROM 1 BY 1
              PERFORM 2150-Order-Gadget
           END-IF.

       1500-Load-Master-Costs.
           OPEN INPUT PriceFile.
           IF WS-PriceFile-File-Not-Found
              DISPLAY "NO MASTER PRICE EXTRACT - POS WILL CARRY"
                 " A ZERO PRICE"
           ELSE
              PERFORM 1510-Load-One-Cost
                 UNTIL WS-PriceFile-EOF
              CLOSE PriceFile
           END-IF.

       1510-Load-One-Cost.
           READ PriceFile
              AT END SET WS-PriceFile-EOF TO TRUE
           END-READ.
           IF WS-PriceFile-Good
              IF WS-Cost-Count < 2000
                 ADD 1 TO WS-Cost-Count
                 SET MC-Index TO WS-Cost-Count
                 MOVE PriceFile-ProdNo TO MC-ProdNo(MC-Index)
                 MOVE PriceFile-Cost   TO MC-Cost(MC-Index)
              ELSE
                 DISPLAY "MASTER COST TABLE FULL - PRODUCT "
                    PriceFile-ProdNo " DROPPED"
              END-IF
           END-IF.

       2150-Order-Gadget.
           MOVE 'N' TO WS-Link-Found-SW.
           PERFORM VARYING LK-Index FROM 1 BY 1
                 ELSE
                    MOVE WS-Hold-ReorderQty TO PO-OrderQty(PO-Index)
                 END-IF
                 PERFORM 2160-Find-Master-Cost
              ELSE
                 DISPLAY "PO TABLE FULL - GADGET " GadgetID
                    " NOT ORDERED"
                 WS-Break-GadgetID " " WS-Break-GadgetName
           END-IF.

       2160-Find-Master-Cost.
           MOVE WS-Break-GadgetID TO WS-Order-ProdNo.
           MOVE ZERO TO PO-UnitPrice(PO-Index).
           MOVE 'N'  TO WS-Cost-Found-SW.
           PERFORM 2165-Check-One-Cost
              VARYING MC-Index FROM 1 BY 1
              UNTIL MC-Index > WS-Cost-Count
                 OR WS-Cost-Found.
           IF NOT WS-Cost-Found
              DISPLAY "NO MASTER COST FOR GADGET "
                 WS-Break-GadgetID " - PO PRICE ZERO"
           END-IF.

       2165-Check-One-Cost.
           IF MC-ProdNo(MC-Index) = WS-Order-ProdNo
              MOVE MC-Cost(MC-Index) TO PO-UnitPrice(PO-Index)
              SET WS-Cost-Found TO TRUE
           END-IF.

       2500-Write-Purchase-Orders.
           PERFORM VARYING VT-Index FROM 1 BY 1
              UNTIL VT-Index > WS-Vendor-Count
                 MOVE WS-Due-Date           TO POFile-DueDate
                 MOVE ZERO                  TO POFile-ReceivedQty
                 MOVE 'O'                   TO POFile-Status
                 MOVE PO-UnitPrice(PO-Index) TO POFile-UnitPrice
                 WRITE POFile-Record
                 ADD 1 TO WS-PO-Written-Cnt
                 DISPLAY "PO " WS-PO-Number
                    " " PO-GadgetName(PO-Index)
                 DISPLAY "   QTY " PO-OrderQty(PO-Index)
                    " DUE " WS-Due-Date
                    " PRICE " PO-UnitPrice(PO-Index)
              END-IF
           END-PERFORM.

