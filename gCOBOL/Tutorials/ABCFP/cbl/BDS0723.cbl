      ***********************************************************
      * Program name:    BDS0723
      * Original author: mnt
      *
      * Description: Daily open backorders by customer.
      *
      *    Lists every open backorder on the file BDS0712 raises
      *    and BDS0713 works, grouped by customer and then by
      *    invoice, with the rep, the age in days since the line
      *    went short, and the expected availability date - the
      *    earliest due date of an open or part-received purchase
      *    order (BDS0707) for the gadget.  A gadget with no open
      *    PO shows NO PO so purchasing can see what nobody is
      *    buying.  Each customer gets a subtotal of lines and
      *    quantity short, and the run ends with a grand total.
      *
      *    Backorders raised before the customer was carried on
      *    the file show a blank customer and group together at
      *    the front.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so customer service can
      *                          answer "where is my order" without
      *                          reading the backorder file.
      * 2026-10-15 mnt           PO layout carries the agreed
      *                          unit price.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0723.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackFile
           ASSIGN TO "../data/c07-backorder.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackFile-Status.

           SELECT POFile
           ASSIGN TO "../data/c07-po.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BackFile.
       01  BackFile-Record.
           02 BackFile-GadgetID       PIC 9(6).
           02 BackFile-InvNo          PIC X(6).
           02 BackFile-Qty            PIC 9(5).
           02 BackFile-Date           PIC 9(8).
           02 BackFile-CustNo         PIC X(6).
           02 BackFile-Rep            PIC X(3).

       FD  POFile.
       01  POFile-Record.
           02 POFile-PONumber         PIC 9(6).
           02 POFile-VendorID         PIC 9(4).
           02 POFile-GadgetID         PIC 9(6).
           02 POFile-OrderQty         PIC 9(4).
           02 POFile-OrderDate        PIC 9(8).
           02 POFile-DueDate          PIC 9(8).
           02 POFile-ReceivedQty      PIC 9(4).
           02 POFile-Status           PIC X.
           02 POFile-UnitPrice        PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BackFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.

       01  WS-File-Counters.
           12 FD-BackFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-POFile-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Customer-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-No-PO-Cnt                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Backorder-Table-Storage.
           12 WS-Back-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Back-Entry OCCURS 500 TIMES
                            INDEXED BY BO-Index.
              15 BO-Sort-Key.
                 18 BO-CustNo              PIC X(6).
                 18 BO-InvNo               PIC X(6).
                 18 BO-GadgetID            PIC 9(6).
              15 BO-Qty                    PIC 9(5).
              15 BO-Date                   PIC 9(8).
              15 BO-Rep                    PIC X(3).
              15 BO-Printed-SW             PIC X.
                 88 BO-Printed                 VALUE 'Y'.

      *    Only POs with quantity still to come are kept.
       01  WS-Open-PO-Table-Storage.
           12 WS-Open-PO-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Open-PO-Entry OCCURS 500 TIMES
                               INDEXED BY OP-Index.
              15 OP-GadgetID               PIC 9(6).
              15 OP-DueDate                PIC 9(8).

       01  WS-Rank-Fields.
           12 RK-Rank                      PIC S9(4) COMP.
           12 RK-Sub                       PIC S9(4) COMP.
           12 RK-Best-Sub                  PIC S9(4) COMP.
           12 RK-Best-Key                  PIC X(18).

       01  WS-Report-Fields.
           12 WS-Today-Integer             PIC S9(9) COMP.
           12 WS-Age-Days                  PIC S9(5).
           12 WS-Avail-Date                PIC 9(8).
           12 WS-Prev-CustNo               PIC X(6).
           12 WS-Cust-Lines                PIC S9(4) COMP.
           12 WS-Cust-Qty                  PIC S9(7) COMP.
           12 WS-Total-Lines               PIC S9(4) COMP VALUE ZERO.
           12 WS-Total-Qty                 PIC S9(7) COMP VALUE ZERO.

       01  WS-Current-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  PrnHeadLine.
           02 FILLER             PIC X(7)  VALUE "CUSTNO ".
           02 FILLER             PIC X(7)  VALUE "INVNO  ".
           02 FILLER             PIC X(4)  VALUE "REP ".
           02 FILLER             PIC X(7)  VALUE "GADGET ".
           02 FILLER             PIC X(6)  VALUE " SHORT".
           02 FILLER             PIC X(11) VALUE "  RAISED   ".
           02 FILLER             PIC X(6)  VALUE "   AGE".
           02 FILLER             PIC X(11) VALUE "  AVAILABLE".

       01  PrnBackLine.
           02 PrnCustNo          PIC X(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnInvNo           PIC X(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnRep             PIC X(3).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnGadgetID        PIC 9(6).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnQty             PIC ZZ,ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnRaised          PIC 9(8).
           02 FILLER             PIC X VALUE SPACES.
           02 PrnAge             PIC ZZ,ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnAvail           PIC X(8).

       01  PrnCustTotalLine.
           02 FILLER             PIC X(10) VALUE "  CUSTOMER".
           02 FILLER             PIC X VALUE SPACES.
           02 PrnTot-CustNo      PIC X(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 PrnTot-Lines       PIC ZZZ9.
           02 FILLER             PIC X(14) VALUE " LINE(S) SHORT".
           02 PrnTot-Qty         PIC ZZZ,ZZ9.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Rank-One-Backorder
              VARYING RK-Rank FROM 1 BY 1
              UNTIL RK-Rank > WS-Back-Count.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time.
           COMPUTE WS-Today-Integer =
              FUNCTION INTEGER-OF-DATE(CDT-Full-Date).
           PERFORM 1100-Load-Backorder-Table.
           PERFORM 1200-Load-Open-PO-Table.
           MOVE LOW-VALUES TO WS-Prev-CustNo.
           MOVE ZERO TO WS-Cust-Lines
                        WS-Cust-Qty.
           DISPLAY "*** OPEN BACKORDERS BY CUSTOMER - "
              CDT-Full-Date " ***".
           DISPLAY " ".
           DISPLAY PrnHeadLine.

       1100-Load-Backorder-Table.
           OPEN INPUT BackFile.
           IF WS-BackFile-File-Not-Found
              SET WS-BackFile-EOF TO TRUE
           END-IF.
           PERFORM 1110-Load-One-Backorder
              UNTIL WS-BackFile-EOF.
           CLOSE BackFile.

       1110-Load-One-Backorder.
           READ BackFile
              AT END SET WS-BackFile-EOF TO TRUE
           END-READ.
           IF WS-BackFile-Good
              ADD +1 TO FD-BackFile-Record-Cnt
              IF WS-Back-Count < 500
                 ADD 1 TO WS-Back-Count
                 SET BO-Index TO WS-Back-Count
                 MOVE BackFile-CustNo   TO BO-CustNo(BO-Index)
                 MOVE BackFile-InvNo    TO BO-InvNo(BO-Index)
                 MOVE BackFile-GadgetID TO BO-GadgetID(BO-Index)
                 MOVE BackFile-Qty      TO BO-Qty(BO-Index)
                 MOVE BackFile-Date     TO BO-Date(BO-Index)
                 MOVE BackFile-Rep      TO BO-Rep(BO-Index)
                 MOVE 'N'               TO BO-Printed-SW(BO-Index)
              ELSE
                 DISPLAY "BACKORDER TABLE FULL - ITEM FOR GADGET "
                    BackFile-GadgetID " NOT REPORTED"
              END-IF
           END-IF.

       1200-Load-Open-PO-Table.
           OPEN INPUT POFile.
           IF WS-POFile-File-Not-Found
              SET WS-POFile-EOF TO TRUE
           END-IF.
           PERFORM 1210-Load-One-PO
              UNTIL WS-POFile-EOF.
           CLOSE POFile.

       1210-Load-One-PO.
           READ POFile
              AT END SET WS-POFile-EOF TO TRUE
           END-READ.
           IF WS-POFile-Good
              ADD +1 TO FD-POFile-Record-Cnt
              IF (POFile-Status = 'O' OR POFile-Status = 'P')
                 AND POFile-ReceivedQty < POFile-OrderQty
                 IF WS-Open-PO-Count < 500
                    ADD 1 TO WS-Open-PO-Count
                    SET OP-Index TO WS-Open-PO-Count
                    MOVE POFile-GadgetID TO OP-GadgetID(OP-Index)
                    MOVE POFile-DueDate  TO OP-DueDate(OP-Index)
                 ELSE
                    DISPLAY "PO TABLE FULL - PO " POFile-PONumber
                       " IGNORED"
                 END-IF
              END-IF
           END-IF.

      *    Each pass picks the lowest customer/invoice/gadget not
      *    yet printed, the same selection BDS0720 uses to rank
      *    its dead stock, so the report comes out in customer
      *    order without a sort step.
       2000-Rank-One-Backorder.
           MOVE ZERO       TO RK-Best-Sub.
           MOVE HIGH-VALUES TO RK-Best-Key.
           PERFORM 2010-Test-One-Backorder
              VARYING RK-Sub FROM 1 BY 1
              UNTIL RK-Sub > WS-Back-Count.
           IF RK-Best-Sub > ZERO
              SET BO-Index TO RK-Best-Sub
              MOVE 'Y' TO BO-Printed-SW(BO-Index)
              PERFORM 2100-Print-One-Backorder
           END-IF.

       2010-Test-One-Backorder.
           SET BO-Index TO RK-Sub.
           IF NOT BO-Printed(BO-Index)
              AND BO-Sort-Key(BO-Index) < RK-Best-Key
              MOVE BO-Sort-Key(BO-Index) TO RK-Best-Key
              MOVE RK-Sub                TO RK-Best-Sub
           END-IF.

       2100-Print-One-Backorder.
           IF BO-CustNo(BO-Index) NOT = WS-Prev-CustNo
              PERFORM 2300-Customer-Break
              MOVE BO-CustNo(BO-Index) TO WS-Prev-CustNo
              ADD 1 TO WS-Customer-Cnt
           END-IF.
           MOVE ZERO TO WS-Age-Days.
           IF BO-Date(BO-Index) > ZERO
              COMPUTE WS-Age-Days = WS-Today-Integer
                 - FUNCTION INTEGER-OF-DATE(BO-Date(BO-Index))
           END-IF.
           PERFORM 2200-Find-Expected-Date.
           MOVE BO-CustNo(BO-Index)   TO PrnCustNo.
           MOVE BO-InvNo(BO-Index)    TO PrnInvNo.
           MOVE BO-Rep(BO-Index)      TO PrnRep.
           MOVE BO-GadgetID(BO-Index) TO PrnGadgetID.
           MOVE BO-Qty(BO-Index)      TO PrnQty.
           MOVE BO-Date(BO-Index)     TO PrnRaised.
           MOVE WS-Age-Days           TO PrnAge.
           IF WS-Avail-Date = ZERO
              MOVE "NO PO"            TO PrnAvail
              ADD 1 TO WS-No-PO-Cnt
           ELSE
              MOVE WS-Avail-Date      TO PrnAvail
           END-IF.
           DISPLAY PrnBackLine.
           ADD 1                 TO WS-Cust-Lines
                                    WS-Total-Lines.
           ADD BO-Qty(BO-Index)  TO WS-Cust-Qty
                                    WS-Total-Qty.

       2200-Find-Expected-Date.
           MOVE ZERO TO WS-Avail-Date.
           PERFORM 2210-Test-One-PO
              VARYING OP-Index FROM 1 BY 1
              UNTIL OP-Index > WS-Open-PO-Count.

       2210-Test-One-PO.
           IF OP-GadgetID(OP-Index) = BO-GadgetID(BO-Index)
              IF WS-Avail-Date = ZERO
                 OR OP-DueDate(OP-Index) < WS-Avail-Date
                 MOVE OP-DueDate(OP-Index) TO WS-Avail-Date
              END-IF
           END-IF.

       2300-Customer-Break.
           IF WS-Cust-Lines > ZERO
              MOVE WS-Prev-CustNo TO PrnTot-CustNo
              MOVE WS-Cust-Lines  TO PrnTot-Lines
              MOVE WS-Cust-Qty    TO PrnTot-Qty
              DISPLAY PrnCustTotalLine
              DISPLAY " "
           END-IF.
           MOVE ZERO TO WS-Cust-Lines
                        WS-Cust-Qty.

       3000-End-Job.
           PERFORM 2300-Customer-Break.
           IF WS-Total-Lines = ZERO
              DISPLAY "NO OPEN BACKORDERS."
           END-IF.
           DISPLAY " ".
           DISPLAY "CUSTOMERS WAITING: " WS-Customer-Cnt.
           DISPLAY "LINES SHORT:       " WS-Total-Lines.
           DISPLAY "QUANTITY SHORT:    " WS-Total-Qty.
           DISPLAY "LINES WITH NO PO:  " WS-No-PO-Cnt.
           MOVE FD-BackFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Total-Lines         TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.

       COPY EOJPARA.
