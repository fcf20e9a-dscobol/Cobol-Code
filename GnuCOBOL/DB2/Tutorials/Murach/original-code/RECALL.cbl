       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RECALL.
      *
      *    RECALL TRACE.  THE SYSIN CARD NAMES A LOT OR SERIAL
      *    NUMBER RANGE:
      *
      *      COL  1     L = LOT NUMBERS, S = SERIAL NUMBERS
      *      COL  2-13  FROM LOT OR SERIAL
      *      COL 14-25  TO LOT OR SERIAL (BLANK = SAME AS FROM)
      *
      *    THE REPORT LISTS EVERY INVOICE LINE THE WAREHOUSE
      *    ISSUED FROM THE RANGE (THE ISSUE-COST FILE) WITH THE
      *    CUSTOMER AND THE SHIP-TO SITE IT WENT TO, THEN WHAT IS
      *    STILL ON HAND BY LOCATION (THE COST LAYERS) AND WHAT IS
      *    IN TRANSIT BETWEEN LOCATIONS (THE TRANSFER LAYERS).
      *
      *    AN INVOICE ALREADY MOVED TO MM01.INVHIST HAS NO SHIP-TO
      *    CODE, SO THE CUSTOMER'S OWN CITY AND STATE ARE SHOWN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ISSUECST ASSIGN TO UT-S-ISSUECST
               FILE STATUS IS WS-ISSUECST-STATUS.
      *
           SELECT COSTLYR  ASSIGN TO UT-S-COSTLYR
               FILE STATUS IS WS-COSTLYR-STATUS.
      *
           SELECT XFERLYR  ASSIGN TO UT-S-XFERLYR
               FILE STATUS IS WS-XFERLYR-STATUS.
      *
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ISSUECST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
      *
       01  ISSUE-COST-RECORD.
           05  IC-INVNO                 PIC X(6).
           05  IC-GADGET-ID             PIC 9(6).
           05  IC-LOCATION              PIC X(3).
           05  IC-DATE                  PIC 9(8).
           05  IC-QTY                   PIC 9(5).
           05  IC-UNIT-COST             PIC 9(4)V99.
           05  IC-LOT                   PIC X(10).
           05  IC-SERIAL                PIC X(12).
      *
       FD  COSTLYR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  COST-LAYER-RECORD.
           05  CL-GADGET-ID             PIC 9(6).
           05  CL-LOCATION              PIC X(3).
           05  CL-DATE                  PIC 9(8).
           05  CL-SEQ                   PIC 9(4).
           05  CL-QTY-SIGN              PIC X.
           05  CL-QTY                   PIC 9(4).
           05  CL-UNIT-COST             PIC 9(4)V99.
           05  CL-LOT                   PIC X(10).
           05  CL-SERIAL                PIC X(12).
      *
       FD  XFERLYR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
      *
       01  TRANSIT-LAYER-RECORD.
           05  TL-XFERNO                PIC 9(6).
           05  TL-GADGET-ID             PIC 9(6).
           05  TL-DATE                  PIC 9(8).
           05  TL-SEQ                   PIC 9(4).
           05  TL-QTY                   PIC 9(4).
           05  TL-UNIT-COST             PIC 9(4)V99.
           05  TL-LOT                   PIC X(10).
           05  TL-SERIAL                PIC X(12).
      *
       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PRTOUT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  VALID-CARD-SW           PIC X   VALUE 'Y'.
               88  VALID-CARD                  VALUE 'Y'.
           05  END-OF-FILE-SW          PIC X   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  IN-RANGE-SW             PIC X   VALUE 'N'.
               88  IN-RANGE                    VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ISSUECST==.
           COPY WSFST REPLACING ==:tag:== BY ==COSTLYR==.
           COPY WSFST REPLACING ==:tag:== BY ==XFERLYR==.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  RECALL-CARD.
           05  RC-TRACE-TYPE           PIC X.
               88  RC-BY-LOT                   VALUE 'L'.
               88  RC-BY-SERIAL                VALUE 'S'.
           05  RC-FROM                 PIC X(12).
           05  RC-TO                   PIC X(12).
           05  FILLER                  PIC X(55).
      *
       01  TRACE-FIELDS.
           05  TF-LOT                  PIC X(10).
           05  TF-SERIAL               PIC X(12).
           05  TF-KEY                  PIC X(12).
           05  TF-INVDATE              PIC X(10).
           05  TF-CUSTNO               PIC X(6).
           05  TF-LNAME                PIC X(30).
           05  TF-SHIPTO               PIC X(3).
           05  TF-CITY                 PIC X(20).
           05  TF-STATE                PIC X(2).
      *
       01  RECALL-TOTAL-FIELDS         COMP-3.
           05  SHIPPED-LINES           PIC S9(7)       VALUE ZERO.
           05  SHIPPED-QTY             PIC S9(9)       VALUE ZERO.
           05  ON-HAND-QTY             PIC S9(9)       VALUE ZERO.
           05  IN-TRANSIT-QTY          PIC S9(9)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(21)   VALUE
               'RECALL TRACE REPORT -'.
           05  FILLER      PIC X       VALUE SPACES.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(47)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  HL2-TYPE    PIC X(8).
           05  HL2-FROM    PIC X(12).
           05  FILLER      PIC X(4)    VALUE ' TO '.
           05  HL2-TO      PIC X(12).
           05  FILLER      PIC X(96)   VALUE SPACES.
      *
      *    EACH SECTION STARTS A NEW PAGE UNDER ITS OWN COLUMN
      *    HEADINGS.
      *
       01  HEADING-LINE-3              PIC X(132).
      *
       01  PRINT-LINE-HOLD             PIC X(132).
      *
       01  SHIPPED-HEADING.
           05  FILLER      PIC X(11)   VALUE 'LOT'.
           05  FILLER      PIC X(13)   VALUE 'SERIAL'.
           05  FILLER      PIC X(7)    VALUE 'GADGET'.
           05  FILLER      PIC X(8)    VALUE 'INVOICE'.
           05  FILLER      PIC X(12)   VALUE 'INV DATE'.
           05  FILLER      PIC X(7)    VALUE 'CUST'.
           05  FILLER      PIC X(20)   VALUE 'CUSTOMER NAME'.
           05  FILLER      PIC X(4)    VALUE 'SHP'.
           05  FILLER      PIC X(17)   VALUE 'CITY'.
           05  FILLER      PIC X(5)    VALUE 'ST'.
           05  FILLER      PIC X(28)   VALUE 'QTY'.
      *
       01  ON-HAND-HEADING.
           05  FILLER      PIC X(11)   VALUE 'LOT'.
           05  FILLER      PIC X(13)   VALUE 'SERIAL'.
           05  FILLER      PIC X(7)    VALUE 'GADGET'.
           05  FILLER      PIC X(5)    VALUE 'LOC'.
           05  FILLER      PIC X(9)    VALUE 'RECEIVED'.
           05  FILLER      PIC X(12)   VALUE 'XFER NO'.
           05  FILLER      PIC X(75)   VALUE 'QTY'.
      *
       01  SHIPPED-LINE.
           05  SL-LOT      PIC X(10).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-SERIAL   PIC X(12).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-GADGET   PIC 9(6).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-INVNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  SL-INVDATE  PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  SL-CUSTNO   PIC X(6).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-LNAME    PIC X(20).
           05  SL-SHIPTO   PIC X(3).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-CITY     PIC X(16).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-STATE    PIC X(2).
           05  FILLER      PIC X       VALUE SPACES.
           05  SL-QTY      PIC Z(4)9.
           05  FILLER      PIC X(25)   VALUE SPACES.
      *
       01  ON-HAND-LINE.
           05  OL-LOT      PIC X(10).
           05  FILLER      PIC X       VALUE SPACES.
           05  OL-SERIAL   PIC X(12).
           05  FILLER      PIC X       VALUE SPACES.
           05  OL-GADGET   PIC 9(6).
           05  FILLER      PIC X       VALUE SPACES.
           05  OL-LOCATION PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OL-DATE     PIC 9(8).
           05  FILLER      PIC X       VALUE SPACES.
           05  OL-XFERNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  OL-QTY      PIC Z(4)9.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-TEXT     PIC X(30).
           05  TL-COUNT    PIC Z(8)9.
           05  FILLER      PIC X(93)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-RECALL-TRACE.
      *
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RECALL-CARD.
           IF VALID-CARD
               PERFORM 100-TRACE-SHIPMENTS
               PERFORM 200-TRACE-ON-HAND
               PERFORM 300-TRACE-IN-TRANSIT
               PERFORM 400-PRINT-TOTAL-LINES
           ELSE
               MOVE '****  INVALID RECALL CARD -- NO REPORT  ****'
                                     TO PRTOUT-RECORD
               PERFORM 250-WRITE-REPORT-LINE.
           CLOSE PRTOUT.
           IF NOT-VALID-CURSOR
              OR NOT VALID-CARD
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RECALL-CARD.
      *
           MOVE SPACES TO RECALL-CARD.
           ACCEPT RECALL-CARD FROM SYSIN.
           IF RC-TO = SPACES
               MOVE RC-FROM TO RC-TO.
           IF RC-BY-LOT
               MOVE 'LOTS    ' TO HL2-TYPE
           ELSE
               IF RC-BY-SERIAL
                   MOVE 'SERIALS ' TO HL2-TYPE
               ELSE
                   MOVE 'N' TO VALID-CARD-SW.
           IF RC-FROM = SPACES
              OR RC-TO < RC-FROM
               MOVE 'N' TO VALID-CARD-SW.
           MOVE RC-FROM TO HL2-FROM.
           MOVE RC-TO   TO HL2-TO.
      *
       060-CHECK-RANGE.
      *
      *    A LAYER OR ISSUE WITH NO LOT (OR NO SERIAL) WAS RECEIVED
      *    BEFORE THEY WERE CAPTURED, OR IS NOT SERIALIZED, AND IS
      *    NEVER PART OF A RECALL.
      *
           IF RC-BY-LOT
               MOVE TF-LOT    TO TF-KEY
           ELSE
               MOVE TF-SERIAL TO TF-KEY.
           IF TF-KEY NOT = SPACES
              AND TF-KEY NOT < RC-FROM
              AND TF-KEY NOT > RC-TO
               MOVE 'Y' TO IN-RANGE-SW
           ELSE
               MOVE 'N' TO IN-RANGE-SW.
      *
       100-TRACE-SHIPMENTS.
      *
           MOVE SHIPPED-HEADING TO HEADING-LINE-3.
           MOVE +999 TO LINE-COUNT.
           OPEN INPUT ISSUECST.
           IF NOT WS-ISSUECST-GOOD
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE '****  ISSUE-COST FILE NOT AVAILABLE  ****'
                                     TO PRTOUT-RECORD
               PERFORM 250-WRITE-REPORT-LINE
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 110-TRACE-ONE-ISSUE
                   UNTIL END-OF-FILE
               CLOSE ISSUECST.
      *
       110-TRACE-ONE-ISSUE.
      *
           READ ISSUECST
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               MOVE IC-LOT    TO TF-LOT
               MOVE IC-SERIAL TO TF-SERIAL
               PERFORM 060-CHECK-RANGE
               IF IN-RANGE
                   PERFORM 120-GET-INVOICE-CUSTOMER
                   ADD 1      TO SHIPPED-LINES
                   ADD IC-QTY TO SHIPPED-QTY
                   MOVE IC-LOT       TO SL-LOT
                   MOVE IC-SERIAL    TO SL-SERIAL
                   MOVE IC-GADGET-ID TO SL-GADGET
                   MOVE IC-INVNO     TO SL-INVNO
                   MOVE TF-INVDATE   TO SL-INVDATE
                   MOVE TF-CUSTNO    TO SL-CUSTNO
                   MOVE TF-LNAME     TO SL-LNAME
                   MOVE TF-SHIPTO    TO SL-SHIPTO
                   MOVE TF-CITY      TO SL-CITY
                   MOVE TF-STATE     TO SL-STATE
                   MOVE IC-QTY       TO SL-QTY
                   MOVE SHIPPED-LINE TO PRTOUT-RECORD
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       120-GET-INVOICE-CUSTOMER.
      *
           EXEC SQL
               SELECT CHAR(A.INVDATE),  A.INVCUST,
                      COALESCE(B.LNAME, ' '),
                      COALESCE(A.INVSHIPTO, ' '),
                      COALESCE(C.STCITY,  B.CITY,  ' '),
                      COALESCE(C.STSTATE, B.STATE, ' ')
                   INTO :TF-INVDATE,  :TF-CUSTNO,
                        :TF-LNAME,
                        :TF-SHIPTO,
                        :TF-CITY,
                        :TF-STATE
                   FROM MM01.INVOICE A
                       LEFT OUTER JOIN MM01.CUSTOMER B
                           ON  A.INVCUST   = B.CUSTNO
                       LEFT OUTER JOIN MM01.SHIPTO C
                           ON  A.INVCUST   = C.STCUSTNO
                           AND A.INVSHIPTO = C.STCODE
                       WHERE A.INVNO = :IC-INVNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   PERFORM 130-GET-HISTORY-CUSTOMER
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
                   PERFORM 140-CLEAR-INVOICE-FIELDS
                   MOVE '** DB2 ERROR **' TO TF-LNAME
           END-EVALUATE.
      *
       130-GET-HISTORY-CUSTOMER.
      *
           EXEC SQL
               SELECT CHAR(A.INVDATE),  A.INVCUST,
                      COALESCE(B.LNAME, ' '),
                      COALESCE(B.CITY,  ' '),
                      COALESCE(B.STATE, ' ')
                   INTO :TF-INVDATE,  :TF-CUSTNO,
                        :TF-LNAME,
                        :TF-CITY,
                        :TF-STATE
                   FROM MM01.INVHIST A
                       LEFT OUTER JOIN MM01.CUSTOMER B
                           ON  A.INVCUST   = B.CUSTNO
                       WHERE A.INVNO = :IC-INVNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO TF-SHIPTO
               WHEN 100
                   PERFORM 140-CLEAR-INVOICE-FIELDS
                   MOVE 'INVOICE NOT POSTED' TO TF-LNAME
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
                   PERFORM 140-CLEAR-INVOICE-FIELDS
                   MOVE '** DB2 ERROR **' TO TF-LNAME
           END-EVALUATE.
      *
       140-CLEAR-INVOICE-FIELDS.
      *
           MOVE SPACES TO TF-INVDATE
                          TF-CUSTNO
                          TF-LNAME
                          TF-SHIPTO
                          TF-CITY
                          TF-STATE.
      *
       200-TRACE-ON-HAND.
      *
           MOVE ON-HAND-HEADING TO HEADING-LINE-3.
           MOVE +999 TO LINE-COUNT.
           OPEN INPUT COSTLYR.
           IF NOT WS-COSTLYR-GOOD
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE '****  COST LAYER FILE NOT AVAILABLE  ****'
                                     TO PRTOUT-RECORD
               PERFORM 250-WRITE-REPORT-LINE
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 210-TRACE-ONE-LAYER
                   UNTIL END-OF-FILE
               CLOSE COSTLYR.
      *
       210-TRACE-ONE-LAYER.
      *
      *    A NEGATIVE LAYER IS STOCK ISSUED BEFORE IT WAS RECEIVED
      *    AND HOLDS NOTHING.
      *
           READ COSTLYR
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               MOVE CL-LOT    TO TF-LOT
               MOVE CL-SERIAL TO TF-SERIAL
               PERFORM 060-CHECK-RANGE
               IF IN-RANGE
                  AND CL-QTY-SIGN NOT = '-'
                  AND CL-QTY > 0
                   ADD CL-QTY TO ON-HAND-QTY
                   MOVE CL-LOT       TO OL-LOT
                   MOVE CL-SERIAL    TO OL-SERIAL
                   MOVE CL-GADGET-ID TO OL-GADGET
                   MOVE CL-LOCATION  TO OL-LOCATION
                   MOVE CL-DATE      TO OL-DATE
                   MOVE SPACES       TO OL-XFERNO
                   MOVE CL-QTY       TO OL-QTY
                   MOVE ON-HAND-LINE TO PRTOUT-RECORD
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       220-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               MOVE PRTOUT-RECORD TO PRINT-LINE-HOLD
               PERFORM 230-PRINT-REPORT-HEADING
               MOVE PRINT-LINE-HOLD TO PRTOUT-RECORD
               MOVE 1 TO LINE-COUNT.
           PERFORM 250-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       230-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
      *
       250-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       300-TRACE-IN-TRANSIT.
      *
      *    THE TRANSFER LAYERS CARRY THE TRANSFER NUMBER, NOT A
      *    LOCATION; THE TRANSFER IS BETWEEN ITS TWO LOCATIONS.
      *    THEY CONTINUE UNDER THE ON-HAND HEADINGS.
      *
           OPEN INPUT XFERLYR.
           IF WS-XFERLYR-STATUS = '35'
               CONTINUE
           ELSE
               IF NOT WS-XFERLYR-GOOD
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE '****  TRANSFER LAYER FILE NOT AVAILABLE  ****'
                                     TO PRTOUT-RECORD
                   PERFORM 250-WRITE-REPORT-LINE
               ELSE
                   MOVE 'N' TO END-OF-FILE-SW
                   PERFORM 310-TRACE-ONE-TRANSIT-LAYER
                       UNTIL END-OF-FILE
                   CLOSE XFERLYR.
      *
       310-TRACE-ONE-TRANSIT-LAYER.
      *
           READ XFERLYR
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               MOVE TL-LOT    TO TF-LOT
               MOVE TL-SERIAL TO TF-SERIAL
               PERFORM 060-CHECK-RANGE
               IF IN-RANGE
                  AND TL-QTY > 0
                   ADD TL-QTY TO IN-TRANSIT-QTY
                   MOVE TL-LOT       TO OL-LOT
                   MOVE TL-SERIAL    TO OL-SERIAL
                   MOVE TL-GADGET-ID TO OL-GADGET
                   MOVE 'TRN'        TO OL-LOCATION
                   MOVE TL-DATE      TO OL-DATE
                   MOVE TL-XFERNO    TO OL-XFERNO
                   MOVE TL-QTY       TO OL-QTY
                   MOVE ON-HAND-LINE TO PRTOUT-RECORD
                   PERFORM 220-PRINT-REPORT-LINE.
      *
       400-PRINT-TOTAL-LINES.
      *
           IF PAGE-COUNT = 0
               MOVE SPACES TO HEADING-LINE-3
               PERFORM 230-PRINT-REPORT-HEADING.
           MOVE 'INVOICE LINES SHIPPED:' TO TL-TEXT.
           MOVE SHIPPED-LINES  TO TL-COUNT.
           MOVE TOTAL-LINE     TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 'QUANTITY SHIPPED TO CUSTOMERS:' TO TL-TEXT.
           MOVE SHIPPED-QTY    TO TL-COUNT.
           MOVE TOTAL-LINE     TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 'QUANTITY ON HAND:' TO TL-TEXT.
           MOVE ON-HAND-QTY    TO TL-COUNT.
           MOVE TOTAL-LINE     TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE 'QUANTITY IN TRANSIT:' TO TL-TEXT.
           MOVE IN-TRANSIT-QTY TO TL-COUNT.
           MOVE TOTAL-LINE     TO PRTOUT-RECORD.
           PERFORM 250-WRITE-REPORT-LINE.
           IF NOT-VALID-CURSOR
               MOVE '****  DB2 OR FILE ERROR -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD
               MOVE 2 TO SPACE-CONTROL
               PERFORM 250-WRITE-REPORT-LINE.
      *
