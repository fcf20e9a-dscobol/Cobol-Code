       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SERINQ.
      *
      *    SERIAL NUMBER LOOKUP FOR WARRANTY CALLS.  FOR A SERIAL
      *    NUMBER KEYED IN, SHOWS EVERY INVOICE THE UNIT WENT OUT
      *    ON (THE ISSUE-COST FILE) WITH THE CUSTOMER, THE SHIP-TO
      *    SITE, AND WHETHER THE WARRANTY, WHICH RUNS FROM THE
      *    INVOICE DATE, IS STILL IN FORCE; THEN WHERE THE UNIT IS
      *    ON HAND IF IT IS BACK IN STOCK (THE COST LAYERS).  A
      *    UNIT RETURNED AND SOLD AGAIN SHOWS BOTH INVOICES; THE
      *    LATEST ONE IS THE WARRANTY THAT COUNTS.
      *
      *    THE CUSTOMER OF THE LAST INVOICE SHOWN GOES BACK TO THE
      *    MENU THROUGH THE SHARED CARRY FIELD.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-INQUIRIES-SW     PIC X   VALUE 'N'.
               88  END-OF-INQUIRIES            VALUE 'Y'.
           05  END-OF-FILE-SW          PIC X   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  INVOICE-FOUND-SW        PIC X   VALUE 'N'.
               88  INVOICE-FOUND               VALUE 'Y'.
      *
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ISSUECST==.
           COPY WSFST REPLACING ==:tag:== BY ==COSTLYR==.
      *
      *    THE INQUIRY MENU DRIVER LEAVES A CUSTOMER NUMBER HERE;
      *    THIS PROGRAM ONLY SENDS ONE BACK.
      *
       01  INQ-CARRY-CUSTNO            PIC X(6)  EXTERNAL.
      *
       01  INQUIRY-FIELDS.
      *
           05  SI-SERIAL               PIC X(12).
               88  SI-QUIT                     VALUE 'X' 'x'.
           05  SI-LAST-CUSTNO          PIC X(6)    VALUE SPACES.
           05  SI-SHIPPED-COUNT        PIC S9(5)   COMP.
           05  SI-ON-HAND-COUNT        PIC S9(5)   COMP.
      *
      *    EVERY SERIALIZED GADGET CARRIES THE SAME WARRANTY FROM
      *    THE DATE IT WAS INVOICED.
      *
       01  WARRANTY-MONTHS             PIC S9(4)   COMP VALUE +12.
      *
       01  INVOICE-FIELDS.
      *
           05  IV-INVDATE              PIC X(10).
           05  IV-CUSTNO               PIC X(6).
           05  IV-LNAME                PIC X(30).
           05  IV-SHIPTO               PIC X(3).
           05  IV-CITY                 PIC X(20).
           05  IV-STATE                PIC X(2).
           05  IV-WARRANTY-END         PIC X(10).
           05  IV-IN-WARRANTY          PIC X.
               88  IV-UNDER-WARRANTY           VALUE 'Y'.
      *
       01  EDITED-FIELDS.
      *
           05  ED-QTY                  PIC Z(4)9.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-SERIAL-INQUIRIES.
      *
      *    THE INQUIRY MENU CALLS THIS PROGRAM REPEATEDLY, SO THE
      *    LOOP SWITCHES ARE RESET HERE RATHER THAN TRUSTING THEIR
      *    VALUE CLAUSES.
      *
           MOVE 'N' TO END-OF-INQUIRIES-SW.
           MOVE SPACES TO SI-LAST-CUSTNO.
           PERFORM 100-PROCESS-SERIAL-INQUIRY
               UNTIL END-OF-INQUIRIES.
           IF SI-LAST-CUSTNO NOT = SPACES
               MOVE SI-LAST-CUSTNO TO INQ-CARRY-CUSTNO.
           GOBACK.
      *
       100-PROCESS-SERIAL-INQUIRY.
      *
           DISPLAY '------------------------------------------------'.
           DISPLAY 'KEY IN THE SERIAL NUMBER,'.
           DISPLAY 'OR KEY IN X AND PRESS ENTER TO QUIT.'.
           MOVE SPACES TO SI-SERIAL.
           ACCEPT SI-SERIAL.
           IF SI-QUIT
               MOVE 'Y' TO END-OF-INQUIRIES-SW
           ELSE
               IF SI-SERIAL NOT = SPACES
                   PERFORM 200-DISPLAY-SHIPMENTS
                   PERFORM 300-DISPLAY-ON-HAND
                   IF SI-SHIPPED-COUNT = 0 AND SI-ON-HAND-COUNT = 0
                       DISPLAY '   SERIAL NUMBER ' SI-SERIAL
                               ' NOT FOUND.'.
      *
       200-DISPLAY-SHIPMENTS.
      *
           MOVE ZERO TO SI-SHIPPED-COUNT.
           OPEN INPUT ISSUECST.
           IF NOT WS-ISSUECST-GOOD
               DISPLAY '   ISSUE FILE NOT AVAILABLE, STATUS '
                       WS-ISSUECST-STATUS
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 210-DISPLAY-ONE-SHIPMENT
                   UNTIL END-OF-FILE
               CLOSE ISSUECST.
      *
       210-DISPLAY-ONE-SHIPMENT.
      *
           READ ISSUECST
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               IF IC-SERIAL = SI-SERIAL
                   ADD 1 TO SI-SHIPPED-COUNT
                   IF SI-SHIPPED-COUNT = 1
                       DISPLAY '-- SHIPPED -------------------------'
                               '-------------'
                   END-IF
                   PERFORM 220-GET-INVOICE
                   DISPLAY '   GADGET ' IC-GADGET-ID '  LOT ' IC-LOT
                           '  FROM ' IC-LOCATION ' ON ' IC-DATE
                   IF NOT INVOICE-FOUND
                       DISPLAY '   INVOICE ' IC-INVNO '  ' IV-LNAME
                   ELSE
                       MOVE IV-CUSTNO TO SI-LAST-CUSTNO
                       DISPLAY '   INVOICE ' IC-INVNO '  DATED '
                               IV-INVDATE
                       DISPLAY '   CUSTOMER ' IV-CUSTNO '  ' IV-LNAME
                       DISPLAY '   SHIP-TO  ' IV-SHIPTO '  ' IV-CITY
                               ' ' IV-STATE
                       IF IV-UNDER-WARRANTY
                           DISPLAY '   WARRANTY IN FORCE THROUGH '
                                   IV-WARRANTY-END
                       ELSE
                           DISPLAY '   WARRANTY EXPIRED '
                                   IV-WARRANTY-END.
      *
       220-GET-INVOICE.
      *
      *    A PAID INVOICE MAY ALREADY HAVE MOVED TO MM01.INVHIST,
      *    WHICH HAS NO SHIP-TO CODE; THE CUSTOMER'S OWN CITY AND
      *    STATE ARE SHOWN INSTEAD.
      *
           MOVE 'Y' TO INVOICE-FOUND-SW.
           EXEC SQL
               SELECT CHAR(A.INVDATE),  A.INVCUST,
                      COALESCE(B.LNAME, ' '),
                      COALESCE(A.INVSHIPTO, ' '),
                      COALESCE(C.STCITY,  B.CITY,  ' '),
                      COALESCE(C.STSTATE, B.STATE, ' '),
                      CHAR(A.INVDATE + :WARRANTY-MONTHS MONTHS),
                      CASE WHEN A.INVDATE + :WARRANTY-MONTHS MONTHS
                                    >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                   INTO :IV-INVDATE,  :IV-CUSTNO,
                        :IV-LNAME,
                        :IV-SHIPTO,
                        :IV-CITY,
                        :IV-STATE,
                        :IV-WARRANTY-END,
                        :IV-IN-WARRANTY
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
                   PERFORM 230-GET-HISTORY-INVOICE
               WHEN OTHER
                   MOVE 'N' TO INVOICE-FOUND-SW
                   MOVE '**** DB2 ERROR' TO IV-LNAME
           END-EVALUATE.
      *
       230-GET-HISTORY-INVOICE.
      *
           EXEC SQL
               SELECT CHAR(A.INVDATE),  A.INVCUST,
                      COALESCE(B.LNAME, ' '),
                      COALESCE(B.CITY,  ' '),
                      COALESCE(B.STATE, ' '),
                      CHAR(A.INVDATE + :WARRANTY-MONTHS MONTHS),
                      CASE WHEN A.INVDATE + :WARRANTY-MONTHS MONTHS
                                    >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                   INTO :IV-INVDATE,  :IV-CUSTNO,
                        :IV-LNAME,
                        :IV-CITY,
                        :IV-STATE,
                        :IV-WARRANTY-END,
                        :IV-IN-WARRANTY
                   FROM MM01.INVHIST A
                       LEFT OUTER JOIN MM01.CUSTOMER B
                           ON  A.INVCUST   = B.CUSTNO
                       WHERE A.INVNO = :IC-INVNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO IV-SHIPTO
               WHEN 100
                   MOVE 'N' TO INVOICE-FOUND-SW
                   MOVE 'NOT POSTED YET' TO IV-LNAME
               WHEN OTHER
                   MOVE 'N' TO INVOICE-FOUND-SW
                   MOVE '**** DB2 ERROR' TO IV-LNAME
           END-EVALUATE.
      *
       300-DISPLAY-ON-HAND.
      *
           MOVE ZERO TO SI-ON-HAND-COUNT.
           OPEN INPUT COSTLYR.
           IF NOT WS-COSTLYR-GOOD
               DISPLAY '   COST LAYER FILE NOT AVAILABLE, STATUS '
                       WS-COSTLYR-STATUS
           ELSE
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM 310-DISPLAY-ONE-LAYER
                   UNTIL END-OF-FILE
               CLOSE COSTLYR.
      *
       310-DISPLAY-ONE-LAYER.
      *
           READ COSTLYR
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW.
           IF NOT END-OF-FILE
               IF CL-SERIAL = SI-SERIAL
                  AND CL-QTY-SIGN NOT = '-'
                  AND CL-QTY > 0
                   ADD 1 TO SI-ON-HAND-COUNT
                   MOVE CL-QTY TO ED-QTY
                   DISPLAY '-- ON HAND ---------------------------'
                           '-----------'
                   DISPLAY '   GADGET ' CL-GADGET-ID '  LOT ' CL-LOT
                           '  AT ' CL-LOCATION ED-QTY
                           ' SINCE ' CL-DATE.
      *
