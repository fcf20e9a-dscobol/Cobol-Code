       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CONFLET.
      *
      *    YEAR-END ACCOUNTS RECEIVABLE CONFIRMATIONS.  DRAWS THE
      *    AUDITORS' SAMPLE FROM ONE MONTH-END MM01.ARSNAP SNAPSHOT
      *    AND PRINTS A POSITIVE CONFIRMATION LETTER FOR EACH
      *    CUSTOMER DRAWN, LISTING THE OPEN ITEMS AS OF THE LAST
      *    DAY OF THE SNAPSHOT MONTH, WITH A REPLY STUB.  EVERY
      *    BALANCE OVER THE THRESHOLD IS TAKEN; THE REST ARE
      *    SAMPLED AT RANDOM FOR EXACTLY THE NUMBER ASKED.  ZERO
      *    BALANCES AND ANONYMIZED CUSTOMERS ARE NEVER DRAWN.  EACH
      *    LETTER IS RECORDED IN MM01.ARCONF AS SENT; CONFMNT POSTS
      *    THE REPLIES AND CONFRPT SHOWS THE COVERAGE.
      *
      *    SYSIN CARDS:
      *       CARD 1: SNAPSHOT PERIOD YYYY-MM
      *       CARD 2: THRESHOLD 9(7)V99 - ALL BALANCES OVER IT
      *       CARD 3: RANDOM SAMPLE SIZE 9(5) FROM THE REST
      *       CARD 4: SEED 9(9) - ZERO TAKES ONE FROM THE CLOCK;
      *               THE SEED USED IS PRINTED SO THE SAME DRAW
      *               CAN BE REPEATED FOR THE AUDITORS
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT LTRFILE ASSIGN TO UT-S-LTRFILE.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  LTRFILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  LTRFILE-RECORD              PIC X(132).
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
           05  END-OF-BALANCES-SW      PIC X   VALUE 'N'.
               88  END-OF-BALANCES             VALUE 'Y'.
           05  END-OF-ITEMS-SW         PIC X   VALUE 'N'.
               88  END-OF-ITEMS                VALUE 'Y'.
           05  CUSTOMER-DRAWN-SW       PIC X   VALUE 'N'.
               88  CUSTOMER-DRAWN              VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  SNAP-PERIOD             PIC X(7).
           05  SNAP-PERIOD-X REDEFINES SNAP-PERIOD.
               10  SP-YEAR             PIC 9(4).
               10  SP-DASH             PIC X.
               10  SP-MONTH            PIC 9(2).
           05  THRESHOLD-CARD          PIC 9(7)V99.
           05  THRESHOLD-AMOUNT        PIC S9(9)V99    COMP-3.
           05  SAMPLE-SIZE-CARD        PIC 9(5).
           05  SEED-CARD               PIC 9(9).
           05  SEED-USED               PIC 9(9).
           05  RUN-DATE                PIC X(10).
      *
       01  SNAPSHOT-DATE-FIELDS.
      *
      *    THE SNAPSHOT IS TAKEN AT MONTH-END, SO THE OPEN ITEMS
      *    ARE STATED AS OF THE LAST DAY OF THE SNAPSHOT MONTH.
      *
           05  SNAP-DATE               PIC X(10).
           05  SD-LAST-DAY             PIC 9(2).
           05  SD-QUOTIENT             PIC S9(4)       COMP.
           05  SD-REMAINDER-4          PIC S9(4)       COMP.
           05  SD-REMAINDER-100        PIC S9(4)       COMP.
           05  SD-REMAINDER-400        PIC S9(4)       COMP.
           05  MONTH-LENGTH-VALUES     PIC X(24)   VALUE
               '312831303130313130313031'.
           05  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
               10  MONTH-LENGTH        PIC 9(2)    OCCURS 12 TIMES.
      *
       01  SAMPLE-FIELDS.
      *
      *    THE RANDOM DRAW IS SELECTION SAMPLING: EACH BALANCE IN
      *    THE SAMPLED POOL IS TAKEN WITH PROBABILITY (STILL TO
      *    DRAW) / (STILL TO SEE), WHICH YIELDS EXACTLY THE SAMPLE
      *    SIZE ASKED (OR THE WHOLE POOL IF IT IS SMALLER).
      *
           05  POOL-REMAINING          PIC S9(9)       COMP.
           05  DRAW-REMAINING          PIC S9(9)       COMP.
           05  RANDOM-VALUE            PIC V9(9).
      *
       01  BALANCE-FIELDS.
           05  CF-CUSTNO               PIC X(6).
           05  CF-BALANCE              PIC S9(9)V99    COMP-3.
           05  CF-SELECT               PIC X.
               88  CF-THRESHOLD-ITEM           VALUE 'T'.
               88  CF-RANDOM-ITEM              VALUE 'R'.
           05  CF-FNAME                PIC X(20).
           05  CF-LNAME                PIC X(30).
           05  CF-ADDR                 PIC X(30).
           05  CF-CITY                 PIC X(20).
           05  CF-STATE                PIC X(2).
           05  CF-ZIPCODE              PIC X(10).
           05  CF-CHECK-COUNT          PIC S9(9)       COMP.
      *
       01  ITEM-FIELDS.
           05  IT-INVNO                PIC X(6).
           05  IT-INVDATE              PIC X(10).
           05  IT-BALANCE              PIC S9(9)V99    COMP-3.
      *
       01  OPEN-ITEM-TABLE.
      *
           05  OPEN-ITEM-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPEN-ITEMS-NOT-LISTED   PIC S9(4) COMP VALUE 0.
           05  OPEN-ITEM OCCURS 50 TIMES
                   INDEXED BY OI-INDEX.
               10  OI-INVNO            PIC X(6).
               10  OI-INVDATE          PIC X(10).
               10  OI-BALANCE          PIC S9(9)V99 COMP-3.
      *
       01  LETTER-COUNTERS             COMP-3.
           05  THRESHOLD-COUNT         PIC S9(7)       VALUE ZERO.
           05  THRESHOLD-TOTAL         PIC S9(11)V99   VALUE ZERO.
           05  RANDOM-COUNT            PIC S9(7)       VALUE ZERO.
           05  RANDOM-TOTAL            PIC S9(11)V99   VALUE ZERO.
           05  POOL-COUNT              PIC S9(9)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(26)
                           VALUE 'AR CONFIRMATION CONTROL - '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(43)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(10)   VALUE 'SNAPSHOT  '.
           05  HL2-PERIOD  PIC X(7).
           05  FILLER      PIC X(10)   VALUE '  AS OF   '.
           05  HL2-DATE    PIC X(10).
           05  FILLER      PIC X(13)   VALUE '  THRESHOLD  '.
           05  HL2-THRESHOLD PIC Z(6)9.99.
           05  FILLER      PIC X(8)    VALUE '  SEED  '.
           05  HL2-SEED    PIC 9(9).
           05  FILLER      PIC X(55)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'CUSTOMER  NAME      '.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE '        BALANCE  SEL'.
           05  FILLER      PIC X(20)   VALUE 'ECTION   ITEMS      '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  CONTROL-LINE.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-LNAME    PIC X(30).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-BALANCE  PIC Z(8)9.99-.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SELECT   PIC X(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ITEMS    PIC ZZZ9.
           05  FILLER      PIC X(58)   VALUE SPACES.
      *
       01  TOTAL-LINE-1.
           05  FILLER      PIC X(20)   VALUE 'OVER THRESHOLD:     '.
           05  TL-THRESHOLD-COUNT PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE ' LETTER(S)   '.
           05  TL-THRESHOLD-TOTAL PIC Z(10)9.99-.
           05  FILLER      PIC X(77)   VALUE SPACES.
      *
       01  TOTAL-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'RANDOM SAMPLE:      '.
           05  TL-RANDOM-COUNT PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE ' LETTER(S)   '.
           05  TL-RANDOM-TOTAL PIC Z(10)9.99-.
           05  FILLER      PIC X(6)    VALUE '  OF  '.
           05  TL-POOL-COUNT PIC Z(8)9.
           05  FILLER      PIC X(22)   VALUE ' BALANCE(S) IN POOL   '.
           05  FILLER      PIC X(40)   VALUE SPACES.
      *
       01  LETTER-WORK-LINES.
      *
           05  LW-NAME-LINE.
               10  LWN-FNAME   PIC X(20).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWN-LNAME   PIC X(30).
               10  FILLER      PIC X(81) VALUE SPACES.
           05  LW-CITY-LINE.
               10  LWC-CITY    PIC X(20).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWC-STATE   PIC X(2).
               10  FILLER      PIC X    VALUE SPACES.
               10  LWC-ZIPCODE PIC X(10).
               10  FILLER      PIC X(98) VALUE SPACES.
           05  LW-AS-OF-LINE.
               10  FILLER      PIC X(45) VALUE
                   'THE BALANCE DUE FROM YOU SHOWN BY OUR RECORDS'.
               10  FILLER      PIC X(7)  VALUE ' AS OF '.
               10  LWA-DATE    PIC X(10).
               10  FILLER      PIC X(70) VALUE ' IS LISTED BELOW.'.
           05  LW-ITEM-HEADING.
               10  FILLER      PIC X(40) VALUE
                   '    INVOICE  DATE              AMOUNT   '.
               10  FILLER      PIC X(92) VALUE SPACES.
           05  LW-ITEM-LINE.
               10  FILLER      PIC X(4)  VALUE SPACES.
               10  LWI-INVNO   PIC X(6).
               10  FILLER      PIC X(3)  VALUE SPACES.
               10  LWI-INVDATE PIC X(10).
               10  FILLER      PIC X(2)  VALUE SPACES.
               10  LWI-BALANCE PIC Z(8)9.99-.
               10  FILLER      PIC X(94) VALUE SPACES.
           05  LW-MORE-LINE.
               10  FILLER      PIC X(8)  VALUE '    AND '.
               10  LWM-COUNT   PIC ZZZ9.
               10  FILLER      PIC X(120) VALUE
                   ' FURTHER ITEM(S) - DETAIL AVAILABLE ON REQUEST'.
           05  LW-BALANCE-LINE.
               10  FILLER      PIC X(15) VALUE '    BALANCE AS '.
               10  FILLER      PIC X(3)  VALUE 'OF '.
               10  LWB-DATE    PIC X(10).
               10  FILLER      PIC X(2)  VALUE SPACES.
               10  LWB-BALANCE PIC Z(8)9.99-.
               10  FILLER      PIC X(89) VALUE SPACES.
           05  LW-STUB-REF-LINE.
               10  FILLER      PIC X(18) VALUE 'CONFIRMATION REF. '.
               10  LWR-PERIOD  PIC X(7).
               10  FILLER      PIC X     VALUE '-'.
               10  LWR-CUSTNO  PIC X(6).
               10  FILLER      PIC X(4)  VALUE SPACES.
               10  LWR-LNAME   PIC X(30).
               10  FILLER      PIC X(66) VALUE SPACES.
      *
       01  LETTER-TEXT-LINES.
      *
           05  LT-BODY-A       PIC X(60)   VALUE
               'OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS.'.
           05  LT-BODY-B       PIC X(60)   VALUE
               'PLEASE COMPARE THE BALANCE BELOW WITH YOUR RECORDS AND'.
           05  LT-BODY-C       PIC X(60)   VALUE
               'RETURN THE STUB DIRECTLY TO THEM, WHETHER OR NOT IT'.
           05  LT-BODY-D       PIC X(60)   VALUE
               'AGREES.  THIS IS NOT A REQUEST FOR PAYMENT.'.
           05  LT-CUT-LINE     PIC X(60)   VALUE
               '- - - - -  DETACH AND RETURN TO OUR AUDITORS  - - - -'.
           05  LT-STUB-A       PIC X(60)   VALUE
               '[ ]  THE BALANCE SHOWN AGREES WITH OUR RECORDS.'.
           05  LT-STUB-B       PIC X(60)   VALUE
               '[ ]  THE BALANCE DOES NOT AGREE.  OUR RECORDS SHOW'.
           05  LT-STUB-C       PIC X(60)   VALUE
               '     $______________  - DETAILS OF THE DIFFERENCE:'.
           05  LT-STUB-D       PIC X(60)   VALUE
               '     ______________________________________________'.
           05  LT-STUB-E       PIC X(60)   VALUE
               'SIGNED ______________  TITLE __________  DATE ________'.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE SNAPCURS CURSOR FOR
                   SELECT A.ARCUSTNO,  A.ARTOTAL,
                          B.FNAME,     B.LNAME,    B.ADDR,
                          B.CITY,      B.STATE,    B.ZIPCODE
                       FROM MM01.ARSNAP A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.ARCUSTNO = B.CUSTNO
                       WHERE A.ARPERIOD = :SNAP-PERIOD
                         AND A.ARTOTAL <> 0
                         AND B.LNAME   <> 'ANONYMIZED'
                       ORDER BY A.ARCUSTNO
           END-EXEC.
      *
      *    AN ITEM IS OPEN AT THE SNAPSHOT DATE WHEN IT WAS BILLED
      *    BY THEN AND NOT PAID OFF BY THEN, SO AN INVOICE PAID
      *    SINCE AND ALREADY MOVED TO HISTORY STILL SHOWS.
      *
           EXEC SQL
               DECLARE ITEMCURS CURSOR FOR
                   SELECT I.INVNO,  I.INVDATE,
                          I.INVTOTAL
                          - COALESCE((SELECT SUM(P.PAYAMT)
                                FROM MM01.PAYMENT P
                                WHERE P.PAYINVNO = I.INVNO
                                  AND P.PAYDATE <= :SNAP-DATE), 0)
                          - COALESCE((SELECT SUM(H.PAYAMT)
                                FROM MM01.PAYHIST H
                                WHERE H.PAYINVNO = I.INVNO
                                  AND H.PAYDATE <= :SNAP-DATE), 0)
                       FROM (SELECT INVNO, INVDATE, INVTOTAL
                                 FROM MM01.INVOICE
                                 WHERE INVCUST = :CF-CUSTNO
                                   AND INVDATE <= :SNAP-DATE
                             UNION ALL
                             SELECT INVNO, INVDATE, INVTOTAL
                                 FROM MM01.INVHIST
                                 WHERE INVCUST = :CF-CUSTNO
                                   AND INVDATE <= :SNAP-DATE) I
                       ORDER BY I.INVDATE, I.INVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-CONFIRMATIONS.
      *
           OPEN OUTPUT LTRFILE
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO RUN-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 060-CHECK-NOT-ALREADY-DRAWN.
           IF VALID-CURSOR
               PERFORM 070-COUNT-SAMPLE-POOL.
           IF VALID-CURSOR
               PERFORM 100-OPEN-SNAPSHOT-CURSOR.
           IF VALID-CURSOR
               PERFORM 200-PROCESS-ONE-BALANCE
                   UNTIL END-OF-BALANCES
                      OR NOT-VALID-CURSOR
               PERFORM 300-CLOSE-SNAPSHOT-CURSOR.
           PERFORM 500-PRINT-TOTAL-LINES.
           IF VALID-CURSOR
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY '**** CONFIRMATION RUN FAILED -- NOTHING '
                       'RECORDED; DESTROY ANY LETTERS PRINTED ****'
               MOVE 8 TO RETURN-CODE.
           CLOSE LTRFILE
                 PRTOUT.
           DISPLAY THRESHOLD-COUNT ' LETTER(S) OVER THRESHOLD.'.
           DISPLAY RANDOM-COUNT    ' LETTER(S) BY RANDOM SAMPLE.'.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           ACCEPT SNAP-PERIOD FROM SYSIN.
           ACCEPT THRESHOLD-CARD FROM SYSIN.
           MOVE THRESHOLD-CARD TO THRESHOLD-AMOUNT.
           ACCEPT SAMPLE-SIZE-CARD FROM SYSIN.
           ACCEPT SEED-CARD FROM SYSIN.
           IF SP-YEAR NOT NUMERIC
              OR SP-MONTH NOT NUMERIC
              OR SP-DASH NOT = '-'
              OR SP-MONTH < 1 OR SP-MONTH > 12
               DISPLAY 'SNAPSHOT PERIOD ' SNAP-PERIOD ' IS NOT VALID.'
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 055-SET-SNAPSHOT-DATE.
           IF SEED-CARD NOT NUMERIC OR SEED-CARD = ZERO
               COMPUTE SEED-USED = CDT-Hour * 10000
                                 + CDT-Minutes * 100
                                 + CDT-Seconds + 1
           ELSE
               MOVE SEED-CARD TO SEED-USED.
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(SEED-USED).
           MOVE SNAP-PERIOD      TO HL2-PERIOD.
           MOVE SNAP-DATE        TO HL2-DATE.
           MOVE THRESHOLD-AMOUNT TO HL2-THRESHOLD.
           MOVE SEED-USED        TO HL2-SEED.
      *
       055-SET-SNAPSHOT-DATE.
      *
           MOVE MONTH-LENGTH(SP-MONTH) TO SD-LAST-DAY.
           IF SP-MONTH = 2
               DIVIDE SP-YEAR BY 4   GIVING SD-QUOTIENT
                   REMAINDER SD-REMAINDER-4
               DIVIDE SP-YEAR BY 100 GIVING SD-QUOTIENT
                   REMAINDER SD-REMAINDER-100
               DIVIDE SP-YEAR BY 400 GIVING SD-QUOTIENT
                   REMAINDER SD-REMAINDER-400
               IF SD-REMAINDER-400 = 0
                  OR (SD-REMAINDER-4 = 0 AND SD-REMAINDER-100 NOT = 0)
                   MOVE 29 TO SD-LAST-DAY.
           STRING SNAP-PERIOD '-' SD-LAST-DAY
               DELIMITED BY SIZE INTO SNAP-DATE.
      *
       060-CHECK-NOT-ALREADY-DRAWN.
      *
      *    ONE DRAW PER SNAPSHOT - A SECOND RUN WOULD MAIL A
      *    DIFFERENT SAMPLE OVER THE TOP OF THE FIRST.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CF-CHECK-COUNT
                   FROM MM01.ARCONF
                       WHERE CFPERIOD = :SNAP-PERIOD
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF CF-CHECK-COUNT > 0
                   DISPLAY 'CONFIRMATIONS ALREADY DRAWN FOR '
                           SNAP-PERIOD ' - RUN REFUSED.'
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       070-COUNT-SAMPLE-POOL.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :POOL-REMAINING
                   FROM MM01.ARSNAP A
                       INNER JOIN MM01.CUSTOMER B
                   ON A.ARCUSTNO = B.CUSTNO
                   WHERE A.ARPERIOD = :SNAP-PERIOD
                     AND A.ARTOTAL <> 0
                     AND A.ARTOTAL <= :THRESHOLD-AMOUNT
                     AND B.LNAME   <> 'ANONYMIZED'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE POOL-REMAINING   TO POOL-COUNT
               MOVE SAMPLE-SIZE-CARD TO DRAW-REMAINING.
      *
       100-OPEN-SNAPSHOT-CURSOR.
      *
           EXEC SQL
               OPEN SNAPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-PROCESS-ONE-BALANCE.
      *
           PERFORM 210-FETCH-BALANCE-ROW.
           IF NOT END-OF-BALANCES
               IF VALID-CURSOR
                   PERFORM 220-DRAW-BALANCE
                   IF CUSTOMER-DRAWN
                       PERFORM 230-LOAD-OPEN-ITEMS
                   END-IF
                   IF CUSTOMER-DRAWN AND VALID-CURSOR
                       PERFORM 260-RECORD-CONFIRMATION
                   END-IF
                   IF CUSTOMER-DRAWN AND VALID-CURSOR
                       PERFORM 400-WRITE-CONFIRMATION-LETTER
                       PERFORM 450-PRINT-CONTROL-LINE.
      *
       210-FETCH-BALANCE-ROW.
      *
           EXEC SQL
               FETCH SNAPCURS
                   INTO :CF-CUSTNO,  :CF-BALANCE,
                        :CF-FNAME,   :CF-LNAME,   :CF-ADDR,
                        :CF-CITY,    :CF-STATE,   :CF-ZIPCODE
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-BALANCES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-DRAW-BALANCE.
      *
           MOVE 'N' TO CUSTOMER-DRAWN-SW.
           IF CF-BALANCE > THRESHOLD-AMOUNT
               MOVE 'Y' TO CUSTOMER-DRAWN-SW
               MOVE 'T' TO CF-SELECT
               ADD 1          TO THRESHOLD-COUNT
               ADD CF-BALANCE TO THRESHOLD-TOTAL
           ELSE
               IF POOL-REMAINING > 0
                   COMPUTE RANDOM-VALUE = FUNCTION RANDOM
                   IF RANDOM-VALUE * POOL-REMAINING < DRAW-REMAINING
                       MOVE 'Y' TO CUSTOMER-DRAWN-SW
                       MOVE 'R' TO CF-SELECT
                       SUBTRACT 1 FROM DRAW-REMAINING
                       ADD 1          TO RANDOM-COUNT
                       ADD CF-BALANCE TO RANDOM-TOTAL
                   END-IF
                   SUBTRACT 1 FROM POOL-REMAINING.
      *
       230-LOAD-OPEN-ITEMS.
      *
           MOVE 0   TO OPEN-ITEM-COUNT.
           MOVE 0   TO OPEN-ITEMS-NOT-LISTED.
           MOVE 'N' TO END-OF-ITEMS-SW.
           EXEC SQL
               OPEN ITEMCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 240-LOAD-ONE-OPEN-ITEM
                   UNTIL END-OF-ITEMS
               EXEC SQL
                   CLOSE ITEMCURS
               END-EXEC.
      *
       240-LOAD-ONE-OPEN-ITEM.
      *
           EXEC SQL
               FETCH ITEMCURS
                   INTO :IT-INVNO, :IT-INVDATE, :IT-BALANCE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ITEMS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-ITEMS-SW
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN IT-BALANCE = 0
                   CONTINUE
               WHEN OPEN-ITEM-COUNT >= 50
                   ADD 1 TO OPEN-ITEMS-NOT-LISTED
               WHEN OTHER
                   ADD 1 TO OPEN-ITEM-COUNT
                   SET OI-INDEX TO OPEN-ITEM-COUNT
                   MOVE IT-INVNO   TO OI-INVNO(OI-INDEX)
                   MOVE IT-INVDATE TO OI-INVDATE(OI-INDEX)
                   MOVE IT-BALANCE TO OI-BALANCE(OI-INDEX)
           END-EVALUATE.
      *
       260-RECORD-CONFIRMATION.
      *
           EXEC SQL
               INSERT INTO MM01.ARCONF
                      (CFPERIOD,     CFCUSTNO,    CFBALANCE,
                       CFSELECT,     CFSTATUS,    CFSENTDATE)
               VALUES (:SNAP-PERIOD, :CF-CUSTNO,  :CF-BALANCE,
                       :CF-SELECT,   'S',         :RUN-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       300-CLOSE-SNAPSHOT-CURSOR.
      *
           EXEC SQL
               CLOSE SNAPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       400-WRITE-CONFIRMATION-LETTER.
      *
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD AFTER ADVANCING PAGE.
           MOVE CF-FNAME TO LWN-FNAME.
           MOVE CF-LNAME TO LWN-LNAME.
           WRITE LTRFILE-RECORD FROM LW-NAME-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LTRFILE-RECORD FROM CF-ADDR.
           MOVE CF-CITY    TO LWC-CITY.
           MOVE CF-STATE   TO LWC-STATE.
           MOVE CF-ZIPCODE TO LWC-ZIPCODE.
           WRITE LTRFILE-RECORD FROM LW-CITY-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LT-BODY-A.
           WRITE LTRFILE-RECORD FROM LT-BODY-B.
           WRITE LTRFILE-RECORD FROM LT-BODY-C.
           WRITE LTRFILE-RECORD FROM LT-BODY-D.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           MOVE SNAP-DATE TO LWA-DATE.
           WRITE LTRFILE-RECORD FROM LW-AS-OF-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LW-ITEM-HEADING.
           PERFORM 420-WRITE-LETTER-ITEM-LINE
               VARYING OI-INDEX FROM 1 BY 1
               UNTIL OI-INDEX > OPEN-ITEM-COUNT.
           IF OPEN-ITEMS-NOT-LISTED > 0
               MOVE OPEN-ITEMS-NOT-LISTED TO LWM-COUNT
               WRITE LTRFILE-RECORD FROM LW-MORE-LINE.
           MOVE SNAP-DATE  TO LWB-DATE.
           MOVE CF-BALANCE TO LWB-BALANCE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LW-BALANCE-LINE.
           PERFORM 430-WRITE-REPLY-STUB.
      *
       420-WRITE-LETTER-ITEM-LINE.
      *
           MOVE OI-INVNO(OI-INDEX)   TO LWI-INVNO.
           MOVE OI-INVDATE(OI-INDEX) TO LWI-INVDATE.
           MOVE OI-BALANCE(OI-INDEX) TO LWI-BALANCE.
           WRITE LTRFILE-RECORD FROM LW-ITEM-LINE.
      *
       430-WRITE-REPLY-STUB.
      *
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD
               AFTER ADVANCING 3 LINES.
           WRITE LTRFILE-RECORD FROM LT-CUT-LINE.
           MOVE SNAP-PERIOD TO LWR-PERIOD.
           MOVE CF-CUSTNO   TO LWR-CUSTNO.
           MOVE CF-LNAME    TO LWR-LNAME.
           WRITE LTRFILE-RECORD FROM LW-STUB-REF-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LTRFILE-RECORD FROM LW-BALANCE-LINE.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LT-STUB-A.
           WRITE LTRFILE-RECORD FROM LT-STUB-B.
           WRITE LTRFILE-RECORD FROM LT-STUB-C.
           WRITE LTRFILE-RECORD FROM LT-STUB-D.
           MOVE SPACES TO LTRFILE-RECORD.
           WRITE LTRFILE-RECORD.
           WRITE LTRFILE-RECORD FROM LT-STUB-E.
      *
       450-PRINT-CONTROL-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 460-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE CF-CUSTNO  TO RL-CUSTNO.
           MOVE CF-LNAME   TO RL-LNAME.
           MOVE CF-BALANCE TO RL-BALANCE.
           IF CF-THRESHOLD-ITEM
               MOVE 'THRESHOLD' TO RL-SELECT
           ELSE
               MOVE 'RANDOM'    TO RL-SELECT.
           COMPUTE RL-ITEMS = OPEN-ITEM-COUNT + OPEN-ITEMS-NOT-LISTED.
           MOVE CONTROL-LINE TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
      *
       460-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 470-WRITE-REPORT-LINE.
      *
       470-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           MOVE 1 TO SPACE-CONTROL.
      *
       500-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 460-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE THRESHOLD-COUNT TO TL-THRESHOLD-COUNT
               MOVE THRESHOLD-TOTAL TO TL-THRESHOLD-TOTAL
               MOVE TOTAL-LINE-1    TO PRTOUT-RECORD
               PERFORM 470-WRITE-REPORT-LINE
               MOVE RANDOM-COUNT    TO TL-RANDOM-COUNT
               MOVE RANDOM-TOTAL    TO TL-RANDOM-TOTAL
               MOVE POOL-COUNT      TO TL-POOL-COUNT
               MOVE TOTAL-LINE-2    TO PRTOUT-RECORD
               PERFORM 470-WRITE-REPORT-LINE
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                  TO PRTOUT-RECORD
               PERFORM 470-WRITE-REPORT-LINE.
      *
