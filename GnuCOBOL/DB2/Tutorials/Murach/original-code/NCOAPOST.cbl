       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    NCOAPOST.
      *
      *    CHANGE-OF-ADDRESS RESULTS.  READS THE ADDRESS CHANGE
      *    SERVICE'S ANSWER TO THE NCOAEXT FILE.  EACH RESULT
      *    CARRIES ONE OF:
      *
      *       MV  CONFIRMED MOVE, NEW ADDRESS SUPPLIED
      *       NA  MOVED, LEFT NO FORWARDING ADDRESS
      *       UD  UNDELIVERABLE AS ADDRESSED
      *       OK  ADDRESS CONFIRMED, NO CHANGE
      *
      *    A CONFIRMED MOVE IS NOT APPLIED HERE.  A CUSTOMER MOVE
      *    IS WRITTEN AS AN UPDTCUST CHANGE TRANSACTION AND A
      *    SHIP-TO MOVE AS A SHIPMNT CHANGE TRANSACTION, SO THE
      *    NEW ADDRESS PASSES THE SAME FIELD EDITS, TERRITORY
      *    ASSIGNMENT AND AUDIT TRAIL AS ONE KEYED BY HAND.  THE
      *    CUSTTRAN RECORDS CARRY USER ID NCOAPOST, WHICH NEEDS A
      *    USERAUTH ROW FOR TRANSACTION CODE R.
      *
      *    NA AND UD ON A CUSTOMER'S BILLING ADDRESS SET THE
      *    CUSTOMER'S BAD-ADDRESS FLAG (BADADDR M OR U).  THE FLAG
      *    STOPS PRINTED STATEMENTS AND DUNNING LETTERS AND PUTS
      *    THE ACCOUNT ON THE COLLECTOR QUEUE UNTIL A NEW ADDRESS
      *    IS POSTED THROUGH UPDTCUST, WHICH CLEARS IT.  NA AND UD
      *    ON A SHIP-TO SITE ARE LISTED FOR REVIEW ONLY - NOTHING
      *    IS MAILED TO A SHIP-TO.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT NCOAIN   ASSIGN TO UT-S-NCOAIN.
           SELECT CUSTTRAN ASSIGN TO UT-S-CUSTTRAN.
           SELECT SHPTRAN  ASSIGN TO UT-S-SHPTRAN.
           SELECT PRTOUT   ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  NCOAIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  NCOA-RESULT-RECORD.
      *
           05  NI-RECORD-TYPE           PIC X.
               88  NI-CUSTOMER-RECORD       VALUE 'C'.
               88  NI-SHIPTO-RECORD         VALUE 'S'.
               88  NI-TRAILER-RECORD        VALUE 'T'.
           05  NI-CUSTNO                PIC X(6).
           05  NI-SHIPTO                PIC X(3).
           05  NI-RESULT                PIC X(2).
               88  NI-CONFIRMED-MOVE        VALUE 'MV'.
               88  NI-NO-FORWARDING         VALUE 'NA'.
               88  NI-UNDELIVERABLE         VALUE 'UD'.
               88  NI-ADDRESS-OK            VALUE 'OK'.
           05  NI-NEW-ADDR              PIC X(30).
           05  NI-NEW-CITY              PIC X(20).
           05  NI-NEW-STATE             PIC X(2).
           05  NI-NEW-ZIPCODE           PIC X(10).
           05  NI-MOVE-DATE             PIC X(10).
           05  FILLER                   PIC X(16).
      *
       FD  CUSTTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 137 CHARACTERS.
      *
       01  CUSTOMER-TRANSACTION-RECORD.
      *
           05  CTR-TRANSACTION-CODE        PIC X.
           05  CTR-TRANSACTION-DATA.
               10  CTR-CUSTOMER-NUMBER     PIC X(6).
               10  CTR-FNAME               PIC X(20).
               10  CTR-LNAME               PIC X(30).
               10  CTR-ADDR                PIC X(30).
               10  CTR-CITY                PIC X(20).
               10  CTR-STATE               PIC X(2).
               10  CTR-ZIPCODE             PIC X(10).
           05  CTR-EFFECTIVE-DATE          PIC X(10).
           05  CTR-USER-ID                 PIC X(8).
      *
       FD  SHPTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS.
      *
       01  SHIPTO-TRANSACTION-RECORD.
      *
           05  STR-TRANSACTION-CODE     PIC X.
           05  STR-CUSTNO               PIC X(6).
           05  STR-SHIPTO               PIC X(3).
           05  STR-ADDR                 PIC X(30).
           05  STR-CITY                 PIC X(20).
           05  STR-STATE                PIC X(2).
           05  STR-ZIPCODE              PIC X(10).
           05  FILLER                   PIC X(3).
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
           05  END-OF-RESULTS-SW       PIC X   VALUE 'N'.
               88  END-OF-RESULTS              VALUE 'Y'.
           05  ROW-FOUND-SW            PIC X   VALUE 'Y'.
               88  ROW-FOUND                   VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  ADDRESS-FIELDS.
           05  AD-FNAME                PIC X(20).
           05  AD-LNAME                PIC X(30).
           05  AD-ADDR                 PIC X(30).
           05  AD-CITY                 PIC X(20).
           05  AD-STATE                PIC X(2).
           05  AD-ZIPCODE              PIC X(10).
           05  AD-BADADDR              PIC X.
           05  AD-NEW-BADADDR          PIC X.
      *
       01  RUN-COUNTERS                COMP-3.
           05  RESULT-READ-COUNT       PIC S9(7)       VALUE ZERO.
           05  CONFIRMED-OK-COUNT      PIC S9(7)       VALUE ZERO.
           05  CUST-MOVE-COUNT         PIC S9(7)       VALUE ZERO.
           05  SHIPTO-MOVE-COUNT       PIC S9(7)       VALUE ZERO.
           05  ALREADY-CURRENT-COUNT   PIC S9(7)       VALUE ZERO.
           05  BAD-ADDRESS-COUNT       PIC S9(7)       VALUE ZERO.
           05  SHIPTO-REVIEW-COUNT     PIC S9(7)       VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(30)   VALUE
               'CHANGE OF ADDRESS RESULTS -  '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(39)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'TYPE  CUSTNO  SHP  R'.
           05  FILLER      PIC X(20)   VALUE 'C  NEW ADDRESS      '.
           05  FILLER      PIC X(20)   VALUE '                 CIT'.
           05  FILLER      PIC X(20)   VALUE 'Y                 ST'.
           05  FILLER      PIC X(20)   VALUE ' ZIP         NOTE   '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  RESULT-LINE.
           05  RL-TYPE     PIC X(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SHIPTO   PIC X(3).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-RESULT   PIC X(2).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ADDR     PIC X(30).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-CITY     PIC X(20).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-STATE    PIC X(2).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  RL-ZIPCODE  PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-NOTE     PIC X(30).
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(34).
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(91)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-ADDRESS-RESULTS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'NCOAPOST' TO EOJS-Program-Id.
           OPEN INPUT  NCOAIN
                OUTPUT CUSTTRAN
                       SHPTRAN
                       PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 100-POST-ONE-RESULT
               UNTIL END-OF-RESULTS
                  OR NOT-VALID-CURSOR.
           PERFORM 500-PRINT-TOTAL-LINES.
           CLOSE NCOAIN
                 CUSTTRAN
                 SHPTRAN
                 PRTOUT.
           DISPLAY CUST-MOVE-COUNT   ' CUSTOMER CHANGE TRANSACTION(S)'
                   ' WRITTEN FOR UPDTCUST.'.
           DISPLAY SHIPTO-MOVE-COUNT ' SHIP-TO CHANGE TRANSACTION(S)'
                   ' WRITTEN FOR SHIPMNT.'.
           DISPLAY BAD-ADDRESS-COUNT ' CUSTOMER(S) FLAGGED BAD'
                   ' ADDRESS.'.
           MOVE RESULT-READ-COUNT TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = CUST-MOVE-COUNT
                                    + SHIPTO-MOVE-COUNT
                                    + BAD-ADDRESS-COUNT.
           MOVE EXCEPTION-COUNT   TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF EXCEPTION-COUNT > 0
               DISPLAY EXCEPTION-COUNT
                       ' RESULT EXCEPTION(S) - SEE REPORT.'
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-ONE-RESULT.
      *
           READ NCOAIN
               AT END
                   MOVE 'Y' TO END-OF-RESULTS-SW.
           IF NOT END-OF-RESULTS
              AND NOT NI-TRAILER-RECORD
               ADD 1 TO RESULT-READ-COUNT
               EVALUATE TRUE
                   WHEN NI-CUSTOMER-RECORD
                       PERFORM 200-POST-CUSTOMER-RESULT
                   WHEN NI-SHIPTO-RECORD
                       PERFORM 300-POST-SHIPTO-RESULT
                   WHEN OTHER
                       MOVE 'UNKNOWN RECORD TYPE' TO RL-NOTE
                       PERFORM 450-PRINT-EXCEPTION-LINE
               END-EVALUATE.
      *
       200-POST-CUSTOMER-RESULT.
      *
           PERFORM 210-GET-CUSTOMER-ADDRESS.
           EVALUATE TRUE
               WHEN NOT-VALID-CURSOR
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN NI-ADDRESS-OK
                   ADD 1 TO CONFIRMED-OK-COUNT
               WHEN NI-CONFIRMED-MOVE
                   PERFORM 220-WRITE-CUSTOMER-CHANGE
               WHEN NI-NO-FORWARDING
                   MOVE 'M' TO AD-NEW-BADADDR
                   PERFORM 230-FLAG-BAD-ADDRESS
               WHEN NI-UNDELIVERABLE
                   MOVE 'U' TO AD-NEW-BADADDR
                   PERFORM 230-FLAG-BAD-ADDRESS
               WHEN OTHER
                   MOVE 'UNKNOWN RESULT CODE' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
           END-EVALUATE.
      *
       210-GET-CUSTOMER-ADDRESS.
      *
           MOVE 'Y' TO ROW-FOUND-SW.
           EXEC SQL
               SELECT FNAME,     LNAME,     ADDR,
                      CITY,      STATE,     ZIPCODE,
                      COALESCE(BADADDR, ' ')
                   INTO :AD-FNAME, :AD-LNAME, :AD-ADDR,
                        :AD-CITY,  :AD-STATE, :AD-ZIPCODE,
                        :AD-BADADDR
                   FROM MM01.CUSTOMER
                       WHERE CUSTNO = :NI-CUSTNO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO ROW-FOUND-SW
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       220-WRITE-CUSTOMER-CHANGE.
      *
      *    UPDTCUST REPLACES THE WHOLE NAME AND ADDRESS, SO THE
      *    TRANSACTION CARRIES THE NAME AS IT STANDS TODAY WITH
      *    THE NEW ADDRESS.  THE MOVE IS EFFECTIVE NOW - A MOVE
      *    DATE FROM THE SERVICE IS ALWAYS IN THE PAST.
      *
           EVALUATE TRUE
               WHEN NI-NEW-ADDR = SPACES
                 OR NI-NEW-CITY = SPACES
                 OR NI-NEW-ZIPCODE = SPACES
                   MOVE 'MOVE WITH NO NEW ADDRESS' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN NI-NEW-ADDR    = AD-ADDR
                AND NI-NEW-CITY    = AD-CITY
                AND NI-NEW-STATE   = AD-STATE
                AND NI-NEW-ZIPCODE = AD-ZIPCODE
                   ADD 1 TO ALREADY-CURRENT-COUNT
                   MOVE 'NEW ADDRESS ALREADY ON FILE' TO RL-NOTE
                   PERFORM 460-PRINT-RESULT-LINE
               WHEN OTHER
                   MOVE 'R'            TO CTR-TRANSACTION-CODE
                   MOVE NI-CUSTNO      TO CTR-CUSTOMER-NUMBER
                   MOVE AD-FNAME       TO CTR-FNAME
                   MOVE AD-LNAME       TO CTR-LNAME
                   MOVE NI-NEW-ADDR    TO CTR-ADDR
                   MOVE NI-NEW-CITY    TO CTR-CITY
                   MOVE NI-NEW-STATE   TO CTR-STATE
                   MOVE NI-NEW-ZIPCODE TO CTR-ZIPCODE
                   MOVE SPACES         TO CTR-EFFECTIVE-DATE
                   MOVE 'NCOAPOST'     TO CTR-USER-ID
                   WRITE CUSTOMER-TRANSACTION-RECORD
                   ADD 1 TO CUST-MOVE-COUNT
                   MOVE 'CHANGE SENT TO UPDTCUST' TO RL-NOTE
                   PERFORM 460-PRINT-RESULT-LINE
           END-EVALUATE.
      *
       230-FLAG-BAD-ADDRESS.
      *
           EXEC SQL
               UPDATE MM01.CUSTOMER
                  SET BADADDR = :AD-NEW-BADADDR
                WHERE CUSTNO  = :NI-CUSTNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO BAD-ADDRESS-COUNT
               IF AD-NEW-BADADDR = 'M'
                   MOVE 'FLAGGED - MOVED, NO ADDRESS' TO RL-NOTE
               ELSE
                   MOVE 'FLAGGED - UNDELIVERABLE'     TO RL-NOTE
               END-IF
               PERFORM 460-PRINT-RESULT-LINE.
      *
       300-POST-SHIPTO-RESULT.
      *
           PERFORM 310-GET-SHIPTO-ADDRESS.
           EVALUATE TRUE
               WHEN NOT-VALID-CURSOR
                   CONTINUE
               WHEN NOT ROW-FOUND
                   MOVE 'SHIP-TO NOT ON FILE' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN NI-ADDRESS-OK
                   ADD 1 TO CONFIRMED-OK-COUNT
               WHEN NI-CONFIRMED-MOVE
                   PERFORM 320-WRITE-SHIPTO-CHANGE
               WHEN NI-NO-FORWARDING
               WHEN NI-UNDELIVERABLE
                   ADD 1 TO SHIPTO-REVIEW-COUNT
                   MOVE 'SHIP-TO UNDELIVERABLE - REVIEW' TO RL-NOTE
                   PERFORM 460-PRINT-RESULT-LINE
               WHEN OTHER
                   MOVE 'UNKNOWN RESULT CODE' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
           END-EVALUATE.
      *
       310-GET-SHIPTO-ADDRESS.
      *
           MOVE 'Y' TO ROW-FOUND-SW.
           EXEC SQL
               SELECT STADDR,   STCITY,   STSTATE,   STZIP
                   INTO :AD-ADDR, :AD-CITY, :AD-STATE, :AD-ZIPCODE
                   FROM MM01.SHIPTO
                       WHERE STCUSTNO = :NI-CUSTNO
                         AND STCODE   = :NI-SHIPTO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO ROW-FOUND-SW
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
      *
       320-WRITE-SHIPTO-CHANGE.
      *
           EVALUATE TRUE
               WHEN NI-NEW-ADDR = SPACES
                 OR NI-NEW-CITY = SPACES
                 OR NI-NEW-ZIPCODE = SPACES
                   MOVE 'MOVE WITH NO NEW ADDRESS' TO RL-NOTE
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN NI-NEW-ADDR    = AD-ADDR
                AND NI-NEW-CITY    = AD-CITY
                AND NI-NEW-STATE   = AD-STATE
                AND NI-NEW-ZIPCODE = AD-ZIPCODE
                   ADD 1 TO ALREADY-CURRENT-COUNT
                   MOVE 'NEW ADDRESS ALREADY ON FILE' TO RL-NOTE
                   PERFORM 460-PRINT-RESULT-LINE
               WHEN OTHER
                   MOVE SPACES         TO SHIPTO-TRANSACTION-RECORD
                   MOVE 'R'            TO STR-TRANSACTION-CODE
                   MOVE NI-CUSTNO      TO STR-CUSTNO
                   MOVE NI-SHIPTO      TO STR-SHIPTO
                   MOVE NI-NEW-ADDR    TO STR-ADDR
                   MOVE NI-NEW-CITY    TO STR-CITY
                   MOVE NI-NEW-STATE   TO STR-STATE
                   MOVE NI-NEW-ZIPCODE TO STR-ZIPCODE
                   WRITE SHIPTO-TRANSACTION-RECORD
                   ADD 1 TO SHIPTO-MOVE-COUNT
                   MOVE 'CHANGE SENT TO SHIPMNT' TO RL-NOTE
                   PERFORM 460-PRINT-RESULT-LINE
           END-EVALUATE.
      *
       450-PRINT-EXCEPTION-LINE.
      *
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM 460-PRINT-RESULT-LINE.
      *
       460-PRINT-RESULT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 470-PRINT-REPORT-HEADING.
           IF NI-SHIPTO-RECORD
               MOVE 'SHIP' TO RL-TYPE
           ELSE
               MOVE 'CUST' TO RL-TYPE.
           MOVE NI-CUSTNO      TO RL-CUSTNO.
           MOVE NI-SHIPTO      TO RL-SHIPTO.
           MOVE NI-RESULT      TO RL-RESULT.
           MOVE NI-NEW-ADDR    TO RL-ADDR.
           MOVE NI-NEW-CITY    TO RL-CITY.
           MOVE NI-NEW-STATE   TO RL-STATE.
           MOVE NI-NEW-ZIPCODE TO RL-ZIPCODE.
           MOVE RESULT-LINE    TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
      *
       470-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       480-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       500-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 470-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 'RESULTS READ:'                 TO TL-LABEL.
           MOVE RESULT-READ-COUNT               TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'ADDRESS CONFIRMED, NO CHANGE:'  TO TL-LABEL.
           MOVE CONFIRMED-OK-COUNT              TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'CUSTOMER CHANGES FOR UPDTCUST:' TO TL-LABEL.
           MOVE CUST-MOVE-COUNT                 TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'SHIP-TO CHANGES FOR SHIPMNT:'  TO TL-LABEL.
           MOVE SHIPTO-MOVE-COUNT               TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'MOVES ALREADY ON FILE:'        TO TL-LABEL.
           MOVE ALREADY-CURRENT-COUNT           TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'CUSTOMERS FLAGGED BAD ADDRESS:' TO TL-LABEL.
           MOVE BAD-ADDRESS-COUNT               TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'SHIP-TOS FOR REVIEW:'          TO TL-LABEL.
           MOVE SHIPTO-REVIEW-COUNT             TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           MOVE 'EXCEPTIONS:'                   TO TL-LABEL.
           MOVE EXCEPTION-COUNT                 TO TL-COUNT.
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 480-WRITE-REPORT-LINE.
           IF NOT-VALID-CURSOR
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                  TO PRTOUT-RECORD
               PERFORM 480-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
