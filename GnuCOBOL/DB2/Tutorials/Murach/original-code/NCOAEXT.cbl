       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    NCOAEXT.
      *
      *    CHANGE-OF-ADDRESS EXTRACT.  WRITES EVERY CUSTOMER'S
      *    BILLING NAME AND ADDRESS, AND EVERY SHIP-TO SITE UNDER
      *    THE CUSTOMER'S NAME, TO THE FILE SENT TO THE ADDRESS
      *    CHANGE SERVICE.  THE SERVICE'S ANSWER COMES BACK
      *    THROUGH NCOAPOST.
      *
      *    A CUSTOMER ANONYMIZED UNDER A PRIVACY REQUEST HAS NO
      *    REAL ADDRESS LEFT TO CHECK AND IS NOT SENT.  THE FILE
      *    ENDS WITH A TRAILER CARRYING THE RECORD COUNTS SO THE
      *    SERVICE CAN PROVE IT RECEIVED THE WHOLE FILE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT NCOAOUT ASSIGN TO UT-S-NCOAOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  NCOAOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  NCOA-OUT-RECORD.
      *
           05  NO-RECORD-TYPE           PIC X.
               88  NO-CUSTOMER-RECORD       VALUE 'C'.
               88  NO-SHIPTO-RECORD         VALUE 'S'.
               88  NO-TRAILER-RECORD        VALUE 'T'.
           05  NO-RECORD-DATA.
               10  NO-CUSTNO            PIC X(6).
               10  NO-SHIPTO            PIC X(3).
               10  NO-FNAME             PIC X(20).
               10  NO-LNAME             PIC X(30).
               10  NO-ADDR              PIC X(30).
               10  NO-CITY              PIC X(20).
               10  NO-STATE             PIC X(2).
               10  NO-ZIPCODE           PIC X(10).
               10  FILLER               PIC X(28).
           05  NO-TRAILER-DATA REDEFINES NO-RECORD-DATA.
               10  NO-FILE-DATE         PIC X(10).
               10  NO-CUSTOMER-COUNT    PIC 9(7).
               10  NO-SHIPTO-COUNT      PIC 9(7).
               10  FILLER               PIC X(125).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-CUSTOMERS-SW     PIC X   VALUE 'N'.
               88  END-OF-CUSTOMERS            VALUE 'Y'.
           05  END-OF-SHIPTOS-SW       PIC X   VALUE 'N'.
               88  END-OF-SHIPTOS              VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  RUN-DATE                    PIC X(10).
      *
       01  ADDRESS-FIELDS.
           05  AD-CUSTNO               PIC X(6).
           05  AD-SHIPTO               PIC X(3).
           05  AD-FNAME                PIC X(20).
           05  AD-LNAME                PIC X(30).
           05  AD-ADDR                 PIC X(30).
           05  AD-CITY                 PIC X(20).
           05  AD-STATE                PIC X(2).
           05  AD-ZIPCODE              PIC X(10).
      *
       01  RUN-COUNTERS                COMP-3.
           05  CUSTOMER-READ-COUNT     PIC S9(7)       VALUE ZERO.
           05  CUSTOMER-SENT-COUNT     PIC S9(7)       VALUE ZERO.
           05  SHIPTO-SENT-COUNT       PIC S9(7)       VALUE ZERO.
           05  ANONYMIZED-SKIP-COUNT   PIC S9(7)       VALUE ZERO.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE CUSTCURS CURSOR FOR
                   SELECT CUSTNO,   FNAME,   LNAME,
                          ADDR,     CITY,    STATE,   ZIPCODE
                       FROM MM01.CUSTOMER
                       ORDER BY CUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE SHIPCURS CURSOR FOR
                   SELECT A.STCUSTNO, A.STCODE,  B.FNAME,
                          B.LNAME,    A.STADDR,  A.STCITY,
                          A.STSTATE,  A.STZIP
                       FROM MM01.SHIPTO A
                           INNER JOIN MM01.CUSTOMER B
                       ON A.STCUSTNO = B.CUSTNO
                       WHERE B.LNAME <> 'ANONYMIZED'
                       ORDER BY A.STCUSTNO, A.STCODE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-EXTRACT-ADDRESSES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'NCOAEXT ' TO EOJS-Program-Id.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CDT-Year '-' CDT-Month '-' CDT-Day
               DELIMITED BY SIZE INTO RUN-DATE.
           OPEN OUTPUT NCOAOUT.
           PERFORM 100-EXTRACT-CUSTOMERS.
           IF VALID-CURSOR
               PERFORM 200-EXTRACT-SHIPTOS.
           PERFORM 300-WRITE-TRAILER-RECORD.
           CLOSE NCOAOUT.
           DISPLAY CUSTOMER-SENT-COUNT   ' CUSTOMER ADDRESS(ES) SENT.'.
           DISPLAY SHIPTO-SENT-COUNT     ' SHIP-TO ADDRESS(ES) SENT.'.
           DISPLAY ANONYMIZED-SKIP-COUNT ' ANONYMIZED CUSTOMER(S)'
                   ' NOT SENT.'.
           MOVE CUSTOMER-READ-COUNT TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = CUSTOMER-SENT-COUNT
                                    + SHIPTO-SENT-COUNT.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- EXTRACT INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       100-EXTRACT-CUSTOMERS.
      *
           EXEC SQL
               OPEN CUSTCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 110-EXTRACT-ONE-CUSTOMER
                   UNTIL END-OF-CUSTOMERS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE CUSTCURS
               END-EXEC.
      *
       110-EXTRACT-ONE-CUSTOMER.
      *
           MOVE SPACES TO AD-SHIPTO.
           EXEC SQL
               FETCH CUSTCURS
                   INTO :AD-CUSTNO, :AD-FNAME, :AD-LNAME,
                        :AD-ADDR,   :AD-CITY,  :AD-STATE,
                        :AD-ZIPCODE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-CUSTOMERS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1 TO CUSTOMER-READ-COUNT
                   IF AD-LNAME = 'ANONYMIZED'
                       ADD 1 TO ANONYMIZED-SKIP-COUNT
                   ELSE
                       MOVE 'C' TO NO-RECORD-TYPE
                       PERFORM 400-WRITE-ADDRESS-RECORD
                       ADD 1 TO CUSTOMER-SENT-COUNT
                   END-IF
           END-EVALUATE.
      *
       200-EXTRACT-SHIPTOS.
      *
           EXEC SQL
               OPEN SHIPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               PERFORM 210-EXTRACT-ONE-SHIPTO
                   UNTIL END-OF-SHIPTOS
                      OR NOT-VALID-CURSOR
               EXEC SQL
                   CLOSE SHIPCURS
               END-EXEC.
      *
       210-EXTRACT-ONE-SHIPTO.
      *
           EXEC SQL
               FETCH SHIPCURS
                   INTO :AD-CUSTNO, :AD-SHIPTO, :AD-FNAME,
                        :AD-LNAME,  :AD-ADDR,   :AD-CITY,
                        :AD-STATE,  :AD-ZIPCODE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-SHIPTOS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   MOVE 'S' TO NO-RECORD-TYPE
                   PERFORM 400-WRITE-ADDRESS-RECORD
                   ADD 1 TO SHIPTO-SENT-COUNT
           END-EVALUATE.
      *
       300-WRITE-TRAILER-RECORD.
      *
      *    A FAILED RUN STILL CLOSES THE FILE WITH A TRAILER, BUT
      *    WITH ZERO COUNTS THE SERVICE WILL REJECT IT RATHER THAN
      *    PROCESS HALF THE BASE.
      *
           MOVE 'T'    TO NO-RECORD-TYPE.
           MOVE SPACES TO NO-RECORD-DATA.
           MOVE RUN-DATE TO NO-FILE-DATE.
           IF VALID-CURSOR
               MOVE CUSTOMER-SENT-COUNT TO NO-CUSTOMER-COUNT
               MOVE SHIPTO-SENT-COUNT   TO NO-SHIPTO-COUNT
           ELSE
               MOVE ZERO TO NO-CUSTOMER-COUNT
                            NO-SHIPTO-COUNT.
           WRITE NCOA-OUT-RECORD.
      *
       400-WRITE-ADDRESS-RECORD.
      *
           MOVE SPACES     TO NO-RECORD-DATA.
           MOVE AD-CUSTNO  TO NO-CUSTNO.
           MOVE AD-SHIPTO  TO NO-SHIPTO.
           MOVE AD-FNAME   TO NO-FNAME.
           MOVE AD-LNAME   TO NO-LNAME.
           MOVE AD-ADDR    TO NO-ADDR.
           MOVE AD-CITY    TO NO-CITY.
           MOVE AD-STATE   TO NO-STATE.
           MOVE AD-ZIPCODE TO NO-ZIPCODE.
           WRITE NCOA-OUT-RECORD.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
