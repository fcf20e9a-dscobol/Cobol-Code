       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RISWEEP.
      *
      *    WEEKLY REFERENTIAL INTEGRITY SWEEP OF THE MM01
      *    RECEIVABLES TABLES.  RUNS THE CATALOG OF PARENT/CHILD
      *    CHECKS IN CHECK-CATALOG BELOW AND PRINTS EVERY ORPHAN
      *    WITH ITS KEY.  EACH CURSOR RICURnn RETURNS THE SAME FOUR
      *    COLUMNS - TWO KEY FIELDS, A DESCRIPTION, AND Y WHEN THE
      *    ROW IS SAFE TO REMOVE WITHOUT A PERSON LOOKING AT IT.
      *
      *    SAFE MEANS NO MONEY IS LOST AND THE ROW CARRIES NOTHING
      *    THAT EXISTS NOWHERE ELSE:
      *       - A LINE ITEM WITH NO INVOICE WHOSE COPY IS ALREADY
      *         ON MM01.LIHIST
      *       - A SUMMARY OR STATEMENT BALANCE ROW FOR A DELETED
      *         CUSTOMER WHO HAS NO INVOICES LEFT
      *       - A SHIP-TO ADDRESS OR ACH MANDATE FOR A DELETED
      *         CUSTOMER
      *    EVERYTHING ELSE (PAYMENTS, INVOICES, DISPUTES, BAD REP
      *    OR TERMS CODES) IS LISTED FOR REVIEW ONLY.
      *
      *    PARAMETERS (PARMPARS):
      *       MODE   R = REPORT ONLY (DEFAULT)
      *              C = CORRECT - ALSO WRITE A DELETE TRANSACTION
      *                  TO FIXTRAN FOR EACH SAFE ORPHAN, FOR RIFIX
      *                  TO APPLY AFTER THE REPORT IS REVIEWED
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
           SELECT FIXTRAN ASSIGN TO UT-S-FIXTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PRTOUT-RECORD               PIC X(132).
      *
       FD  FIXTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  FIX-TRANSACTION-RECORD.
      *
           05  FTR-CHECK-ID             PIC X(2).
           05  FTR-ACTION               PIC X.
               88  FTR-DELETE-ROW            VALUE 'D'.
           05  FTR-TABLE                PIC X(8).
           05  FTR-KEY-1                PIC X(10).
           05  FTR-KEY-2                PIC X(10).
           05  FILLER                   PIC X(9).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-ORPHANS-SW       PIC X   VALUE 'N'.
               88  END-OF-ORPHANS              VALUE 'Y'.
           05  RUN-MODE-SW             PIC X   VALUE 'R'.
               88  REPORT-ONLY                 VALUE 'R'.
               88  WRITE-CORRECTIONS           VALUE 'C'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'RISWEEP '.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
      *    ONE ENTRY PER CHECK, IN THE ORDER THE CHECKS RUN.  THE
      *    TABLE NAMED IS THE CHILD TABLE HOLDING THE ORPHAN, AND
      *    THE ONE A FIX-UP TRANSACTION DELETES FROM.
      *
       01  CHECK-CATALOG-VALUES.
           05  FILLER  PIC X(10) VALUE '01LINEITEM'.
           05  FILLER  PIC X(40) VALUE
               'LINE ITEMS WITH NO INVOICE              '.
           05  FILLER  PIC X(10) VALUE '02LIHIST  '.
           05  FILLER  PIC X(40) VALUE
               'HISTORY LINE ITEMS WITH NO INVOICE      '.
           05  FILLER  PIC X(10) VALUE '03PAYMENT '.
           05  FILLER  PIC X(40) VALUE
               'PAYMENTS WITH NO INVOICE OR HISTORY     '.
           05  FILLER  PIC X(10) VALUE '04PAYHIST '.
           05  FILLER  PIC X(40) VALUE
               'HISTORY PAYMENTS WITH NO INVOICE        '.
           05  FILLER  PIC X(10) VALUE '05INVOICE '.
           05  FILLER  PIC X(40) VALUE
               'INVOICES FOR A CUSTOMER NOT ON FILE     '.
           05  FILLER  PIC X(10) VALUE '06INVOICE '.
           05  FILLER  PIC X(40) VALUE
               'INVOICES WITH A SALES REP NOT ON FILE   '.
           05  FILLER  PIC X(10) VALUE '07INVOICE '.
           05  FILLER  PIC X(40) VALUE
               'INVOICES WITH A TERMS CODE NOT ON FILE  '.
           05  FILLER  PIC X(10) VALUE '08CUSTOMER'.
           05  FILLER  PIC X(40) VALUE
               'CUSTOMERS WITH A SALES REP NOT ON FILE  '.
           05  FILLER  PIC X(10) VALUE '09CUSTSUMM'.
           05  FILLER  PIC X(40) VALUE
               'SUMMARY ROWS FOR A DELETED CUSTOMER     '.
           05  FILLER  PIC X(10) VALUE '10SHIPTO  '.
           05  FILLER  PIC X(40) VALUE
               'SHIP-TO ADDRESSES FOR A DELETED CUSTOMER'.
           05  FILLER  PIC X(10) VALUE '11ACHMAND '.
           05  FILLER  PIC X(40) VALUE
               'ACH MANDATES FOR A DELETED CUSTOMER     '.
           05  FILLER  PIC X(10) VALUE '12STMTBAL '.
           05  FILLER  PIC X(40) VALUE
               'STATEMENT BALANCE FOR A DELETED CUSTOMER'.
           05  FILLER  PIC X(10) VALUE '13DISPUTE '.
           05  FILLER  PIC X(40) VALUE
               'DISPUTES FOR AN INVOICE NOT ON FILE     '.
      *
       01  CHECK-CATALOG REDEFINES CHECK-CATALOG-VALUES.
           05  CHECK-ENTRY OCCURS 13 TIMES.
               10  CC-CHECK-ID          PIC X(2).
               10  CC-TABLE             PIC X(8).
               10  CC-DESCRIPTION       PIC X(40).
      *
       01  CHECK-CONTROL-FIELDS.
           05  CHECK-COUNT             PIC S9(4)   COMP VALUE 13.
           05  CHECK-SUB               PIC S9(4)   COMP.
      *
       01  ORPHAN-ROW.
           05  OR-KEY-1                PIC X(10).
           05  OR-KEY-2                PIC X(10).
           05  OR-DETAIL               PIC X(40).
           05  OR-FIXABLE              PIC X.
               88  OR-SAFE-TO-REMOVE           VALUE 'Y'.
      *
       01  CHECK-COUNTERS              COMP-3.
           05  CHECK-ORPHANS           PIC S9(7)       VALUE ZERO.
           05  CHECK-FIXUPS            PIC S9(7)       VALUE ZERO.
           05  CHECK-REVIEWS           PIC S9(7)       VALUE ZERO.
      *
       01  RUN-COUNTERS                COMP-3.
           05  CHECKS-RUN              PIC S9(5)       VALUE ZERO.
           05  CHECKS-WITH-ORPHANS     PIC S9(5)       VALUE ZERO.
           05  TOTAL-ORPHANS           PIC S9(7)       VALUE ZERO.
           05  TOTAL-FIXUPS            PIC S9(7)       VALUE ZERO.
           05  TOTAL-REVIEWS           PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(33)   VALUE
               'REFERENTIAL INTEGRITY SWEEP -    '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(12)   VALUE 'RUN MODE:   '.
           05  HL2-MODE    PIC X(40).
           05  FILLER      PIC X(80)   VALUE SPACES.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'CK TABLE     KEY    '.
           05  FILLER      PIC X(20)   VALUE '     KEY 2      DESC'.
           05  FILLER      PIC X(20)   VALUE 'RIPTION             '.
           05  FILLER      PIC X(20)   VALUE '                    '.
           05  FILLER      PIC X(20)   VALUE ' ACTION             '.
           05  FILLER      PIC X(32)   VALUE SPACES.
      *
       01  CHECK-HEADING-LINE.
           05  FILLER      PIC X(6)    VALUE 'CHECK '.
           05  CHL-CHECK-ID            PIC X(2).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CHL-TABLE   PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CHL-DESCRIPTION         PIC X(40).
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  ORPHAN-LINE.
           05  OL-CHECK-ID PIC X(2).
           05  FILLER      PIC X(1)    VALUE SPACES.
           05  OL-TABLE    PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OL-KEY-1    PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OL-KEY-2    PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  OL-DETAIL   PIC X(40).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  OL-ACTION   PIC X(24).
           05  FILLER      PIC X(28)   VALUE SPACES.
      *
       01  CHECK-TOTAL-LINE.
           05  FILLER      PIC X(13)   VALUE '   ORPHANS:  '.
           05  CTL-ORPHANS PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE '   FIX-UPS:  '.
           05  CTL-FIXUPS  PIC Z(6)9.
           05  FILLER      PIC X(16)   VALUE '   FOR REVIEW:  '.
           05  CTL-REVIEWS PIC Z(6)9.
           05  FILLER      PIC X(69)   VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE-1.
           05  FILLER      PIC X(20)   VALUE 'CHECKS RUN:         '.
           05  GTL-CHECKS  PIC Z(4)9.
           05  FILLER      PIC X(24)   VALUE
               '   CHECKS WITH ORPHANS: '.
           05  GTL-FAILED  PIC Z(4)9.
           05  FILLER      PIC X(78)   VALUE SPACES.
      *
       01  GRAND-TOTAL-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'TOTAL ORPHANS:      '.
           05  GTL-ORPHANS PIC Z(6)9.
           05  FILLER      PIC X(13)   VALUE '   FIX-UPS:  '.
           05  GTL-FIXUPS  PIC Z(6)9.
           05  FILLER      PIC X(16)   VALUE '   FOR REVIEW:  '.
           05  GTL-REVIEWS PIC Z(6)9.
           05  FILLER      PIC X(62)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR01 CURSOR FOR
                   SELECT CHAR(A.LIINVNO, 10),
                          CHAR(DIGITS(DECIMAL(A.LILINE, 5, 0)), 10),
                          CHAR('PRODUCT ' || A.LIPRODNO, 40),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM MM01.LIHIST H
                                         WHERE H.LIINVNO = A.LIINVNO
                                           AND H.LILINE  = A.LILINE)
                               THEN 'Y' ELSE 'N' END
                       FROM MM01.LINEITEM A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE B
                                  WHERE B.INVNO = A.LIINVNO)
                       ORDER BY A.LIINVNO, A.LILINE
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR02 CURSOR FOR
                   SELECT CHAR(A.LIINVNO, 10),
                          CHAR(DIGITS(DECIMAL(A.LILINE, 5, 0)), 10),
                          CHAR('PRODUCT ' || A.LIPRODNO, 40), 'N'
                       FROM MM01.LIHIST A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVHIST B
                                  WHERE B.INVNO = A.LIINVNO)
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE B
                                  WHERE B.INVNO = A.LIINVNO)
                       ORDER BY A.LIINVNO, A.LILINE
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR03 CURSOR FOR
                   SELECT CHAR(A.PAYINVNO, 10), CHAR(A.PAYDATE, 10),
                          CHAR('AMOUNT ' || CHAR(A.PAYAMT) ||
                               ' CHECK ' ||
                               COALESCE(A.PAYCHECKNO, ' '), 40),
                          'N'
                       FROM MM01.PAYMENT A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE B
                                  WHERE B.INVNO = A.PAYINVNO)
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVHIST B
                                  WHERE B.INVNO = A.PAYINVNO)
                       ORDER BY A.PAYINVNO, A.PAYDATE
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR04 CURSOR FOR
                   SELECT CHAR(A.PAYINVNO, 10), CHAR(A.PAYDATE, 10),
                          CHAR('AMOUNT ' || CHAR(A.PAYAMT) ||
                               ' CHECK ' ||
                               COALESCE(A.PAYCHECKNO, ' '), 40),
                          'N'
                       FROM MM01.PAYHIST A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVHIST B
                                  WHERE B.INVNO = A.PAYINVNO)
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE B
                                  WHERE B.INVNO = A.PAYINVNO)
                       ORDER BY A.PAYINVNO, A.PAYDATE
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR05 CURSOR FOR
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVCUST, 10),
                          CHAR('OPEN INVOICE DATED ' ||
                               CHAR(A.INVDATE), 40),
                          'N'
                       FROM MM01.INVOICE A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = A.INVCUST)
                   UNION ALL
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVCUST, 10),
                          CHAR('HISTORY INVOICE DATED ' ||
                               CHAR(A.INVDATE), 40),
                          'N'
                       FROM MM01.INVHIST A
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = A.INVCUST)
                   ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR06 CURSOR FOR
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVREP, 10),
                          CHAR('OPEN INVOICE FOR CUSTOMER ' ||
                               A.INVCUST, 40),
                          'N'
                       FROM MM01.INVOICE A
                       WHERE A.INVREP IS NOT NULL
                         AND A.INVREP <> ' '
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.SALESREP R
                                  WHERE R.REPNO = A.INVREP)
                   UNION ALL
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVREP, 10),
                          CHAR('HISTORY INVOICE FOR CUSTOMER ' ||
                               A.INVCUST, 40),
                          'N'
                       FROM MM01.INVHIST A
                       WHERE A.INVREP IS NOT NULL
                         AND A.INVREP <> ' '
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.SALESREP R
                                  WHERE R.REPNO = A.INVREP)
                   ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR07 CURSOR FOR
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVTERMS, 10),
                          CHAR('OPEN INVOICE FOR CUSTOMER ' ||
                               A.INVCUST, 40),
                          'N'
                       FROM MM01.INVOICE A
                       WHERE A.INVTERMS IS NOT NULL
                         AND A.INVTERMS <> ' '
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.TERMS T
                                  WHERE T.TRMCODE = A.INVTERMS)
                   UNION ALL
                   SELECT CHAR(A.INVNO, 10), CHAR(A.INVTERMS, 10),
                          CHAR('HISTORY INVOICE FOR CUSTOMER ' ||
                               A.INVCUST, 40),
                          'N'
                       FROM MM01.INVHIST A
                       WHERE A.INVTERMS IS NOT NULL
                         AND A.INVTERMS <> ' '
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.TERMS T
                                  WHERE T.TRMCODE = A.INVTERMS)
                   ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR08 CURSOR FOR
                   SELECT CHAR(C.CUSTNO, 10), CHAR(C.REPNO, 10),
                          CHAR(C.LNAME, 40), 'N'
                       FROM MM01.CUSTOMER C
                       WHERE C.REPNO IS NOT NULL
                         AND C.REPNO <> ' '
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.SALESREP R
                                  WHERE R.REPNO = C.REPNO)
                       ORDER BY C.CUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR09 CURSOR FOR
                   SELECT CHAR(S.CSCUSTNO, 10), ' ',
                          CHAR('OPEN BALANCE ' ||
                               CHAR(S.CSOPENBAL), 40),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM MM01.INVOICE A
                                         WHERE A.INVCUST = S.CSCUSTNO)
                               THEN 'N' ELSE 'Y' END
                       FROM MM01.CUSTSUMM S
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = S.CSCUSTNO)
                       ORDER BY S.CSCUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR10 CURSOR FOR
                   SELECT CHAR(S.STCUSTNO, 10), CHAR(S.STCODE, 10),
                          ' ', 'Y'
                       FROM MM01.SHIPTO S
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = S.STCUSTNO)
                       ORDER BY S.STCUSTNO, S.STCODE
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR11 CURSOR FOR
                   SELECT CHAR(M.AMCUSTNO, 10), ' ',
                          CHAR('STATUS ' || M.AMSTATUS ||
                               ' AUTHORIZED ' ||
                               CHAR(M.AMAUTHDATE), 40),
                          'Y'
                       FROM MM01.ACHMAND M
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = M.AMCUSTNO)
                       ORDER BY M.AMCUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR12 CURSOR FOR
                   SELECT CHAR(B.SBCUSTNO, 10), ' ',
                          CHAR('BALANCE ' || CHAR(B.SBBALANCE) ||
                               ' AS OF ' || CHAR(B.SBASOF), 40),
                          CASE WHEN EXISTS
                                    (SELECT 1
                                         FROM MM01.INVOICE A
                                         WHERE A.INVCUST = B.SBCUSTNO)
                               THEN 'N' ELSE 'Y' END
                       FROM MM01.STMTBAL B
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.CUSTOMER C
                                  WHERE C.CUSTNO = B.SBCUSTNO)
                       ORDER BY B.SBCUSTNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE RICUR13 CURSOR FOR
                   SELECT CHAR(D.DPINVNO, 10), CHAR(D.DPCUSTNO, 10),
                          CHAR('STATUS ' || D.DPSTATUS ||
                               ' OPENED ' || CHAR(D.DPOPENED), 40),
                          'N'
                       FROM MM01.DISPUTE D
                       WHERE NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVOICE A
                                  WHERE A.INVNO = D.DPINVNO)
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.INVHIST A
                                  WHERE A.INVNO = D.DPINVNO)
                       ORDER BY D.DPINVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-SWEEP-RECEIVABLES-TABLES.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'RISWEEP ' TO EOJS-Program-Id.
           OPEN OUTPUT PRTOUT
                       FIXTRAN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 200-RUN-ONE-CHECK
                   VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > CHECK-COUNT
                      OR NOT-VALID-CURSOR
               PERFORM 500-PRINT-GRAND-TOTALS.
           CLOSE PRTOUT
                 FIXTRAN.
           DISPLAY CHECKS-RUN    ' INTEGRITY CHECK(S) RUN.'.
           DISPLAY TOTAL-ORPHANS ' ORPHAN ROW(S) FOUND.'.
           DISPLAY TOTAL-FIXUPS  ' FIX-UP TRANSACTION(S) WRITTEN.'.
           DISPLAY TOTAL-REVIEWS ' ROW(S) LEFT FOR REVIEW.'.
           MOVE TOTAL-ORPHANS TO EOJS-Records-In.
           MOVE TOTAL-FIXUPS  TO EOJS-Records-Out.
           MOVE TOTAL-REVIEWS TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TOTAL-ORPHANS > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 1          TO PPS-ENTRY-COUNT.
           MOVE 'MODE'     TO PPS-KEYWORD (1).
           MOVE 'R'        TO PPS-VALUE (1).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               MOVE PPS-VALUE (1) (1:1) TO RUN-MODE-SW
               EVALUATE TRUE
                   WHEN REPORT-ONLY
                       MOVE 'REPORT ONLY - NO FIX-UPS WRITTEN'
                           TO HL2-MODE
                   WHEN WRITE-CORRECTIONS
                       MOVE 'CORRECT - FIX-UPS WRITTEN TO FIXTRAN'
                           TO HL2-MODE
                   WHEN OTHER
                       DISPLAY 'MODE MUST BE R OR C.'
                       MOVE 'N' TO VALID-CURSOR-SW
               END-EVALUATE.
      *
       200-RUN-ONE-CHECK.
      *
           ADD 1 TO CHECKS-RUN.
           MOVE ZERO TO CHECK-ORPHANS
                        CHECK-FIXUPS
                        CHECK-REVIEWS.
           MOVE 'N' TO END-OF-ORPHANS-SW.
           PERFORM 300-PRINT-CHECK-HEADING.
           PERFORM 210-OPEN-CHECK-CURSOR.
           IF VALID-CURSOR
               PERFORM 250-REPORT-ONE-ORPHAN
                   UNTIL END-OF-ORPHANS
                      OR NOT-VALID-CURSOR
               PERFORM 230-CLOSE-CHECK-CURSOR.
           PERFORM 340-PRINT-CHECK-TOTALS.
           IF CHECK-ORPHANS > 0
               ADD 1 TO CHECKS-WITH-ORPHANS.
           ADD CHECK-ORPHANS TO TOTAL-ORPHANS.
           ADD CHECK-FIXUPS  TO TOTAL-FIXUPS.
           ADD CHECK-REVIEWS TO TOTAL-REVIEWS.
      *
       210-OPEN-CHECK-CURSOR.
      *
           EVALUATE CHECK-SUB
               WHEN 1
                   EXEC SQL  OPEN RICUR01  END-EXEC
               WHEN 2
                   EXEC SQL  OPEN RICUR02  END-EXEC
               WHEN 3
                   EXEC SQL  OPEN RICUR03  END-EXEC
               WHEN 4
                   EXEC SQL  OPEN RICUR04  END-EXEC
               WHEN 5
                   EXEC SQL  OPEN RICUR05  END-EXEC
               WHEN 6
                   EXEC SQL  OPEN RICUR06  END-EXEC
               WHEN 7
                   EXEC SQL  OPEN RICUR07  END-EXEC
               WHEN 8
                   EXEC SQL  OPEN RICUR08  END-EXEC
               WHEN 9
                   EXEC SQL  OPEN RICUR09  END-EXEC
               WHEN 10
                   EXEC SQL  OPEN RICUR10  END-EXEC
               WHEN 11
                   EXEC SQL  OPEN RICUR11  END-EXEC
               WHEN 12
                   EXEC SQL  OPEN RICUR12  END-EXEC
               WHEN 13
                   EXEC SQL  OPEN RICUR13  END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       220-FETCH-CHECK-ROW.
      *
           EVALUATE CHECK-SUB
               WHEN 1
                   EXEC SQL
                       FETCH RICUR01
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       FETCH RICUR02
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       FETCH RICUR03
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       FETCH RICUR04
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       FETCH RICUR05
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       FETCH RICUR06
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       FETCH RICUR07
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       FETCH RICUR08
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       FETCH RICUR09
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       FETCH RICUR10
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 11
                   EXEC SQL
                       FETCH RICUR11
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 12
                   EXEC SQL
                       FETCH RICUR12
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
               WHEN 13
                   EXEC SQL
                       FETCH RICUR13
                           INTO :OR-KEY-1, :OR-KEY-2,
                                :OR-DETAIL, :OR-FIXABLE
                   END-EXEC
           END-EVALUATE.
      *
       230-CLOSE-CHECK-CURSOR.
      *
           EVALUATE CHECK-SUB
               WHEN 1
                   EXEC SQL  CLOSE RICUR01  END-EXEC
               WHEN 2
                   EXEC SQL  CLOSE RICUR02  END-EXEC
               WHEN 3
                   EXEC SQL  CLOSE RICUR03  END-EXEC
               WHEN 4
                   EXEC SQL  CLOSE RICUR04  END-EXEC
               WHEN 5
                   EXEC SQL  CLOSE RICUR05  END-EXEC
               WHEN 6
                   EXEC SQL  CLOSE RICUR06  END-EXEC
               WHEN 7
                   EXEC SQL  CLOSE RICUR07  END-EXEC
               WHEN 8
                   EXEC SQL  CLOSE RICUR08  END-EXEC
               WHEN 9
                   EXEC SQL  CLOSE RICUR09  END-EXEC
               WHEN 10
                   EXEC SQL  CLOSE RICUR10  END-EXEC
               WHEN 11
                   EXEC SQL  CLOSE RICUR11  END-EXEC
               WHEN 12
                   EXEC SQL  CLOSE RICUR12  END-EXEC
               WHEN 13
                   EXEC SQL  CLOSE RICUR13  END-EXEC
           END-EVALUATE.
      *
       250-REPORT-ONE-ORPHAN.
      *
           PERFORM 220-FETCH-CHECK-ROW.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ORPHANS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   ADD 1 TO CHECK-ORPHANS
                   PERFORM 260-DECIDE-ORPHAN-ACTION
                   PERFORM 320-PRINT-ORPHAN-LINE
           END-EVALUATE.
      *
       260-DECIDE-ORPHAN-ACTION.
      *
           IF NOT OR-SAFE-TO-REMOVE
               ADD 1 TO CHECK-REVIEWS
               MOVE 'REVIEW' TO OL-ACTION
           ELSE
               IF REPORT-ONLY
                   ADD 1 TO CHECK-FIXUPS
                   MOVE 'SAFE - DELETE' TO OL-ACTION
               ELSE
                   PERFORM 270-WRITE-FIX-TRANSACTION
                   ADD 1 TO CHECK-FIXUPS
                   MOVE 'DELETE WRITTEN TO FIXTRAN' TO OL-ACTION.
      *
       270-WRITE-FIX-TRANSACTION.
      *
           MOVE SPACES                   TO FIX-TRANSACTION-RECORD.
           MOVE CC-CHECK-ID (CHECK-SUB)  TO FTR-CHECK-ID.
           MOVE 'D'                      TO FTR-ACTION.
           MOVE CC-TABLE (CHECK-SUB)     TO FTR-TABLE.
           MOVE OR-KEY-1                 TO FTR-KEY-1.
           MOVE OR-KEY-2                 TO FTR-KEY-2.
           WRITE FIX-TRANSACTION-RECORD.
      *
       300-PRINT-CHECK-HEADING.
      *
           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 310-PRINT-REPORT-HEADING.
           MOVE CC-CHECK-ID (CHECK-SUB)    TO CHL-CHECK-ID.
           MOVE CC-TABLE (CHECK-SUB)       TO CHL-TABLE.
           MOVE CC-DESCRIPTION (CHECK-SUB) TO CHL-DESCRIPTION.
           MOVE CHECK-HEADING-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 330-WRITE-REPORT-LINE.
           ADD 2 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       310-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 1 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 330-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-3 TO PRTOUT-RECORD.
           PERFORM 330-WRITE-REPORT-LINE.
           MOVE 4 TO LINE-COUNT.
      *
       320-PRINT-ORPHAN-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 310-PRINT-REPORT-HEADING
               MOVE 2 TO SPACE-CONTROL.
           MOVE CC-CHECK-ID (CHECK-SUB)  TO OL-CHECK-ID.
           MOVE CC-TABLE (CHECK-SUB)     TO OL-TABLE.
           MOVE OR-KEY-1                 TO OL-KEY-1.
           MOVE OR-KEY-2                 TO OL-KEY-2.
           MOVE OR-DETAIL                TO OL-DETAIL.
           MOVE ORPHAN-LINE TO PRTOUT-RECORD.
           PERFORM 330-WRITE-REPORT-LINE.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       330-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
       340-PRINT-CHECK-TOTALS.
      *
           MOVE CHECK-ORPHANS TO CTL-ORPHANS.
           MOVE CHECK-FIXUPS  TO CTL-FIXUPS.
           MOVE CHECK-REVIEWS TO CTL-REVIEWS.
           MOVE CHECK-TOTAL-LINE TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 330-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
      *
       500-PRINT-GRAND-TOTALS.
      *
           MOVE CHECKS-RUN          TO GTL-CHECKS.
           MOVE CHECKS-WITH-ORPHANS TO GTL-FAILED.
           MOVE GRAND-TOTAL-LINE-1  TO PRTOUT-RECORD.
           MOVE 3 TO SPACE-CONTROL.
           PERFORM 330-WRITE-REPORT-LINE.
           MOVE TOTAL-ORPHANS       TO GTL-ORPHANS.
           MOVE TOTAL-FIXUPS        TO GTL-FIXUPS.
           MOVE TOTAL-REVIEWS       TO GTL-REVIEWS.
           MOVE GRAND-TOTAL-LINE-2  TO PRTOUT-RECORD.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 330-WRITE-REPORT-LINE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
