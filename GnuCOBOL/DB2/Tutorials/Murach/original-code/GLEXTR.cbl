       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    GLEXTR.
      *
      *    EACH OPERATING COMPANY KEEPS ITS OWN BOOKS, SO THE
      *    JOURNAL IS WRITTEN AS ONE HEADER-TO-TRAILER GROUP PER
      *    COMPANY, THE COMPANY CODE CARRIED ON THE HEADER.  THE
      *    COMPANY KEYWORD EXTRACTS ONE COMPANY; LEFT BLANK, EVERY
      *    COMPANY ON MM01.COMPANY IS EXTRACTED.  A COMPANY'S OWN
      *    GLMAP ROW WINS OVER THE SHOP-WIDE ROW FOR THE SAME KEY.
      *
       ENVIRONMENT DIVISION.
      *
               10  JR-RUN-DATE          PIC X(10).
               10  JR-PERIOD-FROM       PIC X(10).
               10  JR-PERIOD-TO         PIC X(10).
               10  JR-COMPANY           PIC X(2).
               10  FILLER               PIC X(10).
           05  JR-TRAILER-DATA REDEFINES JR-RECORD-DATA.
               10  JR-TRAILER-COUNT     PIC 9(5).
               10  JR-TRAILER-DEBITS    PIC 9(11)V99.
      *
           05  EXTRACT-SUCCESSFUL-SW    PIC X    VALUE 'Y'.
               88  EXTRACT-SUCCESSFUL            VALUE 'Y'.
           05  END-OF-COMPANIES-SW      PIC X    VALUE 'N'.
               88  END-OF-COMPANIES              VALUE 'Y'.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
           05  TO-DATE                 PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  RUN-DATE                PIC X(10).
           05  REQUESTED-COMPANY       PIC X(2).
           05  FROM-COMPANY            PIC X(2).
           05  TO-COMPANY              PIC X(2).
           05  EXTRACT-COMPANY         PIC X(2).
      *
       01  PERIOD-TOTAL-FIELDS         COMP-3.
           05  PT-INV-SUBTOTAL         PIC S9(11)V99 VALUE ZERO.
           05  PT-INV-SHIPPING         PIC S9(11)V99 VALUE ZERO.
           05  PT-INV-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  PT-CASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  PT-DEFERRED             PIC S9(11)V99 VALUE ZERO.
           05  PT-EARNED               PIC S9(11)V99 VALUE ZERO.
           05  PT-FX-GAIN              PIC S9(11)V99 VALUE ZERO.
           05  PT-FX-LOSS              PIC S9(11)V99 VALUE ZERO.
           05  PT-UNREAL-GAIN-RVSL     PIC S9(11)V99 VALUE ZERO.
           05  PT-UNREAL-LOSS-RVSL     PIC S9(11)V99 VALUE ZERO.
      *
       01  HISTORY-SUM-FIELDS          COMP-3.
           05  HS-INV-SUBTOTAL         PIC S9(11)V99 VALUE ZERO.
           05  JT-RECORD-COUNT         PIC S9(5)     VALUE ZERO.
           05  JT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  JT-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
      *
       01  GRAND-TOTAL-FIELDS          COMP-3.
           05  GT-COMPANY-COUNT        PIC S9(3)     VALUE ZERO.
           05  GT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  GT-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
      *
       01  ACCOUNT-LOOKUP-FIELDS.
           05  AL-GLKEY                PIC X(8).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE COMPCURS CURSOR FOR
                   SELECT COCODE
                       FROM MM01.COMPANY
                       WHERE COCODE BETWEEN :FROM-COMPANY
                                        AND :TO-COMPANY
                       ORDER BY COCODE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY 'GL JOURNAL EXTRACT PROOF ' FROM-DATE
                   ' TO ' TO-DATE.
           DISPLAY '---------------------------------------------'.
           IF EXTRACT-SUCCESSFUL
               PERFORM 060-OPEN-COMPANY-CURSOR.
           IF EXTRACT-SUCCESSFUL
               PERFORM 080-EXTRACT-ONE-COMPANY
                   UNTIL END-OF-COMPANIES
                      OR NOT EXTRACT-SUCCESSFUL
               EXEC SQL
                   CLOSE COMPCURS
               END-EXEC.
           IF EXTRACT-SUCCESSFUL
              AND GT-COMPANY-COUNT = ZERO
               DISPLAY '**** NO COMPANY ON FILE FOR ' REQUESTED-COMPANY
                       ' ****'
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
           CLOSE JRNLOUT.
           IF EXTRACT-SUCCESSFUL
               PERFORM 550-PRINT-GRAND-TOTALS
               PERFORM 600-MARK-RUN-COMPLETE
           ELSE
               DISPLAY '**** EXTRACT FAILED -- JOURNAL VOID ****'
               MOVE 12 TO RETURN-CODE.
      *    LEAVES ITS DEFAULT.  PARMPARS ECHOES THE RESOLVED
      *    SET, SO THE OUTPUT SHOWS WHAT THE RUN WAS ASKED TO DO.
      *
           MOVE 3          TO PPS-ENTRY-COUNT.
           MOVE 'FROMDATE' TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'TODATE'   TO PPS-KEYWORD (2).
           MOVE SPACES     TO PPS-VALUE (2).
           MOVE 'COMPANY'  TO PPS-KEYWORD (3).
           MOVE SPACES     TO PPS-VALUE (3).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN '3'
                       DISPLAY 'PREREQUISITES NOT COMPLETE FOR '
                               BZD-DATE ' - RUN REFUSED.'
                       MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
                                    BZD-PROGRAM
                                    BZD-DATE
                                    BZD-STATUS.
           MOVE PPS-VALUE (3) (1:2) TO REQUESTED-COMPANY.
           IF REQUESTED-COMPANY = SPACES
               MOVE LOW-VALUE  TO FROM-COMPANY
               MOVE HIGH-VALUE TO TO-COMPANY
           ELSE
               MOVE REQUESTED-COMPANY TO FROM-COMPANY
                                         TO-COMPANY.
      *
       060-OPEN-COMPANY-CURSOR.
      *
           EXEC SQL
               OPEN COMPCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
      *
       080-EXTRACT-ONE-COMPANY.
      *
           EXEC SQL
               FETCH COMPCURS
                   INTO :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-COMPANIES-SW
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
               ELSE
                   ADD 1 TO GT-COMPANY-COUNT
                   MOVE ZERO TO JT-RECORD-COUNT
                                JT-DEBIT-TOTAL
                                JT-CREDIT-TOTAL
                   DISPLAY 'COMPANY ' EXTRACT-COMPANY
                   PERFORM 100-SUM-PERIOD-ACTIVITY
                   IF EXTRACT-SUCCESSFUL
                       PERFORM 200-WRITE-JOURNAL-HEADER
                       PERFORM 300-WRITE-JOURNAL-DETAILS
                       PERFORM 400-WRITE-JOURNAL-TRAILER
                       PERFORM 500-PRINT-PROOF-TOTALS.
      *
       100-SUM-PERIOD-ACTIVITY.
      *
                        :PT-INV-SHIPPING, :PT-INV-TOTAL
                   FROM MM01.INVOICE
                       WHERE INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND INVCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
                        :HS-INV-SHIPPING, :HS-INV-TOTAL
                   FROM MM01.INVHIST
                       WHERE INVDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND INVCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
               ADD HS-INV-TAX      TO PT-INV-TAX
               ADD HS-INV-SHIPPING TO PT-INV-SHIPPING
               ADD HS-INV-TOTAL    TO PT-INV-TOTAL.
      *
      *    A CREDIT-AND-REBILL CORRECTION CREDITS THE ORIGINAL IN
      *    FULL ON THE DAY THE REPLACEMENT POSTS.  THE ORIGINAL
      *    STAYS IN THE BILLINGS OF ITS OWN PERIOD FROM HISTORY
      *    AND THE REPLACEMENT IS IN THE OPEN TABLE, SO THE
      *    CREDITS DATED IN THIS PERIOD COME OFF ITS BILLINGS.
      *
           EXEC SQL
               SELECT COALESCE(SUM(R.CRSUBT),  0),
                      COALESCE(SUM(R.CRTAX),   0),
                      COALESCE(SUM(R.CRSHIP),  0),
                      COALESCE(SUM(R.CRTOTAL), 0)
                   INTO :HS-INV-SUBTOTAL, :HS-INV-TAX,
                        :HS-INV-SHIPPING, :HS-INV-TOTAL
                   FROM MM01.INVCORR R
                       INNER JOIN MM01.INVHIST H
                   ON R.CRORIGINV = H.INVNO
                       WHERE R.CRDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND H.INVCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
           ELSE
               SUBTRACT HS-INV-SUBTOTAL FROM PT-INV-SUBTOTAL
               SUBTRACT HS-INV-TAX      FROM PT-INV-TAX
               SUBTRACT HS-INV-SHIPPING FROM PT-INV-SHIPPING
               SUBTRACT HS-INV-TOTAL    FROM PT-INV-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(PAYAMT), 0)
                   INTO :PT-CASH-TOTAL
                   FROM MM01.PAYMENT
                       WHERE PAYDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND PAYCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
                   INTO :HS-CASH-TOTAL
                   FROM MM01.PAYHIST
                       WHERE PAYDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND PAYCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
           ELSE
               ADD HS-CASH-TOTAL TO PT-CASH-TOTAL.
      *
      *    THE SUBTOTAL OF AN INVOICE BILLED IN ADVANCE FOR A
      *    SERVICE PERIOD IS NOT EARNED YET.  IT GOES TO DEFERRED
      *    REVENUE, AND THE MONTH-END RELEASE MOVES EACH MONTH'S
      *    SHARE TO REVENUE AS IT IS EARNED.
      *
           EXEC SQL
               SELECT COALESCE(SUM(DPAMOUNT), 0)
                   INTO :PT-DEFERRED
                   FROM MM01.DEFPLAN
                       WHERE DPSTATUS = 'S'
                         AND DPINVDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND DPCUSTNO IN
                             (SELECT CUSTNO
                                  FROM MM01.CUSTOMER
                                  WHERE CUSTCOMP = :EXTRACT-COMPANY)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
           COMPUTE PT-EARNED = PT-INV-SUBTOTAL - PT-DEFERRED.
      *
      *    A FOREIGN-CURRENCY PAYMENT RELIEVES AR AT THE INVOICE'S
      *    BILLING RATE, SO THE CASH ABOVE IS AT THAT RATE TOO.  THE
      *    DIFFERENCE TO THE CASH ACTUALLY RECEIVED AT THE DAY'S
      *    RATE IS THE REALIZED GAIN OR LOSS IN MM01.FXREAL, AND
      *    THE UNREALIZED MOVEMENT FXREVAL LEFT STANDING FOR THE
      *    INVOICE IS REVERSED AS OF THE PAYMENT DATE.
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN FRGAINLOSS > 0
                                        THEN FRGAINLOSS
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN FRGAINLOSS < 0
                                        THEN 0 - FRGAINLOSS
                                        ELSE 0 END), 0)
                   INTO :PT-FX-GAIN, :PT-FX-LOSS
                   FROM MM01.FXREAL
                       WHERE FRDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND FRCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN FUAMOUNT > 0
                                        THEN FUAMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN FUAMOUNT < 0
                                        THEN 0 - FUAMOUNT
                                        ELSE 0 END), 0)
                   INTO :PT-UNREAL-GAIN-RVSL, :PT-UNREAL-LOSS-RVSL
                   FROM MM01.FXUNREAL
                       WHERE FURVREASON = 'P'
                         AND FURVDATE BETWEEN :FROM-DATE AND :TO-DATE
                         AND FUCOMP = :EXTRACT-COMPANY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW.
      *
       200-WRITE-JOURNAL-HEADER.
      *
           MOVE RUN-DATE  TO JR-RUN-DATE.
           MOVE FROM-DATE TO JR-PERIOD-FROM.
           MOVE TO-DATE   TO JR-PERIOD-TO.
           MOVE EXTRACT-COMPANY TO JR-COMPANY.
           WRITE JOURNAL-RECORD.
      *
       300-WRITE-JOURNAL-DETAILS.
           PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           MOVE 'REVENUE'  TO AL-GLKEY.
           MOVE 'C'        TO JR-DC-CODE.
           MOVE PT-EARNED  TO JR-AMOUNT.
           MOVE 'SALES REVENUE'      TO JR-DESC.
           PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF PT-DEFERRED NOT = ZERO
               MOVE 'DEFREV'   TO AL-GLKEY
               MOVE 'C'        TO JR-DC-CODE
               MOVE PT-DEFERRED TO JR-AMOUNT
               MOVE 'DEFERRED REVENUE'   TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           MOVE 'TAXPAY'   TO AL-GLKEY.
           MOVE 'C'        TO JR-DC-CODE.
           MOVE PT-INV-TAX TO JR-AMOUNT.
           MOVE PT-CASH-TOTAL TO JR-AMOUNT.
           MOVE 'AR - CASH APPLIED'  TO JR-DESC.
           PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF PT-FX-GAIN NOT = ZERO
               MOVE 'CASH'     TO AL-GLKEY
               MOVE 'D'        TO JR-DC-CODE
               MOVE PT-FX-GAIN TO JR-AMOUNT
               MOVE 'CASH - FX GAIN'     TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE 'FXRGAIN'  TO AL-GLKEY
               MOVE 'C'        TO JR-DC-CODE
               MOVE PT-FX-GAIN TO JR-AMOUNT
               MOVE 'REALIZED FX GAIN'   TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF PT-FX-LOSS NOT = ZERO
               MOVE 'FXRLOSS'  TO AL-GLKEY
               MOVE 'D'        TO JR-DC-CODE
               MOVE PT-FX-LOSS TO JR-AMOUNT
               MOVE 'REALIZED FX LOSS'   TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE 'CASH'     TO AL-GLKEY
               MOVE 'C'        TO JR-DC-CODE
               MOVE PT-FX-LOSS TO JR-AMOUNT
               MOVE 'CASH - FX LOSS'     TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF PT-UNREAL-GAIN-RVSL NOT = ZERO
               MOVE 'FXGAIN'   TO AL-GLKEY
               MOVE 'D'        TO JR-DC-CODE
               MOVE PT-UNREAL-GAIN-RVSL TO JR-AMOUNT
               MOVE 'UNREALIZED GAIN RVSL' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE 'AR'       TO AL-GLKEY
               MOVE 'C'        TO JR-DC-CODE
               MOVE PT-UNREAL-GAIN-RVSL TO JR-AMOUNT
               MOVE 'AR - FX REVAL RVSL' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
           IF PT-UNREAL-LOSS-RVSL NOT = ZERO
               MOVE 'AR'       TO AL-GLKEY
               MOVE 'D'        TO JR-DC-CODE
               MOVE PT-UNREAL-LOSS-RVSL TO JR-AMOUNT
               MOVE 'AR - FX REVAL RVSL' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE
               MOVE 'FXLOSS'   TO AL-GLKEY
               MOVE 'C'        TO JR-DC-CODE
               MOVE PT-UNREAL-LOSS-RVSL TO JR-AMOUNT
               MOVE 'UNREALIZED LOSS RVSL' TO JR-DESC
               PERFORM 310-WRITE-ONE-JOURNAL-LINE.
      *
       310-WRITE-ONE-JOURNAL-LINE.
      *
                   INTO :AL-GLACCT
                   FROM MM01.GLMAP
                       WHERE GLKEY = :AL-GLKEY
                         AND GLCOMP IN (:EXTRACT-COMPANY, ' ')
                       ORDER BY GLCOMP DESC
                       FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO EXTRACT-SUCCESSFUL-SW
               DISPLAY '**** NO GL ACCOUNT MAPPED FOR KEY '
                       AL-GLKEY ' COMPANY ' EXTRACT-COMPANY ' ****'.
      *
       400-WRITE-JOURNAL-TRAILER.
      *
           MOVE JT-DEBIT-TOTAL  TO JR-TRAILER-DEBITS.
           MOVE JT-CREDIT-TOTAL TO JR-TRAILER-CREDITS.
           WRITE JOURNAL-RECORD.
           ADD JT-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
           ADD JT-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
      *
       500-PRINT-PROOF-TOTALS.
      *
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'JOURNAL IN BALANCE.'.
           DISPLAY '---------------------------------------------'.
      *
       550-PRINT-GRAND-TOTALS.
      *
           MOVE GT-DEBIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'ALL COMPANIES DEBITS:  ' EDITED-AMOUNT.
           MOVE GT-CREDIT-TOTAL TO EDITED-AMOUNT.
           DISPLAY 'ALL COMPANIES CREDITS: ' EDITED-AMOUNT.
      *
       600-MARK-RUN-COMPLETE.
      *
           MOVE 'E' TO BZD-FUNCTION.
           CALL 'BIZDATE' USING BZD-FUNCTION
                                BZD-PROGRAM
                                BZD-DATE
                                BZD-STATUS.
           IF BZD-STATUS NOT = '0'
               DISPLAY 'BIZDATE ERROR - STATUS ' BZD-STATUS
                       ' - RUN NOT MARKED COMPLETE.'
               MOVE 8 TO RETURN-CODE.
      *
