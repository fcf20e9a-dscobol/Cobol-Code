           05  RH-FREQ                  PIC X.
           05  RH-NEXTRUN               PIC X(10).
           05  RH-SHIP                  PIC S9(7)V99 COMP-3.
           05  RH-DEFER                 PIC X.
           05  RH-SVCMONTHS             PIC S9(4)    COMP.
      *
       01  DEFERRAL-PLAN-FIELDS.
      *
           05  DP-INVNO                 PIC X(6).
      *
       01  RECURLI-ROW.
      *
           EXEC SQL
               DECLARE DUECURS CURSOR WITH HOLD FOR
                   SELECT RHTEMPLNO,  RHCUST,  RHFREQ,
                          RHNEXTRUN,  RHSHIP,  RHDEFER,
                          RHSVCMONTHS
                       FROM MM01.RECURHDR
                       WHERE RHNEXTRUN <= :RUN-DATE
                         AND RHTEMPLNO > :RS-TEMPLNO
                       PERFORM 230-WRITE-HEADER-TRANSACTION
                       PERFORM 240-WRITE-DETAIL-TRANSACTIONS
                   END-IF
                   IF TEMPLATE-VALID AND RH-DEFER = 'Y'
                       PERFORM 255-RECORD-DEFERRAL-PLAN
                   END-IF
                   IF TEMPLATE-VALID
                       PERFORM 260-ADVANCE-NEXT-RUN-DATE
                   END-IF
           EXEC SQL
               FETCH DUECURS
                   INTO :RH-TEMPLNO, :RH-CUSTNO, :RH-FREQ,
                        :RH-NEXTRUN, :RH-SHIP,   :RH-DEFER,
                        :RH-SVCMONTHS
           END-EXEC.
           IF SQLCODE = 100
               MOVE 'Y' TO END-OF-TEMPLATES-SW
                   MOVE BATCH-USER-ID       TO ITR-USER-ID
                   WRITE INVOICE-TRANSACTION-RECORD
           END-EVALUATE.
      *
       255-RECORD-DEFERRAL-PLAN.
      *
      *    THE INVOICE IS BILLED IN ADVANCE FOR A SERVICE PERIOD
      *    STARTING TODAY.  THE PLAN IS PENDING UNTIL INVOICE
      *    POSTING ACCEPTS THE INVOICE AND WRITES THE MONTHLY
      *    SCHEDULE; A PLAN WHOSE INVOICE REJECTS STAYS PENDING
      *    AND NEVER REACHES THE LEDGER.
      *
           MOVE NEXT-INVOICE-NUMBER TO DP-INVNO.
           EXEC SQL
               INSERT INTO MM01.DEFPLAN
                      (DPINVNO,    DPTEMPLNO,   DPCUSTNO,
                       DPSTART,    DPMONTHS,    DPAMOUNT,
                       DPINVDATE,  DPSTATUS)
               VALUES (:DP-INVNO,  :RH-TEMPLNO, :RH-CUSTNO,
                       :RUN-DATE,  :RH-SVCMONTHS, 0,
                       :RUN-DATE,  'P')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO TEMPLATE-VALID-SW.
      *
       260-ADVANCE-NEXT-RUN-DATE.
      *
