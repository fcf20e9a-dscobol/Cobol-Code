       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    EDI997I.
      *
      *    POSTS INBOUND 997 FUNCTIONAL ACKNOWLEDGMENTS AGAINST
      *    THE 810 INVOICE SETS EDI810X LOGGED IN MM01.EDISENT,
      *    AND PRINTS THE DAILY EDI EXCEPTION REPORT.  THE 997
      *    ARRIVES ONE SEGMENT PER RECORD, THE SAME SHAPE AS THE
      *    OTHER INTERCHANGES:
      *      AK1      FUNCTIONAL ID AND GROUP CONTROL NUMBER - OUR
      *               GS CONTROL NUMBER IS THE INTERCHANGE'S
      *      AK2      810 AND THE TRANSACTION SET CONTROL NUMBER
      *      AK5      SET ACKNOWLEDGMENT - A ACCEPTED, E ACCEPTED
      *               WITH ERRORS, R REJECTED - AND ERROR CODES
      *      AK9      GROUP ACKNOWLEDGMENT.  WHEN A PARTNER
      *               ACKNOWLEDGES THE GROUP WITHOUT ANY AK2, THE
      *               GROUP CODE APPLIES TO EVERY SET IN THE GROUP
      *               STILL AWAITING ITS ACKNOWLEDGMENT.
      *
      *    THE RESEND FILE CARRIES ONE INVOICE NUMBER PER RECORD
      *    FOR REJECTED SETS THE EDI COORDINATOR WANTS SENT AGAIN.
      *    EACH IS MARKED Q, AND EDI810X PICKS IT UP ON ITS NEXT
      *    RUN.  ONLY A REJECTED SET CAN BE QUEUED.
      *
      *    THE REPORT LISTS ACKNOWLEDGMENTS THAT MATCH NOTHING WE
      *    SENT, THE RESEND REQUESTS, EVERY REJECTED SET NOT YET
      *    QUEUED, AND EVERY SET STILL UNACKNOWLEDGED AFTER THE
      *    NUMBER OF BUSINESS DAYS ON THE SECOND SYSIN CARD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EDIACK  ASSIGN TO UT-S-EDIACK.
           SELECT EDIRSND ASSIGN TO UT-S-EDIRSND.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EDIACK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EDI-RECORD.
      *
           05  EDI-SEGMENT-ID           PIC X(3).
           05  EDI-SEGMENT-DATA         PIC X(77).
           05  ST-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  ST-SET-ID            PIC X(3).
               10  FILLER               PIC X(74).
           05  AK1-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  AK1-FUNCTION-ID      PIC X(2).
               10  FILLER               PIC X.
               10  AK1-GROUP-CTLNO      PIC 9(9).
               10  FILLER               PIC X(65).
           05  AK2-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  AK2-SET-ID           PIC X(3).
               10  FILLER               PIC X.
               10  AK2-SET-CTLNO        PIC 9(9).
               10  FILLER               PIC X(64).
           05  AK5-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  AK5-ACK-CODE         PIC X.
                   88  AK5-CODE-VALID       VALUE 'A' 'E' 'R'.
               10  FILLER               PIC X.
               10  AK5-ERROR-CODES      PIC X(14).
               10  FILLER               PIC X(61).
           05  AK9-SEGMENT-DATA REDEFINES EDI-SEGMENT-DATA.
               10  AK9-ACK-CODE         PIC X.
                   88  AK9-CODE-VALID       VALUE 'A' 'E' 'R'.
               10  FILLER               PIC X(76).
      *
       FD  EDIRSND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RESEND-REQUEST-RECORD.
      *
           05  RSR-INVNO                PIC X(6).
           05  FILLER                   PIC X(74).
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
           05  END-OF-ACKS-SW          PIC X   VALUE 'N'.
               88  END-OF-ACKS                 VALUE 'Y'.
           05  END-OF-RESENDS-SW       PIC X   VALUE 'N'.
               88  END-OF-RESENDS              VALUE 'Y'.
           05  END-OF-ROWS-SW          PIC X   VALUE 'N'.
               88  END-OF-ROWS                 VALUE 'Y'.
           05  IN-997-SET-SW           PIC X   VALUE 'N'.
               88  IN-997-SET                  VALUE 'Y'.
           05  AK2-SEEN-SW             PIC X   VALUE 'N'.
               88  AK2-SEEN                    VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  RUN-DATE-NUM            PIC 9(8).
           05  WS-DATE-CARD            PIC X(08).
      *
      *    A SET WITH NO 997 AFTER THIS MANY BUSINESS DAYS IS
      *    REPORTED.  TWO DAYS IF THE CARD IS BLANK.
      *
           05  ACK-DAYS-LIMIT          PIC 9(2).
           05  ACK-DAYS-LIMIT-BIN      PIC S9(4)   COMP.
      *
       01  ACKNOWLEDGMENT-FIELDS.
           05  AK-GROUP-CTLNO          PIC S9(9)   COMP.
           05  AK-SET-CTLNO            PIC S9(9)   COMP.
           05  AK-ACK-CODE             PIC X.
           05  AK-NOTE                 PIC X(30).
      *
       01  EDISENT-FETCH-FIELDS.
           05  ES-INVNO                PIC X(6).
           05  ES-CUSTNO               PIC X(6).
           05  ES-SENTDATE             PIC X(10).
           05  ES-CTLNO                PIC S9(9)       COMP.
           05  ES-SETNO                PIC S9(9)       COMP.
           05  ES-TOTAL                PIC S9(9)V99    COMP-3.
           05  ES-ACKDATE              PIC X(10).
           05  ES-ACKDATE-IND          PIC S9(4)       COMP.
           05  ES-SENTDATE-NUM         PIC 9(8).
      *
       01  BUSINESS-DAY-FIELDS.
           05  BIZDAY-FUNCTION          PIC X.
           05  BIZDAY-DATE-1            PIC 9(8).
           05  BIZDAY-DATE-2            PIC 9(8).
           05  BIZDAY-RESULT-DATE      PIC 9(8).
           05  BIZDAY-DAY-COUNT         PIC S9(9) COMP.
           05  BIZDAY-STATUS            PIC X.
      *
       01  ACK-COUNTERS                COMP-3.
           05  SEGMENTS-READ           PIC S9(7)       VALUE ZERO.
           05  SETS-ACKNOWLEDGED       PIC S9(5)       VALUE ZERO.
           05  ACK-EXCEPTIONS          PIC S9(5)       VALUE ZERO.
           05  SETS-QUEUED             PIC S9(5)       VALUE ZERO.
           05  SETS-REJECTED           PIC S9(5)       VALUE ZERO.
           05  SETS-OVERDUE            PIC S9(5)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(25)   VALUE
               'EDI EXCEPTION REPORT -   '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(44)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  SECTION-LINE                PIC X(132).
      *
       01  HEADING-LINE-2.
           05  FILLER      PIC X(20)   VALUE 'INVNO   CUSTNO  SENT'.
           05  FILLER      PIC X(20)   VALUE ' DATE   CONTROL NO  '.
           05  FILLER      PIC X(20)   VALUE '  SET NO     INV TOT'.
           05  FILLER      PIC X(20)   VALUE 'AL  NOTE            '.
           05  FILLER      PIC X(52)   VALUE SPACES.
      *
       01  REPORT-LINE.
           05  RL-INVNO    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CUSTNO   PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SENTDATE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-CTLNO    PIC 9(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-SETNO    PIC 9(9).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TOTAL    PIC Z(8)9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-NOTE     PIC X(30).
           05  FILLER      PIC X(38)   VALUE SPACES.
      *
       01  AGE-NOTE.
           05  AN-DAYS     PIC ZZZ9.
           05  FILLER      PIC X(26)   VALUE
               ' BUSINESS DAYS, NO 997'.
      *
       01  TOTAL-LINE.
           05  FILLER      PIC X(18)   VALUE 'SETS ACKNOWLEDGED:'.
           05  TL-ACKED    PIC Z(4)9.
           05  FILLER      PIC X(14)   VALUE '   EXCEPTIONS:'.
           05  TL-EXCEPT   PIC Z(4)9.
           05  FILLER      PIC X(10)   VALUE '   QUEUED:'.
           05  TL-QUEUED   PIC Z(4)9.
           05  FILLER      PIC X(12)   VALUE '   REJECTED:'.
           05  TL-REJECTED PIC Z(4)9.
           05  FILLER      PIC X(11)   VALUE '   OVERDUE:'.
           05  TL-OVERDUE  PIC Z(4)9.
           05  FILLER      PIC X(42)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    A PAID INVOICE HAS MOVED TO HISTORY, BUT ITS SET STILL
      *    NEEDS CHASING, SO THE INVOICE SIDE IS AN OUTER JOIN.
      *
           EXEC SQL
               DECLARE REJCURS CURSOR FOR
                   SELECT E.ESINVNO,  COALESCE(I.INVCUST, ' '),
                          E.ESSENTDATE, E.ESCTLNO, E.ESSETNO,
                          COALESCE(I.INVTOTAL, 0), E.ESACKDATE
                       FROM MM01.EDISENT E
                           LEFT OUTER JOIN MM01.INVOICE I
                       ON I.INVNO = E.ESINVNO
                       WHERE E.ESACKSTAT = 'R'
                       ORDER BY E.ESINVNO
           END-EXEC.
      *
           EXEC SQL
               DECLARE UNACURS CURSOR FOR
                   SELECT E.ESINVNO,  COALESCE(I.INVCUST, ' '),
                          E.ESSENTDATE, E.ESCTLNO, E.ESSETNO,
                          COALESCE(I.INVTOTAL, 0)
                       FROM MM01.EDISENT E
                           LEFT OUTER JOIN MM01.INVOICE I
                       ON I.INVNO = E.ESINVNO
                       WHERE E.ESACKSTAT  = ' '
                         AND E.ESSENTDATE < :RUN-DATE
                       ORDER BY E.ESSENTDATE, E.ESINVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-ACKNOWLEDGMENTS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'EDI997I ' TO EOJS-Program-Id.
           OPEN INPUT  EDIACK
                       EDIRSND
                OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 050-ACCEPT-RUN-PARAMETERS.
           MOVE '**  ACKNOWLEDGMENTS NOT MATCHED  **' TO SECTION-LINE.
           PERFORM 110-PRINT-SECTION-LINE.
           PERFORM 100-PROCESS-ONE-SEGMENT
               UNTIL END-OF-ACKS
                  OR NOT-VALID-CURSOR.
           IF VALID-CURSOR
               MOVE '**  RETRANSMISSION REQUESTS  **' TO SECTION-LINE
               PERFORM 110-PRINT-SECTION-LINE
               PERFORM 200-QUEUE-ONE-RESEND
                   UNTIL END-OF-RESENDS
                      OR NOT-VALID-CURSOR.
           IF VALID-CURSOR
               MOVE '**  REJECTED 810 SETS  **' TO SECTION-LINE
               PERFORM 110-PRINT-SECTION-LINE
               PERFORM 300-REPORT-REJECTED-SETS.
           IF VALID-CURSOR
               MOVE '**  810 SETS NOT ACKNOWLEDGED  **' TO SECTION-LINE
               PERFORM 110-PRINT-SECTION-LINE
               PERFORM 400-REPORT-OVERDUE-SETS.
           PERFORM 500-PRINT-TOTAL-LINE.
           CLOSE EDIACK
                 EDIRSND
                 PRTOUT.
           DISPLAY SETS-ACKNOWLEDGED ' SET(S) ACKNOWLEDGED.'.
           DISPLAY SETS-QUEUED       ' SET(S) QUEUED FOR RESEND.'.
           MOVE SEGMENTS-READ     TO EOJS-Records-In.
           MOVE SETS-ACKNOWLEDGED TO EOJS-Records-Out.
           MOVE ACK-EXCEPTIONS    TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF SETS-REJECTED > 0 OR SETS-OVERDUE > 0
              OR ACK-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               DISPLAY '**** DB2 ERROR -- RUN INCOMPLETE ****'
               MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       050-ACCEPT-RUN-PARAMETERS.
      *
           ACCEPT WS-DATE-CARD FROM SYSIN.
           MOVE WS-DATE-CARD TO RUN-DATE-NUM.
           STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                  WS-DATE-CARD(7:2) DELIMITED BY SIZE INTO RUN-DATE.
           ACCEPT ACK-DAYS-LIMIT FROM SYSIN.
           IF ACK-DAYS-LIMIT NOT NUMERIC OR ACK-DAYS-LIMIT = ZERO
               MOVE 2 TO ACK-DAYS-LIMIT.
           MOVE ACK-DAYS-LIMIT TO ACK-DAYS-LIMIT-BIN.
      *
       100-PROCESS-ONE-SEGMENT.
      *
           READ EDIACK
               AT END
                   MOVE 'Y' TO END-OF-ACKS-SW.
           IF NOT END-OF-ACKS
               ADD 1 TO SEGMENTS-READ
               EVALUATE EDI-SEGMENT-ID
                   WHEN 'ST '
                       IF ST-SET-ID = '997'
                           MOVE 'Y' TO IN-997-SET-SW
                       ELSE
                           MOVE 'N' TO IN-997-SET-SW
                       END-IF
                   WHEN 'SE '
                       MOVE 'N' TO IN-997-SET-SW
                   WHEN 'AK1'
                       IF IN-997-SET
                           PERFORM 120-START-GROUP-ACK
                       END-IF
                   WHEN 'AK2'
                       IF IN-997-SET
                           PERFORM 130-START-SET-ACK
                       END-IF
                   WHEN 'AK5'
                       IF IN-997-SET
                           PERFORM 140-POST-SET-ACK
                       END-IF
                   WHEN 'AK9'
                       IF IN-997-SET
                           PERFORM 150-POST-GROUP-ACK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
      *
       110-PRINT-SECTION-LINE.
      *
      *    EACH SECTION STARTS ON A NEW PAGE.
      *
           PERFORM 560-PRINT-REPORT-HEADING.
           MOVE SECTION-LINE TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 590-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE 3 TO LINE-COUNT.
      *
       120-START-GROUP-ACK.
      *
           MOVE 'N' TO AK2-SEEN-SW.
           MOVE ZERO TO AK-SET-CTLNO.
           IF AK1-GROUP-CTLNO NUMERIC
               MOVE AK1-GROUP-CTLNO TO AK-GROUP-CTLNO
           ELSE
               MOVE ZERO TO AK-GROUP-CTLNO.
      *
       130-START-SET-ACK.
      *
           MOVE 'Y' TO AK2-SEEN-SW.
           IF AK2-SET-CTLNO NUMERIC
               MOVE AK2-SET-CTLNO TO AK-SET-CTLNO
           ELSE
               MOVE ZERO TO AK-SET-CTLNO.
      *
       140-POST-SET-ACK.
      *
           MOVE AK5-ACK-CODE TO AK-ACK-CODE.
           IF NOT AK5-CODE-VALID
               MOVE 'AK5 CODE NOT A, E OR R' TO AK-NOTE
               PERFORM 180-PRINT-ACK-EXCEPTION
           ELSE
               EXEC SQL
                   UPDATE MM01.EDISENT
                      SET ESACKSTAT = :AK-ACK-CODE,
                          ESACKDATE = :RUN-DATE
                    WHERE ESCTLNO   = :AK-GROUP-CTLNO
                      AND ESSETNO   = :AK-SET-CTLNO
                      AND ESACKSTAT <> 'Q'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       ADD 1 TO SETS-ACKNOWLEDGED
                   WHEN 100
                       MOVE 'SET NOT FOUND IN EDISENT' TO AK-NOTE
                       PERFORM 180-PRINT-ACK-EXCEPTION
                   WHEN OTHER
                       MOVE 'N' TO VALID-CURSOR-SW
               END-EVALUATE.
      *
       150-POST-GROUP-ACK.
      *
           IF NOT AK2-SEEN AND AK9-CODE-VALID
               MOVE AK9-ACK-CODE TO AK-ACK-CODE
               MOVE ZERO         TO AK-SET-CTLNO
               EXEC SQL
                   UPDATE MM01.EDISENT
                      SET ESACKSTAT = :AK-ACK-CODE,
                          ESACKDATE = :RUN-DATE
                    WHERE ESCTLNO   = :AK-GROUP-CTLNO
                      AND ESACKSTAT = ' '
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       ADD SQLERRD(3) TO SETS-ACKNOWLEDGED
                   WHEN 100
                       MOVE 'NO OPEN SETS FOR GROUP' TO AK-NOTE
                       PERFORM 180-PRINT-ACK-EXCEPTION
                   WHEN OTHER
                       MOVE 'N' TO VALID-CURSOR-SW
               END-EVALUATE.
      *
       180-PRINT-ACK-EXCEPTION.
      *
           ADD 1 TO ACK-EXCEPTIONS.
           MOVE SPACES         TO ES-INVNO
                                  ES-CUSTNO
                                  ES-SENTDATE.
           MOVE AK-GROUP-CTLNO TO ES-CTLNO.
           MOVE AK-SET-CTLNO   TO ES-SETNO.
           MOVE ZERO           TO ES-TOTAL.
           PERFORM 550-PRINT-REPORT-LINE.
      *
       200-QUEUE-ONE-RESEND.
      *
           READ EDIRSND
               AT END
                   MOVE 'Y' TO END-OF-RESENDS-SW.
           IF NOT END-OF-RESENDS
               MOVE RSR-INVNO TO ES-INVNO
               EXEC SQL
                   UPDATE MM01.EDISENT
                      SET ESACKSTAT = 'Q'
                    WHERE ESINVNO   = :ES-INVNO
                      AND ESACKSTAT = 'R'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       ADD 1 TO SETS-QUEUED
                       MOVE 'QUEUED FOR RETRANSMISSION' TO AK-NOTE
                   WHEN 100
                       MOVE 'NOT A REJECTED SET - NOT QUEUED'
                                                       TO AK-NOTE
                   WHEN OTHER
                       MOVE 'N' TO VALID-CURSOR-SW
               END-EVALUATE
               MOVE SPACES TO ES-CUSTNO
                              ES-SENTDATE
               MOVE ZERO   TO ES-CTLNO
                              ES-SETNO
                              ES-TOTAL
               IF VALID-CURSOR
                   PERFORM 550-PRINT-REPORT-LINE.
      *
       300-REPORT-REJECTED-SETS.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN REJCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-ROWS-SW.
           PERFORM 310-REPORT-ONE-REJECTED-SET
               UNTIL END-OF-ROWS.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE REJCURS
               END-EXEC.
      *
       310-REPORT-ONE-REJECTED-SET.
      *
           EXEC SQL
               FETCH REJCURS
                   INTO :ES-INVNO,    :ES-CUSTNO,
                        :ES-SENTDATE, :ES-CTLNO,   :ES-SETNO,
                        :ES-TOTAL,    :ES-ACKDATE:ES-ACKDATE-IND
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN OTHER
                   IF ES-ACKDATE-IND < 0
                       MOVE SPACES TO ES-ACKDATE
                   END-IF
                   ADD 1 TO SETS-REJECTED
                   MOVE SPACES TO AK-NOTE
                   STRING 'REJECTED ' ES-ACKDATE
                       DELIMITED BY SIZE INTO AK-NOTE
                   PERFORM 550-PRINT-REPORT-LINE
           END-EVALUATE.
      *
       400-REPORT-OVERDUE-SETS.
      *
           MOVE 'N' TO END-OF-ROWS-SW.
           EXEC SQL
               OPEN UNACURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-ROWS-SW.
           PERFORM 410-CHECK-ONE-UNACKED-SET
               UNTIL END-OF-ROWS.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE UNACURS
               END-EXEC.
      *
       410-CHECK-ONE-UNACKED-SET.
      *
           EXEC SQL
               FETCH UNACURS
                   INTO :ES-INVNO,    :ES-CUSTNO,
                        :ES-SENTDATE, :ES-CTLNO,   :ES-SETNO,
                        :ES-TOTAL
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-ROWS-SW
               WHEN OTHER
                   PERFORM 420-AGE-UNACKED-SET
           END-EVALUATE.
      *
       420-AGE-UNACKED-SET.
      *
      *    PARTNERS ACKNOWLEDGE ON THEIR OWN WORKING DAYS, SO A SET
      *    SENT BEFORE A LONG WEEKEND IS NOT OVERDUE ON TUESDAY.
      *
           STRING ES-SENTDATE(1:4) ES-SENTDATE(6:2) ES-SENTDATE(9:2)
               DELIMITED BY SIZE INTO ES-SENTDATE-NUM.
           MOVE 'B'             TO BIZDAY-FUNCTION.
           MOVE ES-SENTDATE-NUM TO BIZDAY-DATE-1.
           MOVE RUN-DATE-NUM    TO BIZDAY-DATE-2.
           CALL 'BIZDAY' USING BIZDAY-FUNCTION
                               BIZDAY-DATE-1
                               BIZDAY-DATE-2
                               BIZDAY-RESULT-DATE
                               BIZDAY-DAY-COUNT
                               BIZDAY-STATUS.
           IF BIZDAY-STATUS NOT = '0'
               DISPLAY 'BIZDAY ERROR - STATUS ' BIZDAY-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-ROWS-SW
           ELSE
               IF BIZDAY-DAY-COUNT > ACK-DAYS-LIMIT-BIN
                   ADD 1 TO SETS-OVERDUE
                   MOVE BIZDAY-DAY-COUNT TO AN-DAYS
                   MOVE AGE-NOTE         TO AK-NOTE
                   PERFORM 550-PRINT-REPORT-LINE.
      *
       500-PRINT-TOTAL-LINE.
      *
           IF VALID-CURSOR
               MOVE SETS-ACKNOWLEDGED TO TL-ACKED
               MOVE ACK-EXCEPTIONS    TO TL-EXCEPT
               MOVE SETS-QUEUED       TO TL-QUEUED
               MOVE SETS-REJECTED     TO TL-REJECTED
               MOVE SETS-OVERDUE      TO TL-OVERDUE
               MOVE TOTAL-LINE        TO PRTOUT-RECORD
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE RUN  ****'
                                      TO PRTOUT-RECORD.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 590-WRITE-REPORT-LINE.
      *
       550-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 560-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT.
           MOVE ES-INVNO    TO RL-INVNO.
           MOVE ES-CUSTNO   TO RL-CUSTNO.
           MOVE ES-SENTDATE TO RL-SENTDATE.
           MOVE ES-CTLNO    TO RL-CTLNO.
           MOVE ES-SETNO    TO RL-SETNO.
           MOVE ES-TOTAL    TO RL-TOTAL.
           MOVE AK-NOTE     TO RL-NOTE.
           MOVE REPORT-LINE TO PRTOUT-RECORD.
           PERFORM 590-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       560-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE HEADING-LINE-2 TO PRTOUT-RECORD.
           PERFORM 590-WRITE-REPORT-LINE.
      *
       590-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
