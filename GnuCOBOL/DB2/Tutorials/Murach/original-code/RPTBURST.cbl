       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RPTBURST.
      *
      *    BURSTS ONE ARCHIVED REPORT RUN BY RECIPIENT.  THE RUN IS
      *    READ BACK OUT OF MM01.RPTARCH AND SPLIT AT THE BREAK KEY
      *    MM01.BURSTDEF DEFINES FOR THE REPORT - A COLLECTOR ID,
      *    REP CODE OR TERRITORY AT A FIXED COLUMN, EITHER ON ONE
      *    HEADING LINE OF EACH PAGE (MODE H) OR ON THE DETAIL
      *    LINES THEMSELVES (MODE D).  A LINE WITH THE KEY COLUMNS
      *    BLANK STAYS WITH THE RECIPIENT BEFORE IT, SO SUBTOTALS
      *    FOLLOW THEIR DETAIL.  WHERE THE KEY CHANGES PART WAY
      *    DOWN A PAGE, THE NEW RECIPIENT'S SHARE STARTS ON A NEW
      *    PAGE UNDER THE SAME HEADING LINES.
      *
      *    MM01.RPTDIST MAPS EACH KEY TO A RECIPIENT WHO GETS THE
      *    PAGES EITHER PRINTED AT A DESTINATION (METHOD P, BEHIND
      *    A BANNER PAGE ON BRSTPRT) OR BY EMAIL (METHOD E, AS A
      *    GROUP ON THE BRSTEML GATEWAY EXTRACT).  A KEY WITH NO
      *    ROW OF ITS OWN FALLS TO THE REPORT'S '*' ROW; WITH NO
      *    '*' ROW EITHER IT PRINTS UNDER AN UNDISTRIBUTED BANNER
      *    AND THE RUN ENDS WITH RETURN CODE 4.  EVERY SHARE IS
      *    LOGGED IN MM01.RPTDLOG AND LISTED ON DSTLOG: WHO GOT
      *    WHICH PAGES OF WHICH RUN, AND HOW.
      *
      *    SYSIN: THE REPORT ID, THEN THE RUN NUMBER (BLANK OR
      *    ZERO FOR THE LATEST RUN).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BRSTPRT ASSIGN TO UT-S-BRSTPRT.
           SELECT BRSTEML ASSIGN TO UT-S-BRSTEML.
           SELECT DSTLOG  ASSIGN TO UT-S-DSTLOG.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BRSTPRT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  BRSTPRT-RECORD              PIC X(132).
      *
       FD  BRSTEML
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 134 CHARACTERS.
      *
       01  BURST-EMAIL-RECORD.
      *
           05  BEM-RECORD-TYPE          PIC X.
               88  BEM-HEADER-RECORD        VALUE 'H'.
               88  BEM-DETAIL-RECORD        VALUE 'D'.
               88  BEM-TRAILER-RECORD       VALUE 'T'.
           05  BEM-RECORD-DATA.
               10  BEM-LINE-TYPE        PIC X.
               10  BEM-LINE-TEXT        PIC X(132).
           05  BEM-HEADER-DATA REDEFINES BEM-RECORD-DATA.
               10  BEM-EMAIL            PIC X(50).
               10  BEM-REPORT-ID        PIC X(8).
               10  BEM-RUN-NUMBER       PIC 9(7).
               10  BEM-KEY              PIC X(10).
               10  BEM-NAME             PIC X(30).
               10  FILLER               PIC X(28).
           05  BEM-TRAILER-DATA REDEFINES BEM-RECORD-DATA.
               10  BEM-LINE-COUNT       PIC 9(7).
               10  BEM-PAGE-COUNT       PIC 9(5).
               10  FILLER               PIC X(121).
      *
       FD  DSTLOG
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  DSTLOG-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  RUN-FOUND-SW             PIC X    VALUE 'Y'.
               88  RUN-FOUND                     VALUE 'Y'.
           05  END-OF-LINES-SW          PIC X    VALUE 'N'.
               88  END-OF-LINES                  VALUE 'Y'.
           05  VALID-CURSOR-SW          PIC X    VALUE 'Y'.
               88  VALID-CURSOR                  VALUE 'Y'.
           05  RECIPIENT-FOUND-SW       PIC X    VALUE 'Y'.
               88  RECIPIENT-FOUND               VALUE 'Y'.
      *
       01  BURST-PARAMETERS.
      *
           05  BP-REPORT-ID             PIC X(8).
           05  BP-RUN-CARD              PIC X(7).
           05  BP-RUN-NUMBER            PIC 9(7).
      *
       01  REPORT-LOG-FIELDS.
      *
           05  RL-RUNTS                 PIC X(26).
           05  RL-PAGES                 PIC S9(9) COMP.
           05  RL-LINES                 PIC S9(9) COMP.
      *
       01  BURST-DEFINITION-FIELDS.
      *
           05  BD-MODE                  PIC X.
               88  BD-KEY-IN-HEADING            VALUE 'H'.
               88  BD-KEY-ON-DETAIL             VALUE 'D'.
           05  BD-KEY-LINE              PIC S9(4) COMP.
           05  BD-HDR-LINES             PIC S9(4) COMP.
           05  BD-KEY-COL               PIC S9(4) COMP.
           05  BD-KEY-LEN               PIC S9(4) COMP.
           05  BD-KEY-NAME              PIC X(20).
      *
       01  ARCHIVE-LINE-FIELDS.
      *
           05  AL-SEQ                   PIC S9(9) COMP.
           05  AL-TYPE                  PIC X.
           05  AL-TYPE-NUM REDEFINES AL-TYPE
                                        PIC 9.
           05  AL-TEXT                  PIC X(132).
           05  AL-LOW-SEQ               PIC S9(9) COMP.
           05  AL-HIGH-SEQ              PIC S9(9) COMP.
      *
       01  SCAN-FIELDS.
      *
           05  SC-PAGE-NUMBER           PIC S9(5) COMP VALUE 0.
           05  SC-PAGE-LINE             PIC S9(5) COMP VALUE 0.
           05  SC-PAGE-TOP-SEQ          PIC S9(9) COMP VALUE 0.
           05  SC-BODY-LINES            PIC S9(5) COMP VALUE 0.
           05  SC-FIRST-SEQ             PIC S9(9) COMP VALUE 0.
           05  SC-LINE-KEY              PIC X(10).
      *
       01  SEGMENT-TABLE.
      *
      *    ONE ENTRY PER UNBROKEN STRETCH OF THE RUN BELONGING TO
      *    ONE KEY, IN RUN ORDER.  A RECIPIENT WHOSE KEY COMES
      *    BACK LATER IN THE RUN HAS MORE THAN ONE STRETCH; ALL OF
      *    THEM GO OUT TOGETHER UNDER ONE BANNER OR EMAIL.
      *
           05  SEGMENT-COUNT            PIC S9(4) COMP VALUE 0.
           05  SEGMENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY SG-INDEX SG-SCAN-INDEX.
               10  SG-KEY               PIC X(10).
               10  SG-FIRST-SEQ         PIC S9(9) COMP.
               10  SG-LAST-SEQ          PIC S9(9) COMP.
               10  SG-PAGE-SEQ          PIC S9(9) COMP.
               10  SG-FIRST-PAGE        PIC S9(5) COMP.
               10  SG-LAST-PAGE         PIC S9(5) COMP.
               10  SG-MIDPAGE-SW        PIC X.
                   88  SG-MIDPAGE               VALUE 'Y'.
               10  SG-DONE-SW           PIC X.
                   88  SG-DONE                  VALUE 'Y'.
      *
       01  RECIPIENT-FIELDS.
      *
           05  RD-KEY                   PIC X(10).
           05  RD-NAME                  PIC X(30).
           05  RD-METHOD                PIC X.
               88  RD-BY-PRINT                  VALUE 'P'.
               88  RD-BY-EMAIL                  VALUE 'E'.
           05  RD-DEST                  PIC X(8).
           05  RD-EMAIL                 PIC X(50).
           05  RD-LOG-DEST              PIC X(50).
      *
       01  BURST-COUNTERS               COMP.
      *
           05  RECIPIENT-COUNT          PIC S9(5)    VALUE 0.
           05  PRINT-RECIPIENT-COUNT    PIC S9(5)    VALUE 0.
           05  EMAIL-RECIPIENT-COUNT    PIC S9(5)    VALUE 0.
           05  UNDISTRIBUTED-COUNT      PIC S9(5)    VALUE 0.
           05  GROUP-LINE-COUNT         PIC S9(7)    VALUE 0.
           05  GROUP-PAGE-COUNT         PIC S9(5)    VALUE 0.
           05  SEGMENT-LINE-COUNT       PIC S9(7)    VALUE 0.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  HL1-DAY-NAME                 PIC X(9).
      *
       01  BANNER-LINE-1.
           05  FILLER      PIC X(40)   VALUE ALL '*'.
           05  FILLER      PIC X(14)   VALUE ' DISTRIBUTION '.
           05  FILLER      PIC X(78)   VALUE ALL '*'.
      *
       01  BANNER-LINE-2.
           05  FILLER      PIC X(12)   VALUE 'REPORT:     '.
           05  BL2-REPORT  PIC X(8).
           05  FILLER      PIC X(6)    VALUE '  RUN '.
           05  BL2-RUN     PIC Z(6)9.
           05  FILLER      PIC X(4)    VALUE ' OF '.
           05  BL2-RUNTS   PIC X(26).
           05  FILLER      PIC X(69)   VALUE SPACES.
      *
       01  BANNER-LINE-3.
           05  FILLER      PIC X(12)   VALUE 'RECIPIENT:  '.
           05  BL3-KEYNAME PIC X(20).
           05  FILLER      PIC X       VALUE SPACES.
           05  BL3-KEY     PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  BL3-NAME    PIC X(30).
           05  FILLER      PIC X(57)   VALUE SPACES.
      *
       01  BANNER-LINE-4.
           05  FILLER      PIC X(12)   VALUE 'DELIVER TO: '.
           05  BL4-DEST    PIC X(8).
           05  FILLER      PIC X(112)  VALUE SPACES.
      *
       01  LOG-HEADING-LINE-1.
           05  FILLER      PIC X(27)   VALUE
               'REPORT DISTRIBUTION LOG -  '.
           05  LH1-DATE    PIC X(21).
           05  FILLER      PIC X(84)   VALUE SPACES.
      *
       01  LOG-HEADING-LINE-2.
           05  FILLER      PIC X(8)    VALUE 'REPORT: '.
           05  LH2-REPORT  PIC X(8).
           05  FILLER      PIC X(6)    VALUE '  RUN '.
           05  LH2-RUN     PIC Z(6)9.
           05  FILLER      PIC X(4)    VALUE ' OF '.
           05  LH2-RUNTS   PIC X(26).
           05  FILLER      PIC X(13)   VALUE '  BROKEN BY '.
           05  LH2-KEYNAME PIC X(20).
           05  FILLER      PIC X(40)   VALUE SPACES.
      *
       01  LOG-HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE 'KEY         RECIPIEN'.
           05  FILLER      PIC X(20)   VALUE 'T                   '.
           05  FILLER      PIC X(20)   VALUE '    HOW  DELIVERED T'.
           05  FILLER      PIC X(20)   VALUE 'O                   '.
           05  FILLER      PIC X(20)   VALUE '                 PAG'.
           05  FILLER      PIC X(20)   VALUE 'ES          LINES   '.
           05  FILLER      PIC X(12)   VALUE SPACES.
      *
       01  LOG-DETAIL-LINE.
           05  LDL-KEY     PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  LDL-NAME    PIC X(30).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  LDL-METHOD  PIC X(5).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  LDL-DEST    PIC X(50).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  LDL-FIRST   PIC Z(4)9.
           05  FILLER      PIC X       VALUE '-'.
           05  LDL-LAST    PIC Z(4)9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  LDL-LINES   PIC Z(6)9.
           05  FILLER      PIC X(9)    VALUE SPACES.
      *
       01  LOG-TOTAL-LINE.
           05  LTL-RECIPS  PIC Z(4)9.
           05  FILLER      PIC X(16)   VALUE ' RECIPIENT(S):  '.
           05  LTL-PRINT   PIC Z(4)9.
           05  FILLER      PIC X(12)   VALUE ' PRINTED,   '.
           05  LTL-EMAIL   PIC Z(4)9.
           05  FILLER      PIC X(12)   VALUE ' EMAILED,   '.
           05  LTL-UNDIST  PIC Z(4)9.
           05  FILLER      PIC X(72)   VALUE ' UNDISTRIBUTED'.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE SCANCURS CURSOR FOR
                   SELECT RASEQ,   RATYPE,  RATEXT
                       FROM MM01.RPTARCH
                       WHERE RAREPORT = :BP-REPORT-ID
                         AND RARUN    = :BP-RUN-NUMBER
                       ORDER BY RASEQ
           END-EXEC.
      *
           EXEC SQL
               DECLARE RANGECURS CURSOR FOR
                   SELECT RASEQ,   RATYPE,  RATEXT
                       FROM MM01.RPTARCH
                       WHERE RAREPORT = :BP-REPORT-ID
                         AND RARUN    = :BP-RUN-NUMBER
                         AND RASEQ BETWEEN :AL-LOW-SEQ
                                       AND :AL-HIGH-SEQ
                       ORDER BY RASEQ
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-BURST-REPORT-RUN.
      *
           ACCEPT BP-REPORT-ID FROM SYSIN.
           ACCEPT BP-RUN-CARD  FROM SYSIN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                LH1-DATE.
           PERFORM 050-GET-REPORT-RUN.
           IF RUN-FOUND
               PERFORM 060-GET-BURST-DEFINITION.
           IF RUN-FOUND
               PERFORM 100-SCAN-REPORT-RUN.
           IF RUN-FOUND AND VALID-CURSOR
               OPEN OUTPUT BRSTPRT
                           BRSTEML
                           DSTLOG
               PERFORM 180-PRINT-LOG-HEADING
               PERFORM 200-DISTRIBUTE-RECIPIENT
                   VARYING SG-INDEX FROM 1 BY 1
                   UNTIL SG-INDEX > SEGMENT-COUNT
                      OR NOT VALID-CURSOR
               PERFORM 400-PRINT-LOG-TOTALS
               CLOSE BRSTPRT
                     BRSTEML
                     DSTLOG.
           IF NOT RUN-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT VALID-CURSOR
                   DISPLAY '**** DB2 ERROR - BURST INCOMPLETE, SQLCODE '
                           SQLCODE ' ****'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   DISPLAY 'BURST ' BP-REPORT-ID ' RUN ' BP-RUN-NUMBER
                           ' TO ' RECIPIENT-COUNT ' RECIPIENT(S).'
                   IF UNDISTRIBUTED-COUNT > 0
                       DISPLAY UNDISTRIBUTED-COUNT
                               ' KEY(S) WITH NO DISTRIBUTION ENTRY.'
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.
      *
       050-GET-REPORT-RUN.
      *
           IF BP-RUN-CARD = SPACES OR BP-RUN-CARD = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(RLRUN), 0)
                       INTO :BP-RUN-NUMBER
                       FROM MM01.RPTLOG
                           WHERE RLREPORT = :BP-REPORT-ID
               END-EXEC
           ELSE
               MOVE BP-RUN-CARD TO BP-RUN-NUMBER.
           EXEC SQL
               SELECT CHAR(RLRUNTS), RLPAGES,   RLLINES
                   INTO :RL-RUNTS,   :RL-PAGES, :RL-LINES
                   FROM MM01.RPTLOG
                       WHERE RLREPORT = :BP-REPORT-ID
                         AND RLRUN    = :BP-RUN-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-FOUND-SW
               DISPLAY 'REPORT ' BP-REPORT-ID ' RUN ' BP-RUN-NUMBER
                       ' IS NOT IN THE REPORT LOG.'.
      *
       060-GET-BURST-DEFINITION.
      *
           EXEC SQL
               SELECT BDMODE,     BDKEYLINE,  BDHDRLINES,
                      BDKEYCOL,   BDKEYLEN,   BDKEYNAME
                   INTO :BD-MODE,     :BD-KEY-LINE, :BD-HDR-LINES,
                        :BD-KEY-COL,  :BD-KEY-LEN,  :BD-KEY-NAME
                   FROM MM01.BURSTDEF
                       WHERE BDREPORT = :BP-REPORT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO RUN-FOUND-SW
               DISPLAY 'REPORT ' BP-REPORT-ID
                       ' HAS NO BURST DEFINITION.'.
      *
       100-SCAN-REPORT-RUN.
      *
      *    THE FIRST PASS ONLY FINDS THE KEY STRETCHES; THE LINES
      *    ARE READ AGAIN, STRETCH BY STRETCH, AS THEY GO OUT.
      *
           EXEC SQL
               OPEN SCANCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-LINES-SW.
           PERFORM 110-SCAN-ONE-LINE
               UNTIL END-OF-LINES.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE SCANCURS
               END-EXEC.
      *
      *    A RUN WITH NO KEY ANYWHERE GOES OUT WHOLE UNDER A BLANK
      *    KEY, WHICH ONLY THE REPORT'S '*' ROW CAN DISTRIBUTE.
      *
           IF VALID-CURSOR
              AND SEGMENT-COUNT = 0
              AND SC-FIRST-SEQ > 0
               MOVE SPACES TO SC-LINE-KEY
               MOVE SC-FIRST-SEQ TO AL-SEQ
               PERFORM 130-START-SEGMENT
               MOVE AL-HIGH-SEQ    TO SG-LAST-SEQ (SG-INDEX)
               MOVE SC-PAGE-NUMBER TO SG-LAST-PAGE (SG-INDEX).
      *
       110-SCAN-ONE-LINE.
      *
           EXEC SQL
               FETCH SCANCURS
                   INTO :AL-SEQ, :AL-TYPE, :AL-TEXT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-LINES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-LINES-SW
               WHEN OTHER
                   PERFORM 120-CLASSIFY-LINE
           END-EVALUATE.
      *
       120-CLASSIFY-LINE.
      *
           IF SC-FIRST-SEQ = 0
               MOVE AL-SEQ TO SC-FIRST-SEQ.
           MOVE AL-SEQ TO AL-HIGH-SEQ.
           IF AL-TYPE = 'P'
               ADD 1 TO SC-PAGE-NUMBER
               MOVE 1      TO SC-PAGE-LINE
               MOVE 0      TO SC-BODY-LINES
               MOVE AL-SEQ TO SC-PAGE-TOP-SEQ
           ELSE
               ADD 1 TO SC-PAGE-LINE.
           MOVE SPACES TO SC-LINE-KEY.
           IF BD-KEY-IN-HEADING
               IF SC-PAGE-LINE = BD-KEY-LINE
                   MOVE AL-TEXT (BD-KEY-COL:BD-KEY-LEN)
                       TO SC-LINE-KEY
               END-IF
           ELSE
               IF SC-PAGE-LINE > BD-HDR-LINES
                   MOVE AL-TEXT (BD-KEY-COL:BD-KEY-LEN)
                       TO SC-LINE-KEY
               END-IF.
           IF SC-LINE-KEY NOT = SPACES
               IF SEGMENT-COUNT = 0
                   MOVE SC-FIRST-SEQ TO AL-SEQ
                   PERFORM 130-START-SEGMENT
                   MOVE AL-HIGH-SEQ TO AL-SEQ
               ELSE
                   IF SC-LINE-KEY NOT = SG-KEY (SG-INDEX)
                       PERFORM 125-BREAK-SEGMENT.
           IF SEGMENT-COUNT > 0
               MOVE AL-SEQ         TO SG-LAST-SEQ (SG-INDEX)
               MOVE SC-PAGE-NUMBER TO SG-LAST-PAGE (SG-INDEX).
           IF SC-PAGE-LINE > BD-HDR-LINES
               ADD 1 TO SC-BODY-LINES.
      *
       125-BREAK-SEGMENT.
      *
      *    A KEY THAT CHANGES ON THE HEADING, OR ON THE FIRST BODY
      *    LINE OF A PAGE, TAKES THE WHOLE PAGE.  ONE THAT CHANGES
      *    FURTHER DOWN SPLITS THE PAGE AT THAT LINE.
      *
           IF BD-KEY-IN-HEADING
              OR SC-BODY-LINES = 0
               COMPUTE SG-LAST-SEQ (SG-INDEX) = SC-PAGE-TOP-SEQ - 1
               COMPUTE SG-LAST-PAGE (SG-INDEX) = SC-PAGE-NUMBER - 1
               MOVE SC-PAGE-TOP-SEQ TO AL-SEQ
               PERFORM 130-START-SEGMENT
               MOVE AL-HIGH-SEQ TO AL-SEQ
           ELSE
               COMPUTE SG-LAST-SEQ (SG-INDEX) = AL-SEQ - 1
               MOVE SC-PAGE-NUMBER TO SG-LAST-PAGE (SG-INDEX)
               PERFORM 130-START-SEGMENT
               MOVE 'Y' TO SG-MIDPAGE-SW (SG-INDEX).
      *
       130-START-SEGMENT.
      *
           IF SEGMENT-COUNT >= 500
               DISPLAY '**** MORE THAN 500 KEY BREAKS IN THE RUN ****'
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-LINES-SW
           ELSE
               ADD 1 TO SEGMENT-COUNT
               SET SG-INDEX TO SEGMENT-COUNT
               MOVE SC-LINE-KEY     TO SG-KEY (SG-INDEX)
               MOVE AL-SEQ          TO SG-FIRST-SEQ (SG-INDEX)
                                       SG-LAST-SEQ (SG-INDEX)
               MOVE SC-PAGE-TOP-SEQ TO SG-PAGE-SEQ (SG-INDEX)
               MOVE SC-PAGE-NUMBER  TO SG-FIRST-PAGE (SG-INDEX)
                                       SG-LAST-PAGE (SG-INDEX)
               IF AL-SEQ = SC-FIRST-SEQ
                  OR SC-PAGE-NUMBER = 0
                   MOVE 1 TO SG-FIRST-PAGE (SG-INDEX)
               END-IF
               MOVE 'N' TO SG-MIDPAGE-SW (SG-INDEX)
                           SG-DONE-SW (SG-INDEX).
      *
       180-PRINT-LOG-HEADING.
      *
           MOVE LOG-HEADING-LINE-1 TO DSTLOG-RECORD.
           WRITE DSTLOG-RECORD AFTER ADVANCING PAGE.
           MOVE BP-REPORT-ID  TO LH2-REPORT.
           MOVE BP-RUN-NUMBER TO LH2-RUN.
           MOVE RL-RUNTS      TO LH2-RUNTS.
           MOVE BD-KEY-NAME   TO LH2-KEYNAME.
           MOVE LOG-HEADING-LINE-2 TO DSTLOG-RECORD.
           WRITE DSTLOG-RECORD AFTER ADVANCING 2 LINES.
           MOVE LOG-HEADING-LINE-3 TO DSTLOG-RECORD.
           WRITE DSTLOG-RECORD AFTER ADVANCING 2 LINES.
      *
       200-DISTRIBUTE-RECIPIENT.
      *
      *    THE FIRST STRETCH NOT YET SENT NAMES THE NEXT RECIPIENT;
      *    EVERY LATER STRETCH WITH THE SAME KEY GOES WITH IT.
      *
           IF NOT SG-DONE (SG-INDEX)
               MOVE SG-KEY (SG-INDEX) TO RD-KEY
               PERFORM 210-GET-RECIPIENT
               MOVE 0 TO GROUP-LINE-COUNT
                         GROUP-PAGE-COUNT
               PERFORM 220-START-RECIPIENT-OUTPUT
               PERFORM 300-SEND-KEY-SEGMENT
                   VARYING SG-SCAN-INDEX FROM SG-INDEX BY 1
                   UNTIL SG-SCAN-INDEX > SEGMENT-COUNT
                      OR NOT VALID-CURSOR
               PERFORM 230-END-RECIPIENT-OUTPUT
               ADD 1 TO RECIPIENT-COUNT.
      *
       210-GET-RECIPIENT.
      *
           MOVE 'Y' TO RECIPIENT-FOUND-SW.
           EXEC SQL
               SELECT RDNAME,   RDMETHOD,   RDDEST,   RDEMAIL
                   INTO :RD-NAME,  :RD-METHOD,
                        :RD-DEST,  :RD-EMAIL
                   FROM MM01.RPTDIST
                       WHERE RDREPORT = :BP-REPORT-ID
                         AND RDKEY    = :RD-KEY
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   SELECT RDNAME,   RDMETHOD,   RDDEST,   RDEMAIL
                       INTO :RD-NAME,  :RD-METHOD,
                            :RD-DEST,  :RD-EMAIL
                       FROM MM01.RPTDIST
                           WHERE RDREPORT = :BP-REPORT-ID
                             AND RDKEY    = '*'
               END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO RECIPIENT-FOUND-SW
                   MOVE '*** NO DISTRIBUTION ENTRY ***' TO RD-NAME
                   MOVE 'P'        TO RD-METHOD
                   MOVE 'UNDIST'   TO RD-DEST
                   MOVE SPACES     TO RD-EMAIL
                   ADD 1 TO UNDISTRIBUTED-COUNT
               WHEN OTHER
                   MOVE 'N' TO VALID-CURSOR-SW
           END-EVALUATE.
           IF RD-BY-EMAIL
               MOVE RD-EMAIL TO RD-LOG-DEST
           ELSE
               MOVE RD-DEST  TO RD-LOG-DEST.
      *
       220-START-RECIPIENT-OUTPUT.
      *
           IF RD-BY-EMAIL
               MOVE SPACES        TO BEM-RECORD-DATA
               MOVE 'H'           TO BEM-RECORD-TYPE
               MOVE RD-EMAIL      TO BEM-EMAIL
               MOVE BP-REPORT-ID  TO BEM-REPORT-ID
               MOVE BP-RUN-NUMBER TO BEM-RUN-NUMBER
               MOVE RD-KEY        TO BEM-KEY
               MOVE RD-NAME       TO BEM-NAME
               WRITE BURST-EMAIL-RECORD
               ADD 1 TO EMAIL-RECIPIENT-COUNT
           ELSE
               MOVE BANNER-LINE-1 TO BRSTPRT-RECORD
               WRITE BRSTPRT-RECORD AFTER ADVANCING PAGE
               MOVE BP-REPORT-ID  TO BL2-REPORT
               MOVE BP-RUN-NUMBER TO BL2-RUN
               MOVE RL-RUNTS      TO BL2-RUNTS
               MOVE BANNER-LINE-2 TO BRSTPRT-RECORD
               WRITE BRSTPRT-RECORD AFTER ADVANCING 3 LINES
               MOVE BD-KEY-NAME   TO BL3-KEYNAME
               MOVE RD-KEY        TO BL3-KEY
               MOVE RD-NAME       TO BL3-NAME
               MOVE BANNER-LINE-3 TO BRSTPRT-RECORD
               WRITE BRSTPRT-RECORD AFTER ADVANCING 2 LINES
               MOVE RD-DEST       TO BL4-DEST
               MOVE BANNER-LINE-4 TO BRSTPRT-RECORD
               WRITE BRSTPRT-RECORD AFTER ADVANCING 2 LINES
               MOVE BANNER-LINE-1 TO BRSTPRT-RECORD
               WRITE BRSTPRT-RECORD AFTER ADVANCING 3 LINES
               IF RECIPIENT-FOUND
                   ADD 1 TO PRINT-RECIPIENT-COUNT.
      *
       230-END-RECIPIENT-OUTPUT.
      *
           IF RD-BY-EMAIL
               MOVE SPACES           TO BEM-RECORD-DATA
               MOVE 'T'              TO BEM-RECORD-TYPE
               MOVE GROUP-LINE-COUNT TO BEM-LINE-COUNT
               MOVE GROUP-PAGE-COUNT TO BEM-PAGE-COUNT
               WRITE BURST-EMAIL-RECORD.
      *
       300-SEND-KEY-SEGMENT.
      *
           IF NOT SG-DONE (SG-SCAN-INDEX)
              AND SG-KEY (SG-SCAN-INDEX) = RD-KEY
               MOVE 0 TO SEGMENT-LINE-COUNT
               IF SG-MIDPAGE (SG-SCAN-INDEX)
                   MOVE SG-PAGE-SEQ (SG-SCAN-INDEX) TO AL-LOW-SEQ
                   COMPUTE AL-HIGH-SEQ =
                       SG-PAGE-SEQ (SG-SCAN-INDEX) + BD-HDR-LINES - 1
                   PERFORM 310-SEND-LINE-RANGE
               END-IF
               MOVE SG-FIRST-SEQ (SG-SCAN-INDEX) TO AL-LOW-SEQ
               MOVE SG-LAST-SEQ (SG-SCAN-INDEX)  TO AL-HIGH-SEQ
               PERFORM 310-SEND-LINE-RANGE
               MOVE 'Y' TO SG-DONE-SW (SG-SCAN-INDEX)
               COMPUTE GROUP-PAGE-COUNT = GROUP-PAGE-COUNT
                   + SG-LAST-PAGE (SG-SCAN-INDEX)
                   - SG-FIRST-PAGE (SG-SCAN-INDEX) + 1
               ADD SEGMENT-LINE-COUNT TO GROUP-LINE-COUNT
               PERFORM 350-LOG-SEGMENT.
      *
       310-SEND-LINE-RANGE.
      *
           MOVE 'N' TO END-OF-LINES-SW.
           EXEC SQL
               OPEN RANGECURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
               MOVE 'Y' TO END-OF-LINES-SW.
           PERFORM 320-SEND-ONE-LINE
               UNTIL END-OF-LINES.
           IF VALID-CURSOR
               EXEC SQL
                   CLOSE RANGECURS
               END-EXEC.
      *
       320-SEND-ONE-LINE.
      *
           EXEC SQL
               FETCH RANGECURS
                   INTO :AL-SEQ, :AL-TYPE, :AL-TEXT
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-LINES-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'Y' TO END-OF-LINES-SW
               WHEN RD-BY-EMAIL
                   MOVE 'D'     TO BEM-RECORD-TYPE
                   MOVE AL-TYPE TO BEM-LINE-TYPE
                   MOVE AL-TEXT TO BEM-LINE-TEXT
                   WRITE BURST-EMAIL-RECORD
                   ADD 1 TO SEGMENT-LINE-COUNT
               WHEN OTHER
                   MOVE AL-TEXT TO BRSTPRT-RECORD
                   EVALUATE TRUE
                       WHEN AL-TYPE = 'P'
                           WRITE BRSTPRT-RECORD
                               AFTER ADVANCING PAGE
                       WHEN AL-TYPE IS NUMERIC
                           WRITE BRSTPRT-RECORD
                               AFTER ADVANCING AL-TYPE-NUM LINES
                       WHEN OTHER
                           WRITE BRSTPRT-RECORD
                   END-EVALUATE
                   ADD 1 TO SEGMENT-LINE-COUNT
           END-EVALUATE.
      *
       350-LOG-SEGMENT.
      *
           EXEC SQL
               INSERT INTO MM01.RPTDLOG
                      (DLREPORT,       DLRUN,
                       DLKEY,          DLNAME,
                       DLMETHOD,       DLDEST,
                       DLFIRSTPG,      DLLASTPG,
                       DLLINES,        DLTS)
               VALUES (:BP-REPORT-ID,  :BP-RUN-NUMBER,
                       :RD-KEY,        :RD-NAME,
                       :RD-METHOD,     :RD-LOG-DEST,
                       :SG-FIRST-PAGE (SG-SCAN-INDEX),
                       :SG-LAST-PAGE (SG-SCAN-INDEX),
                       :SEGMENT-LINE-COUNT,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE RD-KEY      TO LDL-KEY.
           MOVE RD-NAME     TO LDL-NAME.
           IF RD-BY-EMAIL
               MOVE 'EMAIL' TO LDL-METHOD
           ELSE
               MOVE 'PRINT' TO LDL-METHOD.
           MOVE RD-LOG-DEST TO LDL-DEST.
           MOVE SG-FIRST-PAGE (SG-SCAN-INDEX) TO LDL-FIRST.
           MOVE SG-LAST-PAGE (SG-SCAN-INDEX)  TO LDL-LAST.
           MOVE SEGMENT-LINE-COUNT TO LDL-LINES.
           MOVE LOG-DETAIL-LINE TO DSTLOG-RECORD.
           WRITE DSTLOG-RECORD.
      *
       400-PRINT-LOG-TOTALS.
      *
           MOVE RECIPIENT-COUNT       TO LTL-RECIPS.
           MOVE PRINT-RECIPIENT-COUNT TO LTL-PRINT.
           MOVE EMAIL-RECIPIENT-COUNT TO LTL-EMAIL.
           MOVE UNDISTRIBUTED-COUNT   TO LTL-UNDIST.
           MOVE LOG-TOTAL-LINE TO DSTLOG-RECORD.
           WRITE DSTLOG-RECORD AFTER ADVANCING 2 LINES.
      *
