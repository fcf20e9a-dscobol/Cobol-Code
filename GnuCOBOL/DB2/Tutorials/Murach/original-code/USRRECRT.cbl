       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    USRRECRT.
      *
      *    QUARTERLY USER ACCESS RECERTIFICATION.  EVERY USER ON
      *    MM01.USERAUTH IS LISTED WITH EACH TRANSACTION CODE THEY
      *    HOLD AND THE LAST DATE IT WAS USED, TAKEN FROM:
      *
      *       CUSTAUDIT   CUSTOMER CHANGES BY USER AND CODE
      *       REFAUDIT    REFERENCE TABLE CHANGES BY USER AND CODE
      *       APPROVEQ    ITEMS KEYED INTO THE APPROVAL QUEUE (C
      *                   FOR CREDIT MEMOS AND REVERSALS, L FOR
      *                   CREDIT LIMIT CHANGES) AND ITEMS DECIDED
      *                   AS REVIEWER (V)
      *       MENULOG     THE INQUIRY MENU SESSION LOG - A SIGN-ON
      *                   COUNTS AS USE OF THE ACCOUNT, NOT OF ANY
      *                   ONE CODE
      *
      *    USERAUTH CODES ARE SHARED ACROSS THE POSTING PROGRAMS, SO
      *    THE SEGREGATION-OF-DUTIES RULES IN SOD-RULE-CATALOG BELOW
      *    ARE WRITTEN AS PAIRS OF CODES.  EVERY USER HOLDING BOTH
      *    CODES OF A RULE IS LISTED AGAINST IT.
      *
      *    AN ACCOUNT WITH NO USE FROM ANY SOURCE IN THE LAST
      *    IDLEDAYS DAYS BEFORE RUNDATE IS IDLE.  MODE=A SUSPENDS
      *    IDLE ACCOUNTS BY REMOVING THEIR USERAUTH ROWS; EACH ROW
      *    REMOVED IS WRITTEN TO SUSPLOG AND COMMITTED ONE BY ONE,
      *    SO THE LOG NEVER SHOWS A ROW THAT IS STILL ON FILE.
      *
      *    PARAMETERS (PARMPARS):
      *       RUNDATE    YYYYMMDD, DEFAULT TODAY
      *       IDLEDAYS   DEFAULT 090
      *       MODE       R = REPORT ONLY (DEFAULT)
      *                  A = APPLY - SUSPEND THE IDLE ACCOUNTS
      *
      *    RETURN CODE 4 WHEN ANY CONFLICT OR IDLE ACCOUNT IS
      *    FOUND, 8 ON A DB2 ERROR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MENULOG ASSIGN TO UT-S-MENULOG.
           SELECT PRTOUT  ASSIGN TO UT-S-PRTOUT.
           SELECT SUSPLOG ASSIGN TO UT-S-SUSPLOG.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MENULOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MENULOG-RECORD.
           05  ML-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  ML-TIME                 PIC 9(6).
           05  FILLER                  PIC X.
           05  ML-USERID               PIC X(8).
           05  FILLER                  PIC X(56).
      *
       FD  PRTOUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  PRTOUT-RECORD               PIC X(132).
      *
       FD  SUSPLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUSPLOG-RECORD.
           05  SL-RUN-DATE             PIC X(10).
           05  SL-USERID               PIC X(8).
           05  SL-TRANSCODE            PIC X.
           05  SL-LAST-USE             PIC X(10).
           05  SL-PROGRAM              PIC X(8).
           05  FILLER                  PIC X(43).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-CURSOR-SW         PIC X   VALUE 'Y'.
               88  VALID-CURSOR                VALUE 'Y'.
               88  NOT-VALID-CURSOR            VALUE 'N'.
           05  END-OF-AUTH-SW          PIC X   VALUE 'N'.
               88  END-OF-AUTH                 VALUE 'Y'.
           05  END-OF-MENULOG-SW       PIC X   VALUE 'N'.
               88  END-OF-MENULOG              VALUE 'Y'.
           05  FIRST-ROW-SW            PIC X   VALUE 'Y'.
               88  FIRST-ROW                   VALUE 'Y'.
           05  RUN-MODE-SW             PIC X   VALUE 'R'.
               88  REPORT-ONLY                 VALUE 'R'.
               88  APPLY-SUSPENSIONS           VALUE 'A'.
           05  CODE-1-HELD-SW          PIC X   VALUE 'N'.
               88  CODE-1-HELD                 VALUE 'Y'.
           05  CODE-2-HELD-SW          PIC X   VALUE 'N'.
               88  CODE-2-HELD                 VALUE 'Y'.
      *
           COPY EOJSTAT.
      *
       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.
      *
       01  PARAMETER-CARD-FIELDS.
      *
           05  PPS-PROGRAM              PIC X(8)  VALUE 'USRRECRT'.
           05  PPS-PARM-TABLE.
               10  PPS-ENTRY-COUNT      PIC S9(4) COMP.
               10  PPS-ENTRY OCCURS 20 TIMES.
                   15  PPS-KEYWORD      PIC X(12).
                   15  PPS-VALUE        PIC X(20).
           05  PPS-STATUS               PIC X.
      *
       01  SELECTION-PARAMETERS.
           05  RUN-DATE                PIC X(10).
           05  CUTOFF-DATE             PIC X(10).
           05  WS-DATE-CARD            PIC X(08).
           05  RUN-DATE-NUM            PIC 9(8).
           05  CUTOFF-DATE-NUM         PIC 9(8).
           05  IDLE-DAYS-CARD          PIC 9(3).
           05  IDLE-DAYS               PIC S9(3)       COMP-3.
      *
      *    ONE ENTRY PER RULE: RULE ID, THE TWO CONFLICTING
      *    USERAUTH CODES, AND WHAT HOLDING BOTH ALLOWS.
      *
       01  SOD-RULE-VALUES.
           05  FILLER  PIC X(4)  VALUE '01AC'.
           05  FILLER  PIC X(40) VALUE
               'INVOICE ENTRY AND CREDIT MEMO           '.
           05  FILLER  PIC X(4)  VALUE '02AW'.
           05  FILLER  PIC X(40) VALUE
               'INVOICE ENTRY AND WRITE-OFF             '.
           05  FILLER  PIC X(4)  VALUE '03PV'.
           05  FILLER  PIC X(40) VALUE
               'PAYMENT ENTRY AND APPROVAL RELEASE      '.
           05  FILLER  PIC X(4)  VALUE '04CV'.
           05  FILLER  PIC X(40) VALUE
               'CREDIT MEMO AND APPROVAL RELEASE        '.
           05  FILLER  PIC X(4)  VALUE '05AL'.
           05  FILLER  PIC X(40) VALUE
               'INVOICE ENTRY AND CREDIT LIMIT CHANGE   '.
           05  FILLER  PIC X(4)  VALUE '06AU'.
           05  FILLER  PIC X(40) VALUE
               'INVOICE ENTRY AND PERIOD REOPEN         '.
      *
       01  SOD-RULE-CATALOG REDEFINES SOD-RULE-VALUES.
           05  SOD-RULE OCCURS 6 TIMES.
               10  SR-RULE-ID           PIC X(2).
               10  SR-CODE-1            PIC X.
               10  SR-CODE-2            PIC X.
               10  SR-DESCRIPTION       PIC X(40).
      *
       01  TABLE-SUBSCRIPTS            COMP.
           05  RULE-SUB                PIC S9(4)       VALUE ZERO.
           05  CODE-SUB                PIC S9(4)       VALUE ZERO.
           05  CONFLICT-SUB            PIC S9(4)       VALUE ZERO.
           05  REMOVAL-SUB             PIC S9(4)       VALUE ZERO.
      *
      *    LATEST INQUIRY SIGN-ON PER USER, LOADED FROM MENULOG.
      *
       01  SESSION-TABLE.
           05  SESSION-COUNT           PIC S9(4)   COMP VALUE ZERO.
           05  SESSION-ENTRY OCCURS 500 TIMES
                   INDEXED BY SS-INDEX.
               10  SS-USERID           PIC X(8).
               10  SS-LAST-DATE        PIC X(10).
      *
       01  SESSION-DATE                PIC X(10).
      *
      *    THE CODES OF THE USER BEING LISTED.
      *
       01  USER-FIELDS.
           05  UF-USERID               PIC X(8).
           05  UF-LAST-SESSION         PIC X(10).
           05  UF-LAST-USE             PIC X(10).
           05  UF-CODE-COUNT           PIC S9(4)   COMP.
           05  UF-CODE-ENTRY OCCURS 26 TIMES.
               10  UF-CODE             PIC X.
               10  UF-CODE-LAST-USE    PIC X(10).
      *
       01  AUTH-ROW.
           05  UA-USERID               PIC X(8).
           05  UA-TRANSCODE            PIC X.
      *
       01  LAST-USE-FIELDS.
           05  LU-DATE                 PIC X(10).
           05  LU-SOURCE-DATE          PIC X(10).
           05  LU-SOURCE               PIC X(9).
      *
       01  CONFLICT-TABLE.
           05  CONFLICT-COUNT          PIC S9(4)   COMP VALUE ZERO.
           05  CONFLICT-ENTRY OCCURS 500 TIMES.
               10  CF-USERID           PIC X(8).
               10  CF-RULE-SUB         PIC S9(4)   COMP.
      *
       01  REMOVAL-TABLE.
           05  REMOVAL-COUNT           PIC S9(4)   COMP VALUE ZERO.
           05  REMOVAL-ENTRY OCCURS 2000 TIMES.
               10  RM-USERID           PIC X(8).
               10  RM-TRANSCODE        PIC X.
               10  RM-LAST-USE         PIC X(10).
      *
       01  REPORT-COUNTERS             COMP-3.
           05  USERS-LISTED            PIC S9(5)       VALUE ZERO.
           05  AUTHS-LISTED            PIC S9(7)       VALUE ZERO.
           05  CONFLICTS-FOUND         PIC S9(5)       VALUE ZERO.
           05  CONFLICTS-NOT-LISTED    PIC S9(5)       VALUE ZERO.
           05  IDLE-USERS              PIC S9(5)       VALUE ZERO.
           05  ROWS-NOT-LISTED         PIC S9(5)       VALUE ZERO.
           05  ROWS-SUSPENDED          PIC S9(5)       VALUE ZERO.
           05  SESSIONS-READ           PIC S9(7)       VALUE ZERO.
      *
       01  PRINT-FIELDS                COMP-3.
           05  PAGE-COUNT              PIC S9(3)       VALUE ZERO.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-ON-PAGE           PIC S9(3)       VALUE +50.
           05  SPACE-CONTROL           PIC S9(3)       VALUE +1.
      *
       01  HEADING-LINE-1.
           05  FILLER      PIC X(33)   VALUE
               'USER ACCESS RECERTIFICATION -    '.
           05  HL1-DATE    PIC X(21).
           05  FILLER      PIC X(36)   VALUE SPACES.
           05  FILLER      PIC X(6)    VALUE 'PAGE: '.
           05  HL1-PAGE    PIC X(5)    VALUE SPACES.
           05  FILLER      PIC X(31)   VALUE SPACES.
      *
       01  HL1-DAY-NAME                PIC X(9).
      *
       01  SELECTION-LINE.
           05  FILLER      PIC X(9)    VALUE 'RUN DATE '.
           05  SEL-RUN     PIC X(10).
           05  FILLER      PIC X(23)   VALUE
               '   IDLE IF NOT USED ON '.
           05  FILLER      PIC X(10)   VALUE 'OR AFTER  '.
           05  SEL-CUTOFF  PIC X(10).
           05  FILLER      PIC X(9)    VALUE '   MODE  '.
           05  SEL-MODE    PIC X(6).
           05  FILLER      PIC X(55)   VALUE SPACES.
      *
       01  SECTION-HEADING             PIC X(132).
      *
       01  RULE-HEADING.
           05  FILLER      PIC X(20)   VALUE 'SEGREGATION OF DUTIE'.
           05  FILLER      PIC X(20)   VALUE 'S RULES             '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  RULE-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'RULE  CODES   HOLDIN'.
           05  FILLER      PIC X(20)   VALUE 'G BOTH ALLOWS       '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  AUTH-HEADING.
           05  FILLER      PIC X(20)   VALUE 'AUTHORIZATIONS AND L'.
           05  FILLER      PIC X(20)   VALUE 'AST USE             '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  AUTH-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'USER      CODE  LAST'.
           05  FILLER      PIC X(20)   VALUE ' USED   SOURCE      '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  CONFLICT-HEADING.
           05  FILLER      PIC X(20)   VALUE 'USERS HOLDING A CONF'.
           05  FILLER      PIC X(20)   VALUE 'LICTING COMBINATION '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  CONFLICT-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'USER      RULE  CODE'.
           05  FILLER      PIC X(20)   VALUE 'S   HOLDING BOTH ALL'.
           05  FILLER      PIC X(20)   VALUE 'OWS                 '.
           05  FILLER      PIC X(72)   VALUE SPACES.
      *
       01  SUSPEND-HEADING.
           05  FILLER      PIC X(20)   VALUE 'IDLE ACCOUNTS       '.
           05  FILLER      PIC X(112)  VALUE SPACES.
      *
       01  SUSPEND-HEADING-2.
           05  FILLER      PIC X(20)   VALUE 'USER      CODE  LAST'.
           05  FILLER      PIC X(20)   VALUE ' USED   ACTION      '.
           05  FILLER      PIC X(92)   VALUE SPACES.
      *
       01  SECTION-HEADING-2           PIC X(132).
      *
       01  HOLD-LINE                   PIC X(132).
      *
       01  RULE-LINE.
           05  RUL-RULE-ID PIC X(2).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RUL-CODE-1  PIC X.
           05  FILLER      PIC X(3)    VALUE ' + '.
           05  RUL-CODE-2  PIC X.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RUL-DESC    PIC X(40).
           05  FILLER      PIC X(78)   VALUE SPACES.
      *
       01  AUTH-LINE.
           05  AL-USERID   PIC X(8).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  AL-CODE     PIC X.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  AL-LAST-USE PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  AL-SOURCE   PIC X(9).
           05  FILLER      PIC X(95)   VALUE SPACES.
      *
       01  USER-LINE.
           05  FILLER      PIC X(11)   VALUE SPACES.
           05  FILLER      PIC X(14)   VALUE 'LAST SIGN-ON  '.
           05  UL-SESSION  PIC X(10).
           05  FILLER      PIC X(17)   VALUE '   LAST ACTIVITY '.
           05  UL-LAST-USE PIC X(10).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  UL-STATUS   PIC X(20).
           05  FILLER      PIC X(47)   VALUE SPACES.
      *
       01  CONFLICT-LINE.
           05  CL-USERID   PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CL-RULE-ID  PIC X(2).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  CL-CODE-1   PIC X.
           05  FILLER      PIC X(3)    VALUE ' + '.
           05  CL-CODE-2   PIC X.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  CL-DESC     PIC X(40).
           05  FILLER      PIC X(68)   VALUE SPACES.
      *
       01  SUSPEND-LINE.
           05  SPL-USERID  PIC X(8).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  SPL-CODE    PIC X.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  SPL-LAST-USE
                           PIC X(10).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  SPL-ACTION  PIC X(20).
           05  FILLER      PIC X(84)   VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TL-LABEL    PIC X(30).
           05  TL-COUNT    PIC Z(6)9.
           05  FILLER      PIC X(95)   VALUE SPACES.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE AUTHCURS CURSOR FOR
                   SELECT UAUSERID,  UATRANSCODE
                       FROM MM01.USERAUTH
                       ORDER BY UAUSERID, UATRANSCODE
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RECERTIFY-USER-ACCESS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'USRRECRT' TO EOJS-Program-Id.
           OPEN INPUT  MENULOG
                OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           CALL 'WSDTFMT' USING CDT-FULL-DATE
                                HL1-DAY-NAME
                                HL1-DATE.
           PERFORM 045-RESOLVE-PARAMETERS.
           IF VALID-CURSOR
               PERFORM 060-LOAD-SESSION-DATE
                   UNTIL END-OF-MENULOG
               PERFORM 100-PRINT-RULE-SET
               PERFORM 150-OPEN-AUTH-CURSOR.
           IF VALID-CURSOR
               MOVE AUTH-HEADING   TO SECTION-HEADING
               MOVE AUTH-HEADING-2 TO SECTION-HEADING-2
               MOVE +999 TO LINE-COUNT
               PERFORM 200-LIST-ONE-AUTHORIZATION
                   UNTIL END-OF-AUTH
                      OR NOT-VALID-CURSOR
               PERFORM 290-CLOSE-AUTH-CURSOR.
           IF VALID-CURSOR AND NOT FIRST-ROW
               PERFORM 300-FINISH-USER.
           IF VALID-CURSOR
               PERFORM 400-PRINT-CONFLICTS.
           IF VALID-CURSOR
               IF APPLY-SUSPENSIONS
                   OPEN OUTPUT SUSPLOG
                   PERFORM 500-LIST-IDLE-ACCOUNTS
                   CLOSE SUSPLOG
               ELSE
                   PERFORM 500-LIST-IDLE-ACCOUNTS.
           PERFORM 600-PRINT-TOTAL-LINES.
           CLOSE MENULOG
                 PRTOUT.
           DISPLAY USERS-LISTED    ' USER(S) RECERTIFIED.'.
           DISPLAY CONFLICTS-FOUND ' SEGREGATION OF DUTIES'
                   ' CONFLICT(S).'.
           DISPLAY IDLE-USERS      ' IDLE ACCOUNT(S).'.
           DISPLAY ROWS-SUSPENDED  ' AUTHORIZATION(S) REMOVED.'.
           MOVE AUTHS-LISTED   TO EOJS-Records-In.
           MOVE ROWS-SUSPENDED TO EOJS-Records-Out.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF CONFLICTS-FOUND > 0 OR IDLE-USERS > 0
               MOVE 4 TO RETURN-CODE.
           IF NOT-VALID-CURSOR
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       045-RESOLVE-PARAMETERS.
      *
           MOVE 3          TO PPS-ENTRY-COUNT.
           MOVE 'RUNDATE'  TO PPS-KEYWORD (1).
           MOVE SPACES     TO PPS-VALUE (1).
           MOVE 'IDLEDAYS' TO PPS-KEYWORD (2).
           MOVE '090'      TO PPS-VALUE (2).
           MOVE 'MODE'     TO PPS-KEYWORD (3).
           MOVE 'R'        TO PPS-VALUE (3).
           CALL 'PARMPARS' USING PPS-PROGRAM
                                 PPS-PARM-TABLE
                                 PPS-STATUS.
           IF PPS-STATUS NOT = '0'
               DISPLAY 'PARAMETER DECK REJECTED - STATUS '
                       PPS-STATUS
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               PERFORM 050-EDIT-PARAMETERS.
      *
       050-EDIT-PARAMETERS.
      *
           MOVE PPS-VALUE (3) (1:1) TO RUN-MODE-SW.
           IF NOT REPORT-ONLY AND NOT APPLY-SUSPENSIONS
               DISPLAY 'MODE MUST BE R OR A.'
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE PPS-VALUE (2) (1:3) TO IDLE-DAYS-CARD.
           IF IDLE-DAYS-CARD NOT NUMERIC
              OR IDLE-DAYS-CARD = ZERO
               DISPLAY 'IDLEDAYS MUST BE 001 THROUGH 999.'
               MOVE 'N' TO VALID-CURSOR-SW.
           MOVE PPS-VALUE (1) (1:8) TO WS-DATE-CARD.
           IF WS-DATE-CARD = SPACES
               MOVE CDT-FULL-DATE TO WS-DATE-CARD.
           IF WS-DATE-CARD NOT NUMERIC
               DISPLAY 'RUNDATE MUST BE YYYYMMDD.'
               MOVE 'N' TO VALID-CURSOR-SW.
           IF VALID-CURSOR
               MOVE IDLE-DAYS-CARD TO IDLE-DAYS
               MOVE WS-DATE-CARD   TO RUN-DATE-NUM
               COMPUTE CUTOFF-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM)
                        - IDLE-DAYS)
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO RUN-DATE
               MOVE CUTOFF-DATE-NUM TO WS-DATE-CARD
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO CUTOFF-DATE
               MOVE RUN-DATE    TO SEL-RUN
               MOVE CUTOFF-DATE TO SEL-CUTOFF
               IF APPLY-SUSPENSIONS
                   MOVE 'APPLY'  TO SEL-MODE
               ELSE
                   MOVE 'REPORT' TO SEL-MODE.
      *
       060-LOAD-SESSION-DATE.
      *
           READ MENULOG
               AT END
                   MOVE 'Y' TO END-OF-MENULOG-SW.
           IF NOT END-OF-MENULOG
               ADD 1 TO SESSIONS-READ
               MOVE ML-DATE TO WS-DATE-CARD
               STRING WS-DATE-CARD(1:4) '-' WS-DATE-CARD(5:2) '-'
                      WS-DATE-CARD(7:2) DELIMITED BY SIZE
                      INTO SESSION-DATE
               SET SS-INDEX TO 1
               SEARCH SESSION-ENTRY
                   AT END
                       PERFORM 065-ADD-SESSION-USER
                   WHEN SS-INDEX > SESSION-COUNT
                       PERFORM 065-ADD-SESSION-USER
                   WHEN SS-USERID (SS-INDEX) = ML-USERID
                       IF SESSION-DATE > SS-LAST-DATE (SS-INDEX)
                           MOVE SESSION-DATE
                               TO SS-LAST-DATE (SS-INDEX)
                       END-IF
               END-SEARCH.
      *
       065-ADD-SESSION-USER.
      *
           IF SESSION-COUNT < 500
               ADD 1 TO SESSION-COUNT
               MOVE ML-USERID    TO SS-USERID (SESSION-COUNT)
               MOVE SESSION-DATE TO SS-LAST-DATE (SESSION-COUNT).
      *
       100-PRINT-RULE-SET.
      *
           MOVE RULE-HEADING   TO SECTION-HEADING.
           MOVE RULE-HEADING-2 TO SECTION-HEADING-2.
           PERFORM 110-PRINT-ONE-RULE
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 6.
      *
       110-PRINT-ONE-RULE.
      *
           MOVE SR-RULE-ID (RULE-SUB)     TO RUL-RULE-ID.
           MOVE SR-CODE-1 (RULE-SUB)      TO RUL-CODE-1.
           MOVE SR-CODE-2 (RULE-SUB)      TO RUL-CODE-2.
           MOVE SR-DESCRIPTION (RULE-SUB) TO RUL-DESC.
           MOVE RULE-LINE TO PRTOUT-RECORD.
           PERFORM 700-PRINT-REPORT-LINE.
      *
       150-OPEN-AUTH-CURSOR.
      *
           EXEC SQL
               OPEN AUTHCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       200-LIST-ONE-AUTHORIZATION.
      *
           EXEC SQL
               FETCH AUTHCURS
                   INTO :UA-USERID, :UA-TRANSCODE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-AUTH-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO VALID-CURSOR-SW
               WHEN OTHER
                   IF FIRST-ROW
                       MOVE 'N' TO FIRST-ROW-SW
                       PERFORM 205-START-USER
                   ELSE
                       IF UA-USERID NOT = UF-USERID
                           PERFORM 300-FINISH-USER
                           PERFORM 205-START-USER
                       END-IF
                   END-IF
                   PERFORM 210-GET-LAST-USE
                   IF VALID-CURSOR
                       PERFORM 240-PRINT-AUTH-LINE
                   END-IF
           END-EVALUATE.
      *
       205-START-USER.
      *
           MOVE UA-USERID TO UF-USERID.
           MOVE SPACES    TO UF-LAST-USE.
           MOVE ZERO      TO UF-CODE-COUNT.
           ADD 1 TO USERS-LISTED.
      *
       210-GET-LAST-USE.
      *
           MOVE SPACES TO LU-DATE
                          LU-SOURCE.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(DATE(AUDITTS)), ISO), ' ')
                   INTO :LU-SOURCE-DATE
                   FROM MM01.CUSTAUDIT
                       WHERE AUDITUSER = :UA-USERID
                         AND TRANSCODE = :UA-TRANSCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF LU-SOURCE-DATE > LU-DATE
                   MOVE LU-SOURCE-DATE TO LU-DATE
                   MOVE 'CUSTAUDIT'    TO LU-SOURCE.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(DATE(RFAUDITTS)), ISO), ' ')
                   INTO :LU-SOURCE-DATE
                   FROM MM01.REFAUDIT
                       WHERE RFUSER      = :UA-USERID
                         AND RFTRANSCODE = :UA-TRANSCODE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF LU-SOURCE-DATE > LU-DATE
                   MOVE LU-SOURCE-DATE TO LU-DATE
                   MOVE 'REFAUDIT'     TO LU-SOURCE.
           IF UA-TRANSCODE = 'C' OR 'L' OR 'V'
               PERFORM 220-GET-QUEUE-LAST-USE.
           IF UF-CODE-COUNT < 26
               ADD 1 TO UF-CODE-COUNT
               MOVE UA-TRANSCODE TO UF-CODE (UF-CODE-COUNT)
               MOVE LU-DATE      TO UF-CODE-LAST-USE (UF-CODE-COUNT).
           IF LU-DATE > UF-LAST-USE
               MOVE LU-DATE TO UF-LAST-USE.
      *
       220-GET-QUEUE-LAST-USE.
      *
           EVALUATE UA-TRANSCODE
               WHEN 'C'
                   EXEC SQL
                       SELECT COALESCE(CHAR(MAX(AQADDED), ISO), ' ')
                           INTO :LU-SOURCE-DATE
                           FROM MM01.APPROVEQ
                               WHERE AQUSERID = :UA-USERID
                                 AND COALESCE(AQTYPE, ' ') = ' '
                   END-EXEC
               WHEN 'L'
                   EXEC SQL
                       SELECT COALESCE(CHAR(MAX(AQADDED), ISO), ' ')
                           INTO :LU-SOURCE-DATE
                           FROM MM01.APPROVEQ
                               WHERE AQUSERID = :UA-USERID
                                 AND AQTYPE   = 'CL'
                   END-EXEC
               WHEN 'V'
                   EXEC SQL
                       SELECT COALESCE(CHAR(MAX(AQADDED), ISO), ' ')
                           INTO :LU-SOURCE-DATE
                           FROM MM01.APPROVEQ
                               WHERE AQREVIEWER = :UA-USERID
                   END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW
           ELSE
               IF LU-SOURCE-DATE > LU-DATE
                   MOVE LU-SOURCE-DATE TO LU-DATE
                   MOVE 'APPROVEQ'     TO LU-SOURCE.
      *
       240-PRINT-AUTH-LINE.
      *
           ADD 1 TO AUTHS-LISTED.
           IF UF-CODE-COUNT = 1
               MOVE UA-USERID TO AL-USERID
           ELSE
               MOVE SPACES    TO AL-USERID.
           MOVE UA-TRANSCODE TO AL-CODE.
           IF LU-DATE = SPACES
               MOVE 'NONE'    TO AL-LAST-USE
           ELSE
               MOVE LU-DATE   TO AL-LAST-USE.
           MOVE LU-SOURCE TO AL-SOURCE.
           MOVE AUTH-LINE TO PRTOUT-RECORD.
           PERFORM 700-PRINT-REPORT-LINE.
      *
       290-CLOSE-AUTH-CURSOR.
      *
           EXEC SQL
               CLOSE AUTHCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO VALID-CURSOR-SW.
      *
       300-FINISH-USER.
      *
      *    THE ACCOUNT'S LAST USE IS ITS LATEST CODE USE OR ITS
      *    LATEST INQUIRY SIGN-ON, WHICHEVER IS LATER.
      *
           MOVE SPACES TO UF-LAST-SESSION.
           SET SS-INDEX TO 1.
           SEARCH SESSION-ENTRY
               AT END
                   CONTINUE
               WHEN SS-INDEX > SESSION-COUNT
                   CONTINUE
               WHEN SS-USERID (SS-INDEX) = UF-USERID
                   MOVE SS-LAST-DATE (SS-INDEX) TO UF-LAST-SESSION
           END-SEARCH.
           IF UF-LAST-SESSION > UF-LAST-USE
               MOVE UF-LAST-SESSION TO UF-LAST-USE.
           IF UF-LAST-SESSION = SPACES
               MOVE 'NONE'          TO UL-SESSION
           ELSE
               MOVE UF-LAST-SESSION TO UL-SESSION.
           IF UF-LAST-USE = SPACES
               MOVE 'NONE'          TO UL-LAST-USE
           ELSE
               MOVE UF-LAST-USE     TO UL-LAST-USE.
           IF UF-LAST-USE < CUTOFF-DATE
               MOVE '** IDLE'       TO UL-STATUS
               ADD 1 TO IDLE-USERS
               PERFORM 320-SAVE-IDLE-ROW
                   VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > UF-CODE-COUNT
           ELSE
               MOVE 'ACTIVE'        TO UL-STATUS.
           MOVE USER-LINE TO PRTOUT-RECORD.
           PERFORM 700-PRINT-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 310-TEST-ONE-RULE
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 6.
      *
       310-TEST-ONE-RULE.
      *
           MOVE 'N' TO CODE-1-HELD-SW
                       CODE-2-HELD-SW.
           PERFORM 315-TEST-ONE-CODE
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > UF-CODE-COUNT.
           IF CODE-1-HELD AND CODE-2-HELD
               ADD 1 TO CONFLICTS-FOUND
               IF CONFLICT-COUNT < 500
                   ADD 1 TO CONFLICT-COUNT
                   MOVE UF-USERID TO CF-USERID (CONFLICT-COUNT)
                   MOVE RULE-SUB  TO CF-RULE-SUB (CONFLICT-COUNT)
               ELSE
                   ADD 1 TO CONFLICTS-NOT-LISTED.
      *
       315-TEST-ONE-CODE.
      *
           IF UF-CODE (CODE-SUB) = SR-CODE-1 (RULE-SUB)
               MOVE 'Y' TO CODE-1-HELD-SW.
           IF UF-CODE (CODE-SUB) = SR-CODE-2 (RULE-SUB)
               MOVE 'Y' TO CODE-2-HELD-SW.
      *
       320-SAVE-IDLE-ROW.
      *
           IF REMOVAL-COUNT < 2000
               ADD 1 TO REMOVAL-COUNT
               MOVE UF-USERID   TO RM-USERID (REMOVAL-COUNT)
               MOVE UF-CODE (CODE-SUB)
                                TO RM-TRANSCODE (REMOVAL-COUNT)
               MOVE UF-LAST-USE TO RM-LAST-USE (REMOVAL-COUNT)
           ELSE
               ADD 1 TO ROWS-NOT-LISTED.
      *
       400-PRINT-CONFLICTS.
      *
           MOVE CONFLICT-HEADING   TO SECTION-HEADING.
           MOVE CONFLICT-HEADING-2 TO SECTION-HEADING-2.
           MOVE +999 TO LINE-COUNT.
           PERFORM 410-PRINT-ONE-CONFLICT
               VARYING CONFLICT-SUB FROM 1 BY 1
               UNTIL CONFLICT-SUB > CONFLICT-COUNT.
           IF CONFLICT-COUNT = ZERO
               MOVE 'NO USER HOLDS A CONFLICTING COMBINATION.'
                   TO PRTOUT-RECORD
               PERFORM 700-PRINT-REPORT-LINE.
      *
       410-PRINT-ONE-CONFLICT.
      *
           MOVE CF-RULE-SUB (CONFLICT-SUB) TO RULE-SUB.
           MOVE CF-USERID (CONFLICT-SUB)   TO CL-USERID.
           MOVE SR-RULE-ID (RULE-SUB)      TO CL-RULE-ID.
           MOVE SR-CODE-1 (RULE-SUB)       TO CL-CODE-1.
           MOVE SR-CODE-2 (RULE-SUB)       TO CL-CODE-2.
           MOVE SR-DESCRIPTION (RULE-SUB)  TO CL-DESC.
           MOVE CONFLICT-LINE TO PRTOUT-RECORD.
           PERFORM 700-PRINT-REPORT-LINE.
      *
       500-LIST-IDLE-ACCOUNTS.
      *
           MOVE SUSPEND-HEADING   TO SECTION-HEADING.
           MOVE SUSPEND-HEADING-2 TO SECTION-HEADING-2.
           MOVE +999 TO LINE-COUNT.
           PERFORM 510-LIST-ONE-IDLE-ROW
               VARYING REMOVAL-SUB FROM 1 BY 1
               UNTIL REMOVAL-SUB > REMOVAL-COUNT
                  OR NOT-VALID-CURSOR.
           IF REMOVAL-COUNT = ZERO
               MOVE 'NO IDLE ACCOUNTS.' TO PRTOUT-RECORD
               PERFORM 700-PRINT-REPORT-LINE.
      *
       510-LIST-ONE-IDLE-ROW.
      *
           MOVE RM-USERID (REMOVAL-SUB)    TO SPL-USERID.
           MOVE RM-TRANSCODE (REMOVAL-SUB) TO SPL-CODE.
           IF RM-LAST-USE (REMOVAL-SUB) = SPACES
               MOVE 'NEVER'                   TO SPL-LAST-USE
           ELSE
               MOVE RM-LAST-USE (REMOVAL-SUB) TO SPL-LAST-USE.
           IF APPLY-SUSPENSIONS
               PERFORM 520-SUSPEND-ONE-ROW
           ELSE
               MOVE 'SUSPEND WITH MODE=A' TO SPL-ACTION.
           MOVE SUSPEND-LINE TO PRTOUT-RECORD.
           PERFORM 700-PRINT-REPORT-LINE.
      *
       520-SUSPEND-ONE-ROW.
      *
           EXEC SQL
               DELETE FROM MM01.USERAUTH
                   WHERE UAUSERID    = :RM-USERID (REMOVAL-SUB)
                     AND UATRANSCODE = :RM-TRANSCODE (REMOVAL-SUB)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO ROWS-SUSPENDED
                   MOVE 'SUSPENDED'         TO SPL-ACTION
                   PERFORM 530-WRITE-SUSPEND-LOG
               WHEN 100
                   MOVE 'ALREADY REMOVED'   TO SPL-ACTION
               WHEN OTHER
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 'N' TO VALID-CURSOR-SW
                   MOVE 'DB2 ERROR'         TO SPL-ACTION
           END-EVALUATE.
      *
       530-WRITE-SUSPEND-LOG.
      *
           MOVE SPACES                     TO SUSPLOG-RECORD.
           MOVE RUN-DATE                   TO SL-RUN-DATE.
           MOVE RM-USERID (REMOVAL-SUB)    TO SL-USERID.
           MOVE RM-TRANSCODE (REMOVAL-SUB) TO SL-TRANSCODE.
           MOVE RM-LAST-USE (REMOVAL-SUB)  TO SL-LAST-USE.
           MOVE 'USRRECRT'                 TO SL-PROGRAM.
           WRITE SUSPLOG-RECORD.
      *
       600-PRINT-TOTAL-LINES.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 710-PRINT-REPORT-HEADING.
           MOVE 2 TO SPACE-CONTROL.
           IF VALID-CURSOR
               MOVE 'USERS LISTED:'                TO TL-LABEL
               MOVE USERS-LISTED                   TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'AUTHORIZATIONS LISTED:'       TO TL-LABEL
               MOVE AUTHS-LISTED                   TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'INQUIRY SESSIONS READ:'       TO TL-LABEL
               MOVE SESSIONS-READ                  TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'SOD CONFLICTS:'               TO TL-LABEL
               MOVE CONFLICTS-FOUND                TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'IDLE ACCOUNTS:'               TO TL-LABEL
               MOVE IDLE-USERS                     TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               MOVE 'AUTHORIZATIONS REMOVED:'      TO TL-LABEL
               MOVE ROWS-SUSPENDED                 TO TL-COUNT
               PERFORM 610-WRITE-TOTAL-LINE
               IF CONFLICTS-NOT-LISTED > 0
                  OR ROWS-NOT-LISTED > 0
                   MOVE 'TABLE FULL - ITEMS NOT LISTED:'
                                                   TO TL-LABEL
                   COMPUTE TL-COUNT = CONFLICTS-NOT-LISTED
                                    + ROWS-NOT-LISTED
                   PERFORM 610-WRITE-TOTAL-LINE
               END-IF
           ELSE
               MOVE '****  DB2 ERROR  -- INCOMPLETE REPORT  ****'
                                     TO PRTOUT-RECORD
               PERFORM 730-WRITE-REPORT-LINE.
      *
       610-WRITE-TOTAL-LINE.
      *
           MOVE TOTAL-LINE TO PRTOUT-RECORD.
           PERFORM 730-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
      *
       700-PRINT-REPORT-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               MOVE PRTOUT-RECORD TO HOLD-LINE
               PERFORM 710-PRINT-REPORT-HEADING
               MOVE 1 TO LINE-COUNT
               MOVE HOLD-LINE TO PRTOUT-RECORD.
           PERFORM 730-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *
       710-PRINT-REPORT-HEADING.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HL1-PAGE.
           MOVE HEADING-LINE-1 TO PRTOUT-RECORD.
           PERFORM 720-WRITE-PAGE-TOP-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE SELECTION-LINE TO PRTOUT-RECORD.
           PERFORM 730-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE SECTION-HEADING TO PRTOUT-RECORD.
           PERFORM 730-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
           MOVE SECTION-HEADING-2 TO PRTOUT-RECORD.
           PERFORM 730-WRITE-REPORT-LINE.
           MOVE 2 TO SPACE-CONTROL.
      *
       720-WRITE-PAGE-TOP-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER ADVANCING PAGE.
      *
       730-WRITE-REPORT-LINE.
      *
           WRITE PRTOUT-RECORD
               AFTER SPACE-CONTROL LINES.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
