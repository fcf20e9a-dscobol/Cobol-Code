      *    CARD, SO A RERUN MEANS PINNING ONE ROW, NOT EDITING
      *    HALF A DOZEN DECKS.
      *
      *    THE RUN ORDER OF THE CYCLE LIVES IN MM01.BIZPREREQ: A
      *    ROW SAYS PROGRAM BPPGM MAY NOT START UNTIL PROGRAM
      *    BPREQPGM HAS COMPLETED FOR THE SAME BUSINESS DATE.  A
      *    PROGRAM THAT ASKS FOR THE DATE (G OR R) WHILE ANY OF
      *    ITS PREREQUISITES IS INCOMPLETE IS REFUSED, AND EACH
      *    MISSING PREREQUISITE IS NAMED ON THE JOB LOG.
      *
      *    FUNCTIONS:
      *       G  RETURN THE CURRENT BUSINESS DATE
      *       R  RETURN THE DATE AND REGISTER THE CALLING PROGRAM
      *       O  REGISTER THE CALLER FOR THE DATE PASSED IN,
      *          REPLACING ANY EARLIER REGISTRATION (THE EXPLICIT
      *          OVERRIDE FOR A DELIBERATE RERUN)
      *       E  MARK THE CALLER'S RUN COMPLETE FOR THE DATE PASSED
      *          IN (SPACES = THE CURRENT BUSINESS DATE), REGISTERING
      *          IT FIRST IF IT NEVER REGISTERED
      *
      *    STATUS:  0 OK,  2 ALREADY RAN,  3 PREREQUISITE NOT
      *             COMPLETE,  9 ERROR.
      *
       ENVIRONMENT DIVISION.
      *
      *
           05  BW-CURRENT-DATE          PIC X(10).
           05  BW-RUN-COUNT             PIC S9(9)    COMP.
           05  BW-REQ-PROGRAM           PIC X(8).
      *
       01  SWITCHES.
      *
           05  END-OF-PREREQS-SW        PIC X  VALUE 'N'.
               88  END-OF-PREREQS              VALUE 'Y'.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE PREQCURS CURSOR FOR
                   SELECT Q.BPREQPGM
                       FROM MM01.BIZPREREQ Q
                       WHERE Q.BPPGM = :BZD-PROGRAM
                         AND NOT EXISTS
                             (SELECT 1
                                  FROM MM01.BIZRUN R
                                  WHERE R.BRPGM  = Q.BPREQPGM
                                    AND R.BRDATE = :BZD-DATE
                                    AND R.BRDONE = 'Y')
                       ORDER BY Q.BPREQPGM
           END-EXEC.
      *
       LINKAGE SECTION.
      *
           88  BZD-GET-DATE                 VALUE 'G'.
           88  BZD-REGISTER-RUN             VALUE 'R'.
           88  BZD-OVERRIDE-RUN             VALUE 'O'.
           88  BZD-END-RUN                  VALUE 'E'.
      *
       01  BZD-PROGRAM                  PIC X(8).
      *
       01  BZD-STATUS                   PIC X.
           88  BZD-OK                       VALUE '0'.
           88  BZD-ALREADY-RAN              VALUE '2'.
           88  BZD-PREREQ-MISSING           VALUE '3'.
           88  BZD-FAILED                   VALUE '9'.
      *
       PROCEDURE DIVISION USING BZD-FUNCTION
           EVALUATE TRUE
               WHEN BZD-GET-DATE
                   PERFORM 100-GET-CURRENT-DATE
                   IF BZD-OK
                       PERFORM 150-CHECK-PREREQUISITES
                   END-IF
               WHEN BZD-REGISTER-RUN
                   PERFORM 100-GET-CURRENT-DATE
                   IF BZD-OK
                       PERFORM 150-CHECK-PREREQUISITES
                   END-IF
                   IF BZD-OK
                       PERFORM 200-REGISTER-PROGRAM-RUN
                   END-IF
               WHEN BZD-OVERRIDE-RUN
                   PERFORM 300-OVERRIDE-PROGRAM-RUN
               WHEN BZD-END-RUN
                   IF BZD-DATE = SPACES
                       PERFORM 100-GET-CURRENT-DATE
                   END-IF
                   IF BZD-OK
                       PERFORM 400-END-PROGRAM-RUN
                   END-IF
               WHEN OTHER
                   MOVE '9' TO BZD-STATUS
           END-EVALUATE.
               MOVE '9' TO BZD-STATUS
           ELSE
               MOVE BW-CURRENT-DATE TO BZD-DATE.
      *
       150-CHECK-PREREQUISITES.
      *
           MOVE 'N' TO END-OF-PREREQS-SW.
           EXEC SQL
               OPEN PREQCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9' TO BZD-STATUS
           ELSE
               PERFORM 160-FETCH-MISSING-PREREQ
                   UNTIL END-OF-PREREQS
               EXEC SQL
                   CLOSE PREQCURS
               END-EXEC.
      *
       160-FETCH-MISSING-PREREQ.
      *
           EXEC SQL
               FETCH PREQCURS
                   INTO :BW-REQ-PROGRAM
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-PREREQS-SW
               WHEN SQLCODE NOT = 0
                   MOVE 'Y' TO END-OF-PREREQS-SW
                   MOVE '9' TO BZD-STATUS
               WHEN OTHER
                   DISPLAY BZD-PROGRAM ' REFUSED - PREREQUISITE '
                           BW-REQ-PROGRAM ' HAS NOT COMPLETED FOR '
                           BZD-DATE
                   MOVE '3' TO BZD-STATUS
           END-EVALUATE.
      *
       200-REGISTER-PROGRAM-RUN.
      *
      *
           EXEC SQL
               INSERT INTO MM01.BIZRUN
                      (BRPGM,         BRDATE,      BRDONE)
               VALUES (:BZD-PROGRAM,  :BZD-DATE,   'N')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9' TO BZD-STATUS
           ELSE
               PERFORM 250-INSERT-RUN-ROW.
      *
      *
       400-END-PROGRAM-RUN.
      *
      *    CALLED AFTER THE CALLER'S LAST COMMIT, SO THE COMMIT
      *    HERE CARRIES ONLY THE COMPLETION MARK.
      *
           EXEC SQL
               UPDATE MM01.BIZRUN
                  SET BRDONE   = 'Y',
                      BRENDTS  = CURRENT TIMESTAMP
                WHERE BRPGM    = :BZD-PROGRAM
                  AND BRDATE   = :BZD-DATE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO MM01.BIZRUN
                          (BRPGM,         BRDATE,     BRDONE,
                           BRENDTS)
                   VALUES (:BZD-PROGRAM,  :BZD-DATE,  'Y',
                           CURRENT TIMESTAMP)
               END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9' TO BZD-STATUS
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC.
      *
