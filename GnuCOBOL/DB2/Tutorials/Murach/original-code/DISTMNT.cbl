       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DISTMNT.
      *
      *    MAINTAINS THE TWO TABLES RPTBURST WORKS FROM.  RECORD
      *    TYPE B IS A REPORT'S BURST DEFINITION IN MM01.BURSTDEF:
      *    WHERE ITS BREAK KEY SITS (HEADING LINE OR DETAIL LINES,
      *    COLUMN AND LENGTH) AND HOW MANY HEADING LINES EACH PAGE
      *    CARRIES.  RECORD TYPE R IS ONE RECIPIENT IN MM01.RPTDIST:
      *    THE KEY VALUE, WHO IT IS, AND WHETHER THEIR PAGES PRINT
      *    AT A DESTINATION OR GO BY EMAIL.  A KEY OF '*' CATCHES
      *    EVERY KEY OF THE REPORT WITHOUT A ROW OF ITS OWN.  A
      *    RECIPIENT NEEDS ITS REPORT'S DEFINITION, AND A DEFINITION
      *    WITH RECIPIENTS CANNOT BE DELETED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DSTTRAN ASSIGN TO UT-S-DSTTRAN.
           SELECT BADTRAN ASSIGN TO UT-S-BADTRAN.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DSTTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 118 CHARACTERS.
      *
       01  DISTRIBUTION-TRANSACTION-RECORD.
      *
           05  DTR-TRANSACTION-CODE     PIC X.
           05  DTR-RECORD-TYPE          PIC X.
               88  DTR-BURST-DEFINITION      VALUE 'B'.
               88  DTR-RECIPIENT             VALUE 'R'.
           05  DTR-REPORT-ID            PIC X(8).
           05  DTR-RECIPIENT-DATA.
               10  DTR-KEY              PIC X(10).
               10  DTR-NAME             PIC X(30).
               10  DTR-METHOD           PIC X.
               10  DTR-DEST             PIC X(8).
               10  DTR-EMAIL            PIC X(50).
               10  FILLER               PIC X.
           05  DTR-DEFINITION-DATA REDEFINES DTR-RECIPIENT-DATA.
               10  DTR-MODE             PIC X.
               10  DTR-KEY-LINE         PIC 99.
               10  DTR-HDR-LINES        PIC 99.
               10  DTR-KEY-COL          PIC 999.
               10  DTR-KEY-LEN          PIC 99.
               10  DTR-KEY-NAME         PIC X(20).
               10  FILLER               PIC X(70).
           05  DTR-USER-ID              PIC X(8).
      *
       FD  BADTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  BAD-TRANSACTION-RECORD.
      *
           05  BTR-TRANSACTION-DATA     PIC X(118).
           05  BTR-REASON-CODE          PIC XX.
               88  REASON-BAD-TRANS-CODE     VALUE 'TC'.
               88  REASON-BAD-RECORD-TYPE    VALUE 'RT'.
               88  REASON-BLANK-KEY          VALUE 'KY'.
               88  REASON-BAD-FIELDS         VALUE 'FL'.
               88  REASON-NO-DEFINITION      VALUE 'ND'.
               88  REASON-DEFINITION-IN-USE  VALUE 'IU'.
               88  REASON-NO-USER-ID         VALUE 'US'.
               88  REASON-SQL-ERROR          VALUE 'SQ'.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
      *
           05  END-OF-TRANSACTIONS-SW   PIC X    VALUE 'N'.
               88  END-OF-TRANSACTIONS           VALUE 'Y'.
           05  VALID-TRANSACTION-SW     PIC X    VALUE 'Y'.
               88  VALID-TRANSACTION             VALUE 'Y'.
      *
       01  TRANSACTION-COUNTERS.
      *
           05  TC-TRANSACTIONS-READ     PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-POSTED   PIC S9(9) COMP VALUE ZERO.
           05  TC-TRANSACTIONS-REJECTED PIC S9(9) COMP VALUE ZERO.
      *
           COPY EOJSTAT.
      *
       01  BURST-DEFINITION-ROW.
      *
           05  BD-REPORT                PIC X(8).
           05  BD-MODE                  PIC X.
           05  BD-KEY-LINE              PIC S9(4) COMP.
           05  BD-HDR-LINES             PIC S9(4) COMP.
           05  BD-KEY-COL               PIC S9(4) COMP.
           05  BD-KEY-LEN               PIC S9(4) COMP.
           05  BD-KEY-NAME              PIC X(20).
      *
       01  RECIPIENT-ROW.
      *
           05  RD-REPORT                PIC X(8).
           05  RD-KEY                   PIC X(10).
           05  RD-NAME                  PIC X(30).
           05  RD-METHOD                PIC X.
           05  RD-DEST                  PIC X(8).
           05  RD-EMAIL                 PIC X(50).
      *
       01  DEFINITION-AUDIT-IMAGE.
      *
           05  FILLER                   PIC X(5)  VALUE 'MODE '.
           05  DI-MODE                  PIC X.
           05  FILLER                   PIC X(6)  VALUE ' LINE '.
           05  DI-KEY-LINE              PIC Z9.
           05  FILLER                   PIC X(6)  VALUE ' HDRS '.
           05  DI-HDR-LINES             PIC Z9.
           05  FILLER                   PIC X(5)  VALUE ' COL '.
           05  DI-KEY-COL               PIC ZZ9.
           05  FILLER                   PIC X(5)  VALUE ' LEN '.
           05  DI-KEY-LEN               PIC Z9.
           05  FILLER                   PIC X     VALUE SPACE.
           05  DI-KEY-NAME              PIC X(20).
      *
       01  RECIPIENT-AUDIT-IMAGE.
      *
           05  RI-NAME                  PIC X(30).
           05  FILLER                   PIC X     VALUE SPACE.
           05  RI-METHOD                PIC X.
           05  FILLER                   PIC X     VALUE SPACE.
           05  RI-DEST                  PIC X(8).
           05  FILLER                   PIC X     VALUE SPACE.
           05  RI-EMAIL                 PIC X(50).
      *
       01  CHECK-FIELDS.
      *
           05  CK-ROW-COUNT             PIC S9(9) COMP.
           05  CK-AT-COUNT              PIC S9(4) COMP.
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-POST-DISTRIBUTION-TRANSACTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE 'DISTMNT ' TO EOJS-Program-Id.
           OPEN INPUT  DSTTRAN
                OUTPUT BADTRAN.
           PERFORM 100-POST-DISTRIBUTION-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE DSTTRAN
                 BADTRAN.
           MOVE TC-TRANSACTIONS-READ     TO EOJS-Records-In.
           MOVE TC-TRANSACTIONS-POSTED   TO EOJS-Records-Out.
           MOVE TC-TRANSACTIONS-REJECTED TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           PERFORM 9710-Insert-Job-Statistics.
           IF TC-TRANSACTIONS-REJECTED > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       100-POST-DISTRIBUTION-TRANSACTION.
      *
           MOVE 'Y'    TO VALID-TRANSACTION-SW.
           MOVE SPACES TO BTR-REASON-CODE.
           PERFORM 110-READ-TRANSACTION-RECORD.
           IF NOT END-OF-TRANSACTIONS
               MOVE SPACES TO RFA-BEFORE-IMAGE
                              RFA-AFTER-IMAGE
               PERFORM 112-CHECK-USER-ID
               IF VALID-TRANSACTION
                  AND NOT DTR-BURST-DEFINITION
                  AND NOT DTR-RECIPIENT
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'RT' TO BTR-REASON-CODE
               END-IF
               IF VALID-TRANSACTION
                   IF DTR-REPORT-ID = SPACES
                      OR (DTR-RECIPIENT AND DTR-KEY = SPACES)
                       MOVE 'N'  TO VALID-TRANSACTION-SW
                       MOVE 'KY' TO BTR-REASON-CODE
                   END-IF
               END-IF
               IF VALID-TRANSACTION
                   IF DTR-BURST-DEFINITION
                       PERFORM 200-POST-DEFINITION
                   ELSE
                       PERFORM 300-POST-RECIPIENT
                   END-IF
               END-IF
               IF VALID-TRANSACTION
                   PERFORM 146-WRITE-REFERENCE-AUDIT
               END-IF
               IF VALID-TRANSACTION
                   ADD 1 TO TC-TRANSACTIONS-POSTED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   PERFORM 150-WRITE-BAD-TRANS-RECORD.
      *
       110-READ-TRANSACTION-RECORD.
      *
           READ DSTTRAN
               AT END
                   MOVE 'Y' TO END-OF-TRANSACTIONS-SW
               NOT AT END
                   ADD 1 TO TC-TRANSACTIONS-READ.
      *
       112-CHECK-USER-ID.
      *
           IF DTR-USER-ID = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'US' TO BTR-REASON-CODE.
      *
       146-WRITE-REFERENCE-AUDIT.
      *
           IF DTR-BURST-DEFINITION
               MOVE 'BURSTDEF'       TO RFA-TABLE
               MOVE BD-REPORT        TO RFA-KEY
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   PERFORM 215-FORMAT-DEFINITION-IMAGE
                   MOVE DEFINITION-AUDIT-IMAGE TO RFA-AFTER-IMAGE
               END-IF
           ELSE
               MOVE 'RPTDIST'        TO RFA-TABLE
               MOVE SPACES           TO RFA-KEY
               STRING RD-REPORT  DELIMITED BY SPACE
                      '/'        DELIMITED BY SIZE
                      RD-KEY     DELIMITED BY SIZE
                   INTO RFA-KEY
               IF DTR-TRANSACTION-CODE NOT = 'D'
                   PERFORM 315-FORMAT-RECIPIENT-IMAGE
                   MOVE RECIPIENT-AUDIT-IMAGE TO RFA-AFTER-IMAGE.
           MOVE DTR-TRANSACTION-CODE TO RFA-TRANS-CODE.
           MOVE DTR-USER-ID          TO RFA-USER-ID.
           MOVE 'DISTMNT'            TO RFA-PROGRAM.
           CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
           IF NOT RFA-OK
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       150-WRITE-BAD-TRANS-RECORD.
      *
           MOVE DISTRIBUTION-TRANSACTION-RECORD
               TO BTR-TRANSACTION-DATA.
           WRITE BAD-TRANSACTION-RECORD.
           ADD 1 TO TC-TRANSACTIONS-REJECTED.
      *
       200-POST-DEFINITION.
      *
           MOVE DTR-REPORT-ID TO BD-REPORT.
           EVALUATE DTR-TRANSACTION-CODE
               WHEN 'A'
                   PERFORM 210-VALIDATE-DEFINITION
                   IF VALID-TRANSACTION
                       PERFORM 220-INSERT-DEFINITION-ROW
                   END-IF
               WHEN 'R'
                   PERFORM 210-VALIDATE-DEFINITION
                   IF VALID-TRANSACTION
                       PERFORM 230-UPDATE-DEFINITION-ROW
                   END-IF
               WHEN 'D'   PERFORM 240-DELETE-DEFINITION-ROW
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TC' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       210-VALIDATE-DEFINITION.
      *
      *    THE KEY MUST FIT ON A 132-COLUMN LINE.  A HEADING-LINE
      *    KEY NEEDS THE LINE IT IS ON; A DETAIL-LINE KEY NEEDS THE
      *    HEADING LINES SO THEY ARE NOT READ AS DETAIL.
      *
           IF (DTR-MODE NOT = 'H' AND DTR-MODE NOT = 'D')
              OR DTR-KEY-LINE NOT NUMERIC
              OR DTR-HDR-LINES NOT NUMERIC
              OR DTR-KEY-COL NOT NUMERIC
              OR DTR-KEY-LEN NOT NUMERIC
              OR DTR-KEY-NAME = SPACES
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'FL' TO BTR-REASON-CODE
           ELSE
               IF DTR-KEY-COL = 0
                  OR DTR-KEY-LEN = 0
                  OR DTR-KEY-LEN > 10
                  OR DTR-KEY-COL + DTR-KEY-LEN > 133
                  OR DTR-HDR-LINES = 0
                  OR (DTR-MODE = 'H' AND DTR-KEY-LINE = 0)
                  OR (DTR-MODE = 'H' AND DTR-KEY-LINE > DTR-HDR-LINES)
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'FL' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               MOVE DTR-MODE      TO BD-MODE
               MOVE DTR-KEY-LINE  TO BD-KEY-LINE
               MOVE DTR-HDR-LINES TO BD-HDR-LINES
               MOVE DTR-KEY-COL   TO BD-KEY-COL
               MOVE DTR-KEY-LEN   TO BD-KEY-LEN
               MOVE DTR-KEY-NAME  TO BD-KEY-NAME.
      *
       215-FORMAT-DEFINITION-IMAGE.
      *
           MOVE BD-MODE      TO DI-MODE.
           MOVE BD-KEY-LINE  TO DI-KEY-LINE.
           MOVE BD-HDR-LINES TO DI-HDR-LINES.
           MOVE BD-KEY-COL   TO DI-KEY-COL.
           MOVE BD-KEY-LEN   TO DI-KEY-LEN.
           MOVE BD-KEY-NAME  TO DI-KEY-NAME.
      *
       220-INSERT-DEFINITION-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.BURSTDEF
                      (BDREPORT,       BDMODE,
                       BDKEYLINE,      BDHDRLINES,
                       BDKEYCOL,       BDKEYLEN,
                       BDKEYNAME)
               VALUES (:BD-REPORT,     :BD-MODE,
                       :BD-KEY-LINE,   :BD-HDR-LINES,
                       :BD-KEY-COL,    :BD-KEY-LEN,
                       :BD-KEY-NAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       230-UPDATE-DEFINITION-ROW.
      *
           PERFORM 245-GET-DEFINITION-BEFORE.
           EXEC SQL
               UPDATE MM01.BURSTDEF
                  SET BDMODE     = :BD-MODE,
                      BDKEYLINE  = :BD-KEY-LINE,
                      BDHDRLINES = :BD-HDR-LINES,
                      BDKEYCOL   = :BD-KEY-COL,
                      BDKEYLEN   = :BD-KEY-LEN,
                      BDKEYNAME  = :BD-KEY-NAME
               WHERE  BDREPORT   = :BD-REPORT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       240-DELETE-DEFINITION-ROW.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-ROW-COUNT
                   FROM MM01.RPTDIST
                       WHERE RDREPORT = :BD-REPORT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-ROW-COUNT > 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'IU' TO BTR-REASON-CODE.
           IF VALID-TRANSACTION
               PERFORM 245-GET-DEFINITION-BEFORE
               EXEC SQL
                   DELETE FROM MM01.BURSTDEF
                       WHERE BDREPORT = :BD-REPORT
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'SQ' TO BTR-REASON-CODE.
      *
       245-GET-DEFINITION-BEFORE.
      *
           EXEC SQL
               SELECT BDMODE,      BDKEYLINE,
                      BDHDRLINES,  BDKEYCOL,
                      BDKEYLEN,    BDKEYNAME
                   INTO :DI-MODE,      :BD-KEY-LINE,
                        :BD-HDR-LINES, :BD-KEY-COL,
                        :BD-KEY-LEN,   :DI-KEY-NAME
                   FROM MM01.BURSTDEF
                       WHERE BDREPORT = :BD-REPORT
           END-EXEC.
           IF SQLCODE = 0
               MOVE BD-KEY-LINE  TO DI-KEY-LINE
               MOVE BD-HDR-LINES TO DI-HDR-LINES
               MOVE BD-KEY-COL   TO DI-KEY-COL
               MOVE BD-KEY-LEN   TO DI-KEY-LEN
               MOVE DEFINITION-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
           IF DTR-TRANSACTION-CODE NOT = 'D'
               MOVE DTR-KEY-LINE  TO BD-KEY-LINE
               MOVE DTR-HDR-LINES TO BD-HDR-LINES
               MOVE DTR-KEY-COL   TO BD-KEY-COL
               MOVE DTR-KEY-LEN   TO BD-KEY-LEN.
      *
       300-POST-RECIPIENT.
      *
           MOVE DTR-REPORT-ID TO RD-REPORT.
           MOVE DTR-KEY       TO RD-KEY.
           EVALUATE DTR-TRANSACTION-CODE
               WHEN 'A'
                   PERFORM 310-VALIDATE-RECIPIENT
                   IF VALID-TRANSACTION
                       PERFORM 320-INSERT-RECIPIENT-ROW
                   END-IF
               WHEN 'R'
                   PERFORM 310-VALIDATE-RECIPIENT
                   IF VALID-TRANSACTION
                       PERFORM 330-UPDATE-RECIPIENT-ROW
                   END-IF
               WHEN 'D'   PERFORM 340-DELETE-RECIPIENT-ROW
               WHEN OTHER
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'TC' TO BTR-REASON-CODE
           END-EVALUATE.
      *
       310-VALIDATE-RECIPIENT.
      *
      *    A PRINTED RECIPIENT NEEDS A DESTINATION AND AN EMAILED
      *    ONE AN ADDRESS THAT AT LEAST HAS AN @ IN IT.
      *
           MOVE 0 TO CK-AT-COUNT.
           INSPECT DTR-EMAIL TALLYING CK-AT-COUNT FOR ALL '@'.
           IF DTR-NAME = SPACES
              OR (DTR-METHOD NOT = 'P' AND DTR-METHOD NOT = 'E')
              OR (DTR-METHOD = 'P' AND DTR-DEST = SPACES)
              OR (DTR-METHOD = 'E' AND CK-AT-COUNT NOT = 1)
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'FL' TO BTR-REASON-CODE
           ELSE
               MOVE DTR-NAME   TO RD-NAME
               MOVE DTR-METHOD TO RD-METHOD
               MOVE DTR-DEST   TO RD-DEST
               MOVE DTR-EMAIL  TO RD-EMAIL
               PERFORM 312-CHECK-DEFINITION-EXISTS.
      *
       312-CHECK-DEFINITION-EXISTS.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CK-ROW-COUNT
                   FROM MM01.BURSTDEF
                       WHERE BDREPORT = :RD-REPORT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE
           ELSE
               IF CK-ROW-COUNT = 0
                   MOVE 'N'  TO VALID-TRANSACTION-SW
                   MOVE 'ND' TO BTR-REASON-CODE.
      *
       315-FORMAT-RECIPIENT-IMAGE.
      *
           MOVE RD-NAME   TO RI-NAME.
           MOVE RD-METHOD TO RI-METHOD.
           MOVE RD-DEST   TO RI-DEST.
           MOVE RD-EMAIL  TO RI-EMAIL.
      *
       320-INSERT-RECIPIENT-ROW.
      *
           EXEC SQL
               INSERT INTO MM01.RPTDIST
                      (RDREPORT,     RDKEY,
                       RDNAME,       RDMETHOD,
                       RDDEST,       RDEMAIL)
               VALUES (:RD-REPORT,   :RD-KEY,
                       :RD-NAME,     :RD-METHOD,
                       :RD-DEST,     :RD-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       330-UPDATE-RECIPIENT-ROW.
      *
           PERFORM 345-GET-RECIPIENT-BEFORE.
           EXEC SQL
               UPDATE MM01.RPTDIST
                  SET RDNAME   = :RD-NAME,
                      RDMETHOD = :RD-METHOD,
                      RDDEST   = :RD-DEST,
                      RDEMAIL  = :RD-EMAIL
               WHERE  RDREPORT = :RD-REPORT
                 AND  RDKEY    = :RD-KEY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       340-DELETE-RECIPIENT-ROW.
      *
           PERFORM 345-GET-RECIPIENT-BEFORE.
           EXEC SQL
               DELETE FROM MM01.RPTDIST
                   WHERE RDREPORT = :RD-REPORT
                     AND RDKEY    = :RD-KEY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N'  TO VALID-TRANSACTION-SW
               MOVE 'SQ' TO BTR-REASON-CODE.
      *
       345-GET-RECIPIENT-BEFORE.
      *
           EXEC SQL
               SELECT RDNAME,    RDMETHOD,
                      RDDEST,    RDEMAIL
                   INTO :RI-NAME,    :RI-METHOD,
                        :RI-DEST,    :RI-EMAIL
                   FROM MM01.RPTDIST
                       WHERE RDREPORT = :RD-REPORT
                         AND RDKEY    = :RD-KEY
           END-EXEC.
           IF SQLCODE = 0
               MOVE RECIPIENT-AUDIT-IMAGE TO RFA-BEFORE-IMAGE.
      *
           COPY EOJPARA.
      *
           COPY EOJSQL.
      *
