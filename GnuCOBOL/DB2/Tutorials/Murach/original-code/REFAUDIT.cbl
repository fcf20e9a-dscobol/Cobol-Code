       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    REFAUDIT.
      *
      *    COMMON AUDIT WRITER FOR THE REFERENCE-TABLE MAINTENANCE
      *    PROGRAMS (PRODMNT, TAXMAINT, TERMMNT, CONTRMNT, REPMNT,
      *    TERRMNT, GLMAINT, HOLMAINT, COMPMNT, DISTMNT).  EACH ADD,
      *    CHANGE OR DELETE THEY POST IS RECORDED IN MM01.REFAUDIT WITH
      *    THE TABLE, THE ROW KEY, THE BEFORE AND AFTER IMAGES, THE
      *    OPERATOR ON THE TRANSACTION, THE PROGRAM, AND THE
      *    TIMESTAMP.
      *
      *    THE INSERT RIDES THE CALLER'S UNIT OF WORK: IT IS
      *    COMMITTED OR ROLLED BACK WITH THE CHANGE IT DESCRIBES.
      *
      *    STATUS:  0 OK,  9 ERROR.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       LINKAGE SECTION.
      *
       01  REFERENCE-AUDIT-FIELDS.
           COPY REFAUDWS.
      *
       PROCEDURE DIVISION USING REFERENCE-AUDIT-FIELDS.
      *
       000-WRITE-REFERENCE-AUDIT.
      *
           MOVE '0' TO RFA-STATUS.
           EXEC SQL
               INSERT INTO MM01.REFAUDIT
                      (RFTABLE,     RFKEY,        RFTRANSCODE,
                       RFAUDITTS,   RFUSER,       RFPROGRAM,
                       RFBEFORE,    RFAFTER)
               VALUES (:RFA-TABLE,  :RFA-KEY,     :RFA-TRANS-CODE,
                       CURRENT TIMESTAMP,
                       :RFA-USER-ID, :RFA-PROGRAM,
                       :RFA-BEFORE-IMAGE, :RFA-AFTER-IMAGE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9' TO RFA-STATUS.
      *
       000-EXIT.
      *
           EXIT PROGRAM.
