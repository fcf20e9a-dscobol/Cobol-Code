       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    COMPLKUP.
      *
      *    OPERATING-COMPANY LOOKUP FOR THE PROGRAMS THAT SHARE THE
      *    RECEIVABLES TABLES.  EACH COMPANY ON MM01.COMPANY OWNS A
      *    BLOCK OF CUSTOMER NUMBERS (COCUSTLO THRU COCUSTHI); THE
      *    BLOCKS DO NOT OVERLAP (COMPMNT REFUSES ONE THAT WOULD),
      *    SO A CUSTOMER NUMBER NAMES EXACTLY ONE COMPANY AND TWO
      *    COMPANIES CAN NEVER ISSUE THE SAME NUMBER.
      *
      *    FUNCTIONS:
      *       C  RETURN THE COMPANY THAT OWNS CPL-CUSTNO
      *       K  RETURN THE COMPANY NAMED IN CPL-COMPANY
      *
      *    STATUS:  0 OK,  1 NO SUCH COMPANY / NUMBER OUTSIDE EVERY
      *             COMPANY'S RANGE,  9 ERROR.
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
       01  COMPANY-LOOKUP-FIELDS.
           COPY COMPLKWS.
      *
       PROCEDURE DIVISION USING COMPANY-LOOKUP-FIELDS.
      *
       000-LOOK-UP-COMPANY.
      *
           MOVE '0' TO CPL-STATUS.
           EVALUATE TRUE
               WHEN CPL-BY-CUSTOMER
                   PERFORM 100-GET-COMPANY-FOR-CUSTOMER
               WHEN CPL-BY-COMPANY
                   PERFORM 200-GET-COMPANY-BY-CODE
               WHEN OTHER
                   MOVE '9' TO CPL-STATUS
           END-EVALUATE.
           IF NOT CPL-OK
               MOVE SPACES TO CPL-NAME
                              CPL-REMIT-ADDR
                              CPL-REMIT-CITY
                              CPL-REMIT-STATE
                              CPL-REMIT-ZIP.
      *
       000-EXIT.
      *
           EXIT PROGRAM.
      *
       100-GET-COMPANY-FOR-CUSTOMER.
      *
           MOVE SPACES TO CPL-COMPANY.
           EXEC SQL
               SELECT COCODE,       CONAME,
                      COREMADDR,    COREMCITY,
                      COREMSTATE,   COREMZIP
                   INTO :CPL-COMPANY,     :CPL-NAME,
                        :CPL-REMIT-ADDR,  :CPL-REMIT-CITY,
                        :CPL-REMIT-STATE, :CPL-REMIT-ZIP
                   FROM MM01.COMPANY
                       WHERE :CPL-CUSTNO BETWEEN COCUSTLO
                                             AND COCUSTHI
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE '1' TO CPL-STATUS
               WHEN OTHER
                   MOVE '9' TO CPL-STATUS
           END-EVALUATE.
      *
       200-GET-COMPANY-BY-CODE.
      *
           EXEC SQL
               SELECT CONAME,       COREMADDR,
                      COREMCITY,    COREMSTATE,
                      COREMZIP
                   INTO :CPL-NAME,        :CPL-REMIT-ADDR,
                        :CPL-REMIT-CITY,  :CPL-REMIT-STATE,
                        :CPL-REMIT-ZIP
                   FROM MM01.COMPANY
                       WHERE COCODE = :CPL-COMPANY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE '1' TO CPL-STATUS
               WHEN OTHER
                   MOVE '9' TO CPL-STATUS
           END-EVALUATE.
