      ***********************************************************
      * Copybook name: REFAUDWS
      *
      * Description: The request area passed to the REFAUDIT
      *    subprogram, which writes one before/after image row
      *    to MM01.REFAUDIT for a change made to a reference
      *    table by its maintenance program.
      *
      * Typical Use: Within the Working-Storage Section:
      *
      *    01  REFERENCE-AUDIT-FIELDS.
      *        COPY REFAUDWS.
      *
      *    Then within the Procedure Division, after the row has
      *    been changed and before the COMMIT:
      *
      *    CALL 'REFAUDIT' USING REFERENCE-AUDIT-FIELDS.
      *    IF RFA-STATUS NOT = '0' ...
      *
      *    Before image is spaces for an add, after image is
      *    spaces for a delete.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 arsys         Created for reference table audit
      *
      **********************************************************
           05  RFA-TABLE                PIC X(8).
           05  RFA-KEY                  PIC X(30).
           05  RFA-TRANS-CODE           PIC X.
           05  RFA-USER-ID              PIC X(8).
           05  RFA-PROGRAM              PIC X(8).
           05  RFA-BEFORE-IMAGE         PIC X(100).
           05  RFA-AFTER-IMAGE          PIC X(100).
           05  RFA-STATUS               PIC X.
               88  RFA-OK                   VALUE '0'.
               88  RFA-FAILED               VALUE '9'.
