      ***********************************************************
      * Copybook name: COMPLKWS
      *
      * Description: The request area passed to the COMPLKUP
      *    subprogram, which answers the operating-company
      *    questions for the programs that share the receivables
      *    tables: which company owns a customer number, and the
      *    name and remit-to address a company prints on its
      *    invoices and statements.
      *
      * Typical Use: Within the Working-Storage Section:
      *
      *    01  COMPANY-LOOKUP-FIELDS.
      *        COPY COMPLKWS.
      *
      *    Then within the Procedure Division:
      *
      *    MOVE 'C'    TO CPL-FUNCTION.
      *    MOVE CUSTNO TO CPL-CUSTNO.
      *    CALL 'COMPLKUP' USING COMPANY-LOOKUP-FIELDS.
      *    IF NOT CPL-OK ...
      *
      *    Function C returns the company whose customer-number
      *    range holds CPL-CUSTNO; function K returns the company
      *    named in CPL-COMPANY.  Both fill the name and remit-to
      *    fields.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 arsys         Created for second operating company
      *
      **********************************************************
           05  CPL-FUNCTION             PIC X.
               88  CPL-BY-CUSTOMER          VALUE 'C'.
               88  CPL-BY-COMPANY           VALUE 'K'.
           05  CPL-CUSTNO               PIC X(6).
           05  CPL-COMPANY              PIC X(2).
           05  CPL-NAME                 PIC X(30).
           05  CPL-REMIT-ADDR           PIC X(30).
           05  CPL-REMIT-CITY           PIC X(20).
           05  CPL-REMIT-STATE          PIC X(2).
           05  CPL-REMIT-ZIP            PIC X(10).
           05  CPL-STATUS               PIC X.
               88  CPL-OK                   VALUE '0'.
               88  CPL-NOT-FOUND            VALUE '1'.
               88  CPL-FAILED               VALUE '9'.
