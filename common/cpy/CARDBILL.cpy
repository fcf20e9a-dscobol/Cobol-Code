      ***********************************************************
      * Copybook name: CARDBILL
      * Original author: mnt
      *
      * Description: Card-on-file billing status, one record per
      *    customer billed through the card processor, keyed on
      *    the customer master Cust-ID.
      *
      *    Carries the most recent charge request sent for the
      *    customer, the processor's answer to it, the number of
      *    declines in a row, and the date the next retry is due.
      *    Written by VSCBEX13 when a charge is requested and by
      *    VSCBEX14 when the settlement comes back.
      *
      * Typical Use:
      *    FD  CardFile.
      *        COPY CARDBILL REPLACING ==:tag:== BY ==CardFile==.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created for card-on-file billing.
      *
      **********************************************************
       01  :tag:-Billing-Record.
           12 :tag:-Cust-ID              PIC 9(4).
           12 :tag:-Request-Id           PIC X(12).
           12 :tag:-Period               PIC X(6).
           12 :tag:-Attempt              PIC 9(1).
           12 :tag:-Amount               PIC 9(3)V99.
           12 :tag:-Result               PIC X.
              88 :tag:-Pending                VALUE 'P'.
              88 :tag:-Approved               VALUE 'A'.
              88 :tag:-Declined               VALUE 'D'.
              88 :tag:-Expired                VALUE 'E'.
              88 :tag:-Cancelled              VALUE 'X'.
           12 :tag:-Decline-Cnt          PIC 9(1).
           12 :tag:-Result-Date          PIC 9(8).
           12 :tag:-Retry-Date           PIC 9(8).
           12 :tag:-Result-Code          PIC X(6).
           12 FILLER                     PIC X(28).
