      ***********************************************************
      * Copybook name: CUSTFEED
      * Original author: mnt
      *
      * Description: One record of the outbound customer change
      *    feed to a regional office (STCBEX03), and the front of
      *    each record a region sends back on its reject file
      *    (STCBEX04).
      *
      *    A feed file is one header, the changes in journal
      *    order, and one trailer.  A change carries the customer
      *    as it now stands, in the common CUSTOMER layout, and
      *    the action the region is to take:
      *       A  add     C  change     D  deactivate (soft delete)
      *    The trailer counts and the hash total of the Cust-IDs
      *    let the region prove it applied the whole file; the
      *    feed number in the header lets it prove it missed none.
      *
      * Typical Use: Under a group item of your own:
      *
      * 01  FeedFile-Record.
      *     COPY CUSTFEED REPLACING ==:tag:== BY ==FeedFile==.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created for the regional change
      *                          feed.
      *
      **********************************************************
           12 :tag:-Type                 PIC X(01).
              88 :tag:-Header                VALUE 'H'.
              88 :tag:-Add                   VALUE 'A'.
              88 :tag:-Change                VALUE 'C'.
              88 :tag:-Delete                VALUE 'D'.
              88 :tag:-Trailer               VALUE 'T'.
           12 :tag:-Seq                  PIC 9(07).
           12 :tag:-Customer-Record      PIC X(200).
           12 :tag:-Header-Data REDEFINES :tag:-Customer-Record.
              15 :tag:-Hdr-Region        PIC 9(01).
              15 :tag:-Hdr-Feed-Number   PIC 9(06).
              15 :tag:-Hdr-Run-Date      PIC 9(08).
              15 :tag:-Hdr-From-Stamp    PIC X(14).
              15 :tag:-Hdr-To-Stamp      PIC X(14).
              15 FILLER                  PIC X(157).
           12 :tag:-Trailer-Data REDEFINES :tag:-Customer-Record.
              15 :tag:-Trl-Region        PIC 9(01).
              15 :tag:-Trl-Feed-Number   PIC 9(06).
              15 :tag:-Trl-Add-Cnt       PIC 9(07).
              15 :tag:-Trl-Change-Cnt    PIC 9(07).
              15 :tag:-Trl-Delete-Cnt    PIC 9(07).
              15 :tag:-Trl-Detail-Cnt    PIC 9(07).
              15 :tag:-Trl-ID-Hash       PIC 9(11).
              15 FILLER                  PIC X(154).
