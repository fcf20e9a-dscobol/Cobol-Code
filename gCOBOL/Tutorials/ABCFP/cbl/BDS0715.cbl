      * ---------  ------------  --------------------------------
      * 2026-09-02 mnt           Created as the grading leg of
      *                          the cycle-count programs.
      * 2026-10-15 mnt           Movement layout carries the lot
      *                          and serial number.
      * 2026-10-15 mnt           Movement layout carries the
      *                          extended cost.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 MoveFile-Qty            PIC 9(4).
           02 MoveFile-Reference      PIC X(10).
           02 MoveFile-New-Balance    PIC 9(4).
           02 MoveFile-Lot            PIC X(10).
           02 MoveFile-Serial         PIC X(12).
           02 MoveFile-Cost-Sign      PIC X.
           02 MoveFile-Ext-Cost       PIC 9(7)V99.

       FD  ClassFile.
       01  ClassFile-Record.
