      *    SIGNS ON ONCE AGAINST MM01.USERAUTH, PICKS INQUIRIES
      *    FROM A MENU, AND EVERY DISPATCH IS LOGGED TO ONE
      *    SESSION FILE.  A CURRENT CUSTOMER NUMBER IS CARRIED
      *    ACROSS CHOICES AND HANDED TO THE 360 VIEW, THE PRODUCT
      *    AVAILABILITY INQUIRY AND THE ORDER STATUS INQUIRY THROUGH
      *    THE SHARED EXTERNAL FIELD, SO A HIT FROM THE NAME SEARCH
      *    DRILLS STRAIGHT IN WITHOUT RETYPING AND PRODUCT PRICES
      *    ARE QUOTED FOR THE CUSTOMER ON THE PHONE.  THE SERIAL
      *    NUMBER LOOKUP HANDS BACK THE CUSTOMER THE UNIT WAS
      *    INVOICED TO.
      *
       ENVIRONMENT DIVISION.
      *
           DISPLAY '  6  AUDIT INQUIRY            (AUDITINQ)'.
           DISPLAY '  7  CUSTOMER 360 VIEW        (CUST360)'.
           DISPLAY '  8  EMPLOYEE INQUIRY         (P010)'.
           DISPLAY '  9  PRODUCT AVAILABILITY     (PRODINQ)'.
           DISPLAY '  O  ORDER STATUS             (ORDINQ)'.
           DISPLAY '  S  SERIAL NUMBER LOOKUP     (SERINQ)'.
           DISPLAY '  C  SET THE CURRENT CUSTOMER NUMBER'.
           DISPLAY '  X  SIGN OFF'.
           DISPLAY 'CHOICE:'.
                   MOVE SN-CURRENT-CUSTNO TO INQ-CARRY-CUSTNO
                   CALL 'CUST360'
               WHEN '8'   CALL 'P010'
               WHEN '9'
                   MOVE SN-CURRENT-CUSTNO TO INQ-CARRY-CUSTNO
                   CALL 'PRODINQ'
               WHEN 'O'
                   MOVE SN-CURRENT-CUSTNO TO INQ-CARRY-CUSTNO
                   CALL 'ORDINQ'
               WHEN 'S'   CALL 'SERINQ'
               WHEN 'C'
                   DISPLAY 'ENTER THE CUSTOMER NUMBER TO CARRY:'
                   ACCEPT SN-CURRENT-CUSTNO
