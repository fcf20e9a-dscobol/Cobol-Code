           05  EN-RANK                 PIC S9(4)   COMP.
           05  EN-AMOUNT               PIC S9(9)V99 COMP-3.
           05  EN-ESCAL                PIC S9(4)   COMP.
           05  EN-BADADDR              PIC X.
           05  EN-BADADDR-IND          PIC S9(4)   COMP.
           05  EN-OUTCOME              PIC X(2).
               88  OUTCOME-VALID           VALUE 'PR' 'NA' 'RM'.
           05  EN-PROMDATE             PIC X(10).
               MOVE 'N' TO ROW-FOUND-SW.
           IF ROW-FOUND
               EXEC SQL
                   SELECT CQRANK,   CQAMOUNT,  CQESCAL,
                          CQBADADDR
                       INTO :EN-RANK, :EN-AMOUNT, :EN-ESCAL,
                            :EN-BADADDR:EN-BADADDR-IND
                       FROM MM01.COLLQ
                           WHERE CQCUSTNO    = :EN-CUSTNO
                             AND CQCOLLECTOR = :EN-COLLECTOR
           DISPLAY '   QUEUED ' EN-QDATE
                   '  RANK '    EN-EDITED-RANK
                   '  AMOUNT '  EN-EDITED-AMOUNT.
           IF EN-BADADDR-IND >= 0 AND EN-BADADDR = 'Y'
               DISPLAY '   BAD ADDRESS - FIND NEW ADDRESS'.
      *
       140-ACCEPT-OUTCOME.
      *
