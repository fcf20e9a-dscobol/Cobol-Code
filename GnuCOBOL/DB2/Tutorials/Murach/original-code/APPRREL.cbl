      *    WITHOUT WITH HOLD THE FIRST COMMIT WOULD CLOSE THE
      *    CURSOR AND THE NEXT FETCH WOULD FAIL.  A ROLLBACK ENDS
      *    THE RELEASE PASS, SO NO RESTART PREDICATE IS NEEDED.
      *    CREDIT LIMIT INCREASES (AQTYPE CL) SHARE THE QUEUE BUT
      *    ARE POSTED BY CREDREV, NOT RELEASED AS PAYMENTS.
      *
           EXEC SQL
               DECLARE APPRCURS CURSOR WITH HOLD FOR
                          COALESCE(AQREVIEWER, ' ')
                       FROM MM01.APPROVEQ
                       WHERE AQSTATUS = 'A'
                         AND COALESCE(AQTYPE, ' ') = ' '
                       ORDER BY AQID
           END-EXEC.
      *
