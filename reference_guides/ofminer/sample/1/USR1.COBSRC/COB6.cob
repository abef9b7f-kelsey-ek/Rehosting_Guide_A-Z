      *---------------------------------------------------------------
      *  2050-CHECK-AUDIT-REC -- READ THE NEXT AUDHIST ROW OF THE
      *  BROWSE 2000-SCAN-AUDIT STARTED.  A ROW FOR A DIFFERENT
      *  RUN-ID, OR END OF FILE, ENDS THE BROWSE; A CALL COB25
      *  MARKED BACKED OUT IS SKIPPED; OTHERWISE COMPUTE
      *  THE CALL'S ELAPSED TIME -- ADDING A FULL DAY WHEN THE END
      *  DATE IS PAST THE START DATE -- AND WRITE AN EXCEPTION LINE
      *  WHEN IT EXCEEDS WK-SLA-THRESHOLD.
                           IF      AUH-RUN-ID NOT = WK-CTL-RUN-ID
                                   SET WK-AUDIT-EOF TO TRUE
                           ELSE
                           IF      NOT AUH-BACKED-OUT
                                   PERFORM 2055-COMPUTE-ELAPSED
                                                 THRU 2055-EXIT
                                   IF      WK-ELAPSED-SECONDS >
                                                 THRU 2060-EXIT
                                   END-IF
                           END-IF
                           END-IF
           END-READ.
       2050-EXIT.
           EXIT.
