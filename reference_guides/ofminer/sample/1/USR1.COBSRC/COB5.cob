      *  2050-COUNT-AUDIT-REC -- READ THE NEXT AUDHIST ROW OF THE
      *  BROWSE 2000-READ-AUDIT STARTED.  A ROW FOR A DIFFERENT
      *  RUN-ID OR BUSINESS DATE, OR END OF FILE, ENDS THE BROWSE;
      *  A CALL COB25 MARKED BACKED OUT IS SKIPPED; OTHERWISE ADD IT
      *  TO THE CALL COUNT.
      *---------------------------------------------------------------
       2050-COUNT-AUDIT-REC.
      *---------------------------------------------------------------
                           OR      AUH-BUS-DATE NOT = WK-RUN-DATE
                                   SET WK-AUDIT-EOF TO TRUE
                           ELSE
                           IF      NOT AUH-BACKED-OUT
                                   ADD 1 TO      WK-AUDIT-CALL-COUNT
                           END-IF
                           END-IF
           END-READ.
       2050-EXIT.
           EXIT.
