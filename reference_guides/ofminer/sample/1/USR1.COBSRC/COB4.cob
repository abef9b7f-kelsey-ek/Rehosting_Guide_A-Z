      *    FALLS BACK TO OPEN OUTPUT SO THE FIRST HOUSEKEEPING PASS
      *    AFTER THE IDCAMS DEFINE LOADS THE CLUSTER'S FIRST ROWS,
      *    THE SAME WAY COB1 HANDLES CKPTINV.  A DUPLICATE KEY (THE
      *    SAME CALL LOADED BY AN EARLIER, RERUN HOUSEKEEPING PASS,
      *    OR A RERUN OF IT IN ANOTHER GENERATION) REWRITES THE
      *    EXISTING ROW ONLY WHEN THE INCOMING CALL STARTED LATER, SO
      *    THE LATEST RUN WINS WHATEVER THE GENERATION ORDER AND A
      *    ROW COB25 BACKED OUT STAYS MARKED UNTIL A RERUN REPLACES IT.
      *    WK-HIST-SAVE HOLDS THE INCOMING ROW WHILE THE EXISTING ONE
      *    IS READ.
      *----------------------------------------------------------------
       01    WK-AUDHIST-STATUS                  PIC  X(002).
             88    WK-AUDHIST-STATUS-OK          VALUE '00'.
             88    WK-AUDHIST-DUPLICATE-KEY      VALUE '22'.
             88    WK-AUDHIST-UNLOADED           VALUE '35'.
       01    WK-HIST-SAVE                       PIC  X(080).

      *----------------------------------------------------------------
      *    'Y' WHEN CKPT-INVENTORY SHOWS EVERY BUSINESS DATE OF THIS
      *  FOR THE AUDIT-FILE RECORD JUST READ.  A RECORD FROM BEFORE
      *  THE RUN LOG CARRIED ITS OWN RUN-ID FALLS BACK TO THE RUN-ID
      *  ON PARM; A DUPLICATE KEY (A RERUN HOUSEKEEPING PASS LOADING
      *  THE SAME CALL AGAIN, OR A RERUN OF THE BUSINESS DATE) IS
      *  HANDLED BY 2070-REPLACE-HIST-REC.
      *---------------------------------------------------------------
       2060-LOAD-HIST-REC.
      *---------------------------------------------------------------

           WRITE   AUDIT-HIST-REC
                   INVALID KEY
                           PERFORM 2070-REPLACE-HIST-REC
                                                 THRU 2070-EXIT
           END-WRITE.
           IF      NOT WK-AUDHIST-STATUS-OK
           AND     NOT WK-AUDHIST-DUPLICATE-KEY
       2060-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2070-REPLACE-HIST-REC -- THE CALL JUST BUILT IS ALREADY ON
      *  AUDIT-HISTORY.  REWRITE THE EXISTING ROW WITH IT ONLY WHEN
      *  IT STARTED LATER THAN THAT ROW, SO THE LATEST RUN OF THE
      *  CALL WINS WHATEVER ORDER THE AUDIT-FILE GENERATIONS ARE
      *  READ IN.  A ROW COB25 MARKED BACKED OUT THEREFORE KEEPS ITS
      *  MARK UNTIL A RERUN'S CALL REPLACES IT, AND THE BACKED-OUT
      *  CALL, READ AGAIN FROM AN OLDER GENERATION, CANNOT REPLACE
      *  THE RERUN'S.
      *---------------------------------------------------------------
       2070-REPLACE-HIST-REC.
      *---------------------------------------------------------------
           MOVE    AUDIT-HIST-REC TO            WK-HIST-SAVE.
           READ    AUDIT-HISTORY
                   INVALID KEY
                           DISPLAY 'COB4 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-READ.

           IF      AUDIT-START-DATE < AUH-START-DATE
                   GO TO                        2070-EXIT
           END-IF.
           IF      AUDIT-START-DATE = AUH-START-DATE
           AND     AUDIT-START-TIME NOT > AUH-START-TIME
                   GO TO                        2070-EXIT
           END-IF.

           MOVE    WK-HIST-SAVE TO              AUDIT-HIST-REC.
           REWRITE AUDIT-HIST-REC
                   INVALID KEY
                           DISPLAY 'COB4 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-REWRITE.
       2070-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-WRITE-PURGE-CARD -- APPEND AN IDCAMS DELETE CLUSTER CARD
      *  FOR THIS RUN-ID'S CKPTFIL CLUSTER TO PURGE-FILE.  THE
