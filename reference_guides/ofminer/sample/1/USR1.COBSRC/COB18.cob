       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB18.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-09-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB18 -- BATCH-WINDOW LIST GENERATOR.  WRITES BATCHLST FOR
      *    THE NEXT BUSINESS DATE FROM THE SCHDMST RUN-ID SCHEDULE
      *    MASTER AND THE BUSCAL PROCESSING CALENDAR, SO THE LIST
      *    COB8 BUILDS THE WINDOW FROM IS NO LONGER TYPED BY HAND.
      *    THE CURRENT BUSINESS DATE COMES FROM PARM (TODAY WHEN NO
      *    PARM IS CODED); THE NEXT BUSINESS DATE IS THE FIRST
      *    PROCESSING DAY AFTER IT ON BUSCAL.  EVERY ACTIVE RUN-ID IS
      *    TESTED AGAINST BOTH DATES' CALENDAR ROWS: D RUNS ON EVERY
      *    PROCESSING DAY, W ON THE PROCESSING DAY THAT FALLS ON ITS
      *    DAY OF THE WEEK, AND M, Q AND Y ONLY ON THE MONTH-END,
      *    QUARTER-END AND YEAR-END PROCESSING DAY.  A RUN-ID THAT
      *    WAS DUE ON THE CURRENT DATE BUT HAS NO CKPTINV ROW AT DONE
      *    FOR IT IS CARRIED FORWARD -- ITS CURRENT-DATE PAIR IS
      *    WRITTEN AHEAD OF ITS NEXT-DATE PAIR, SO COB8 RUNS THE
      *    OLDER DATE FIRST IN THE RUN-ID'S JOB (AS A RESTART WHEN IT
      *    STOPPED PART WAY).  EACH PAIR CARRIES THE RUN-ID'S SLA
      *    THRESHOLD.  ANY CARRY-FORWARD ENDS THE STEP WITH RETURN
      *    CODE 4 SO THE EVENING SHIFT SEES IT.
      ****************************************************************
       ENVIRONMENT                              DIVISION.
      ****************************************************************
      *===============================================================
       CONFIGURATION                            SECTION.
      *===============================================================
       SOURCE-COMPUTER.                         IBM.
       OBJECT-COMPUTER.                         IBM.
      *
      ****************************************************************
       INPUT-OUTPUT                             SECTION.
      *---------------------------------------------------------------
       FILE-CONTROL.
            SELECT RUN-SCHEDULE
                              ASSIGN        TO  SCHDMST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  SEQUENTIAL
                              RECORD KEY    IS  SCH-RUN-ID
                              FILE STATUS   IS  WK-SCHD-STATUS.
            SELECT BUS-CALENDAR
                              ASSIGN        TO  BUSCAL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  CAL-DATE
                              FILE STATUS   IS  WK-BUSCAL-STATUS.
            SELECT CKPT-INVENTORY
                              ASSIGN        TO  CKPTINV
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CKI-REC-KEY
                              FILE STATUS   IS  WK-CKPTINV-STATUS.
            SELECT BATCH-FILE ASSIGN        TO  BATCHLST
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-BATCH-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    RUN-SCHEDULE -- THE SCHDMST KSDS COB17 MAINTAINS, READ
      *    FRONT TO BACK IN RUN-ID ORDER.
      *---------------------------------------------------------------
       FD    RUN-SCHEDULE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RUN-SCHED-REC.
       COPY  COPY1R.

      *---------------------------------------------------------------
      *    BUS-CALENDAR -- THE BUSCAL PROCESSING CALENDAR COB16
      *    LOADS, READ BY KEY FOR THE CURRENT DATE AND BROWSED
      *    FORWARD FROM IT FOR THE NEXT PROCESSING DAY.
      *---------------------------------------------------------------
       FD    BUS-CALENDAR
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-CAL-REC.
       COPY  COPY1K.

      *---------------------------------------------------------------
      *    CKPT-INVENTORY -- SAME LAYOUT COB1 WRITES, READ BY KEY TO
      *    SEE WHETHER EACH RUN-ID DUE ON THE CURRENT DATE REACHED
      *    DONE.
      *---------------------------------------------------------------
       FD    CKPT-INVENTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CKPT-INV-REC.
       COPY  COPY1I.

      *---------------------------------------------------------------
      *    BATCH-FILE -- THE BATCHLST COB8 READS, REBUILT IN FULL ON
      *    EVERY RUN.
      *---------------------------------------------------------------
       FD    BATCH-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BATCH-PAIR-REC.
       COPY  COPY1B.

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    SCHDMST FILE STATUS.  A SCHEDULE THAT IS DEFINED BUT NEVER
      *    LOADED (STATUS 35) HAS NO RUN-ID TO SCHEDULE, SO THE LIST
      *    IS REFUSED RATHER THAN HANDING COB8 AN EMPTY WINDOW.
      *----------------------------------------------------------------
       01    WK-SCHD-STATUS                     PIC  X(002).
             88    WK-SCHD-STATUS-OK             VALUE '00'.
             88    WK-SCHD-END-OF-FILE           VALUE '10'.
             88    WK-SCHD-UNLOADED              VALUE '35'.
       01    WK-SCHD-EOF-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-SCHD-EOF                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUSCAL FILE STATUS.  AN UNLOADED CALENDAR, OR ONE THAT
      *    HOLDS NO PROCESSING DAY AFTER THE CURRENT DATE (THE NEXT
      *    YEAR NOT YET LOADED BY COB16), LEAVES NO NEXT BUSINESS
      *    DATE AND THE LIST IS REFUSED.
      *----------------------------------------------------------------
       01    WK-BUSCAL-STATUS                   PIC  X(002).
             88    WK-BUSCAL-STATUS-OK           VALUE '00'.
             88    WK-BUSCAL-END-OF-FILE         VALUE '10'.
             88    WK-BUSCAL-NOT-FOUND           VALUE '23'.
             88    WK-BUSCAL-UNLOADED            VALUE '35'.

      *----------------------------------------------------------------
      *    CKPT-INVENTORY FILE STATUS.  STATUS 35 MEANS NO COB1
      *    EXECUTION HAS REGISTERED YET, SO NOTHING DUE ON THE
      *    CURRENT DATE CAN HAVE REACHED DONE.
      *----------------------------------------------------------------
       01    WK-CKPTINV-STATUS                  PIC  X(002).
             88    WK-CKPTINV-STATUS-OK          VALUE '00'.
             88    WK-CKPTINV-NOT-FOUND          VALUE '23'.
             88    WK-CKPTINV-UNLOADED           VALUE '35'.
       01    WK-CKPTINV-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-CKPTINV-OPEN               VALUE 'Y'.

       01    WK-BATCH-STATUS                    PIC  X(002).
             88    WK-BATCH-STATUS-OK            VALUE '00'.

      *----------------------------------------------------------------
      *    THE CURRENT BUSINESS DATE FROM PARM AND THE NEXT BUSINESS
      *    DATE FOUND ON BUSCAL.
      *----------------------------------------------------------------
       01    WK-CUR-DATE                        PIC  X(008).
       01    WK-NEXT-DATE                       PIC  X(008).

      *----------------------------------------------------------------
      *    THE CALENDAR FACTS A SCHEDULE IS TESTED AGAINST, KEPT FOR
      *    THE CURRENT AND THE NEXT BUSINESS DATE AND MOVED IN TURN
      *    INTO WK-CHK-DAY FOR 2500-CHECK-DUE.  WK-CUR-DAY STAYS AT
      *    ITS 'NOT A PROCESSING DAY' VALUE WHEN THE CURRENT DATE IS
      *    NOT ON BUSCAL -- NOTHING WAS DUE, SO NOTHING IS CARRIED.
      *----------------------------------------------------------------
       01    WK-CHK-DAY.
             05    WK-CHK-PROC-SW                PIC  X(001).
                   88    WK-CHK-PROCESSING         VALUE 'Y'.
             05    WK-CHK-WEEKDAY                PIC  9(001).
             05    WK-CHK-MONTH-END              PIC  X(001).
                   88    WK-CHK-MONTH-END-YES      VALUE 'Y'.
             05    WK-CHK-QUARTER-END            PIC  X(001).
                   88    WK-CHK-QUARTER-END-YES    VALUE 'Y'.
             05    WK-CHK-YEAR-END               PIC  X(001).
                   88    WK-CHK-YEAR-END-YES       VALUE 'Y'.
       01    WK-CUR-DAY                         PIC  X(005)
                                                 VALUE 'N0NNN'.
       01    WK-NEXT-DAY                        PIC  X(005).

      *----------------------------------------------------------------
      *    'Y' WHEN 2500-CHECK-DUE FINDS THE CURRENT SCHEDULE DUE ON
      *    THE DAY IN WK-CHK-DAY.
      *----------------------------------------------------------------
       01    WK-DUE-SW                          PIC  X(001)  VALUE 'N'.
             88    WK-DUE                        VALUE 'Y'.

      *----------------------------------------------------------------
      *    RUN TOTALS FOR THE END-OF-JOB LOG LINE.
      *----------------------------------------------------------------
       01    WK-SCHED-COUNT                     PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-INACTIVE-COUNT                  PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-NEXT-COUNT                      PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-CARRY-COUNT                     PIC  9(005) COMP
                                                 VALUE 0.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE CURRENT
      *    BUSINESS DATE (YYYYMMDD), I.E. THE DATE WHOSE WINDOW IS
      *    RUNNING OR HAS JUST RUN.  OPTIONAL; TODAY WHEN OMITTED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-BUS-DATE         PIC  X(008).

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
       PROCEDURE                                DIVISION      USING
                                                 WK-PARM-AREA.
      *---------------------------------------------------------------
       0000-MAINLINE.
      *---------------------------------------------------------------
           PERFORM 0500-GET-PARM                 THRU 0500-EXIT.

           PERFORM 1000-OPEN-FILES               THRU 1000-EXIT.

           PERFORM 1100-FIND-DATES               THRU 1100-EXIT.

           MOVE    'N' TO                        WK-SCHD-EOF-SW.
           PERFORM 2000-PROCESS-SCHEDULE         THRU 2000-EXIT
                   UNTIL   WK-SCHD-EOF.

           PERFORM 3000-CLOSE-FILES              THRU 3000-EXIT.

           DISPLAY 'COB18 - BATCHLST BUILT FOR ' WK-NEXT-DATE ': '
                   WK-NEXT-COUNT ' RUN-IDS DUE, ' WK-CARRY-COUNT
                   ' CARRIED FORWARD FROM ' WK-CUR-DATE.
           DISPLAY 'COB18 - ' WK-SCHED-COUNT ' RUN-IDS ON SCHDMST, '
                   WK-INACTIVE-COUNT ' INACTIVE'.

           IF      WK-CARRY-COUNT > ZERO
                   MOVE    4 TO                  RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE CURRENT BUSINESS DATE, OR
      *  DEFAULT IT TO TODAY WHEN NO PARM WAS CODED.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN >= 8
                   MOVE    WK-PARM-BUS-DATE TO  WK-CUR-DATE
           ELSE
                   ACCEPT  WK-CUR-DATE FROM      DATE YYYYMMDD
           END-IF.

           IF      WK-CUR-DATE NOT NUMERIC
                   DISPLAY 'COB18 - PARM BUSINESS DATE '
                           WK-CUR-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN SCHDMST, BUSCAL AND CKPT-INVENTORY
      *  FOR INPUT AND BATCHLST FOR OUTPUT.  AN UNLOADED SCHDMST OR
      *  BUSCAL REFUSES THE RUN; AN UNLOADED CKPT-INVENTORY ONLY
      *  MEANS NOTHING HAS REACHED DONE.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        RUN-SCHEDULE.
           IF      WK-SCHD-UNLOADED
                   DISPLAY 'COB18 - SCHDMST IS DEFINED BUT HOLDS NO '
                           'RUN-IDS - NOTHING TO SCHEDULE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      NOT WK-SCHD-STATUS-OK
                   DISPLAY 'COB18 - SCHDMST FILE STATUS '
                           WK-SCHD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        BUS-CALENDAR.
           IF      WK-BUSCAL-UNLOADED
                   DISPLAY 'COB18 - BUSCAL IS DEFINED BUT NOT LOADED '
                           '- RUN COB16 FOR THE YEAR'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB18 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        CKPT-INVENTORY.
           IF      WK-CKPTINV-UNLOADED
                   DISPLAY 'COB18 - CKPTINV NOT YET LOADED - NO '
                           'RUN-ID HAS REACHED DONE'
           ELSE
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB18 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           ELSE
                   SET     WK-CKPTINV-OPEN TO   TRUE
           END-IF
           END-IF.

           OPEN    OUTPUT                       BATCH-FILE.
           IF      NOT WK-BATCH-STATUS-OK
                   DISPLAY 'COB18 - BATCHLST FILE STATUS '
                           WK-BATCH-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    SPACES TO                    BATCH-PAIR-REC.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1100-FIND-DATES -- READ THE CURRENT DATE'S CALENDAR ROW,
      *  THEN BROWSE FORWARD FROM IT TO THE FIRST PROCESSING DAY,
      *  WHICH IS THE NEXT BUSINESS DATE.
      *---------------------------------------------------------------
       1100-FIND-DATES.
      *---------------------------------------------------------------
           MOVE    WK-CUR-DATE TO               CAL-DATE.
           READ    BUS-CALENDAR
                   INVALID KEY
                           DISPLAY 'COB18 - CURRENT DATE '
                                   WK-CUR-DATE
                                   ' NOT ON BUSCAL - NOTHING TO '
                                   'CARRY FORWARD'
                   NOT INVALID KEY
                           PERFORM 1150-SAVE-DAY THRU 1150-EXIT
                           MOVE    WK-CHK-DAY TO WK-CUR-DAY
           END-READ.
           IF      NOT WK-BUSCAL-STATUS-OK
           AND     NOT WK-BUSCAL-NOT-FOUND
                   DISPLAY 'COB18 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-CUR-DATE TO               CAL-DATE.
           START   BUS-CALENDAR KEY > CAL-DATE
                   INVALID KEY
                           DISPLAY 'COB18 - NO DATE AFTER '
                                   WK-CUR-DATE ' ON BUSCAL - RUN '
                                   'COB16 FOR THE NEXT YEAR'
                           GO TO                9000-ABEND-HANDLING
           END-START.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB18 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    SPACES TO                    WK-NEXT-DATE.
           PERFORM 1200-READ-NEXT-DAY           THRU 1200-EXIT
                   UNTIL   WK-NEXT-DATE NOT = SPACES.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1150-SAVE-DAY -- COPY THE CALENDAR FACTS THE SCHEDULE TEST
      *  NEEDS FROM THE ROW JUST READ INTO WK-CHK-DAY.
      *---------------------------------------------------------------
       1150-SAVE-DAY.
      *---------------------------------------------------------------
           IF      CAL-PROCESSING-DAY
                   MOVE    'Y' TO               WK-CHK-PROC-SW
           ELSE
                   MOVE    'N' TO               WK-CHK-PROC-SW
           END-IF.
           MOVE    CAL-WEEKDAY TO               WK-CHK-WEEKDAY.
           MOVE    CAL-MONTH-END TO             WK-CHK-MONTH-END.
           MOVE    CAL-QUARTER-END TO           WK-CHK-QUARTER-END.
           MOVE    CAL-YEAR-END TO              WK-CHK-YEAR-END.
       1150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1200-READ-NEXT-DAY -- READ THE NEXT CALENDAR ROW.  THE FIRST
      *  PROCESSING DAY REACHED BECOMES THE NEXT BUSINESS DATE;
      *  RUNNING OFF THE END OF BUSCAL FIRST REFUSES THE RUN.
      *---------------------------------------------------------------
       1200-READ-NEXT-DAY.
      *---------------------------------------------------------------
           READ    BUS-CALENDAR NEXT RECORD
                   AT END
                           DISPLAY 'COB18 - NO PROCESSING DAY AFTER '
                                   WK-CUR-DATE ' ON BUSCAL - RUN '
                                   'COB16 FOR THE NEXT YEAR'
                           GO TO                9000-ABEND-HANDLING
           END-READ.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB18 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      CAL-PROCESSING-DAY
                   MOVE    CAL-DATE TO          WK-NEXT-DATE
                   PERFORM 1150-SAVE-DAY        THRU 1150-EXIT
                   MOVE    WK-CHK-DAY TO        WK-NEXT-DAY
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-PROCESS-SCHEDULE -- READ ONE SCHDMST RUN-ID.  AT END
      *  SETS THE SWITCH THAT ENDS THE MAINLINE LOOP.  AN INACTIVE
      *  RUN-ID IS COUNTED AND PASSED OVER.  AN ACTIVE ONE THAT WAS
      *  DUE ON THE CURRENT DATE IS CHECKED FOR A CARRY-FORWARD
      *  FIRST, THEN WRITTEN FOR THE NEXT DATE IF IT IS DUE THEN.
      *---------------------------------------------------------------
       2000-PROCESS-SCHEDULE.
      *---------------------------------------------------------------
           READ    RUN-SCHEDULE
                   AT END
                           SET     WK-SCHD-EOF TO TRUE
                           GO TO                2000-EXIT
           END-READ.
           IF      NOT WK-SCHD-STATUS-OK
                   DISPLAY 'COB18 - SCHDMST FILE STATUS '
                           WK-SCHD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ADD     1 TO                         WK-SCHED-COUNT.
           IF      NOT SCH-ACTIVE
                   ADD     1 TO                 WK-INACTIVE-COUNT
                   GO TO                        2000-EXIT
           END-IF.

           MOVE    WK-CUR-DAY TO                WK-CHK-DAY.
           PERFORM 2500-CHECK-DUE               THRU 2500-EXIT.
           IF      WK-DUE
                   PERFORM 2100-CHECK-CARRY     THRU 2100-EXIT
           END-IF.

           MOVE    WK-NEXT-DAY TO               WK-CHK-DAY.
           PERFORM 2500-CHECK-DUE               THRU 2500-EXIT.
           IF      WK-DUE
                   MOVE    WK-NEXT-DATE TO      BTP-BUS-DATE
                   PERFORM 2800-WRITE-PAIR      THRU 2800-EXIT
                   ADD     1 TO                 WK-NEXT-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-CHECK-CARRY -- LOOK UP THE RUN-ID'S CURRENT-DATE ROW ON
      *  CKPT-INVENTORY.  NO ROW (OR NO LOADED INVENTORY) MEANS IT
      *  NEVER STARTED, AND A ROW SHORT OF DONE MEANS IT STOPPED
      *  PART WAY; EITHER WAY THE CURRENT-DATE PAIR IS CARRIED
      *  FORWARD ONTO THE LIST.
      *---------------------------------------------------------------
       2100-CHECK-CARRY.
      *---------------------------------------------------------------
           IF      WK-CKPTINV-OPEN
                   MOVE    SCH-RUN-ID TO        CKI-RUN-ID
                   MOVE    WK-CUR-DATE TO       CKI-BUS-DATE
                   READ    CKPT-INVENTORY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF      CKI-LAST-STEP = 4
                                       GO TO    2100-EXIT
                               END-IF
                   END-READ
                   IF      NOT WK-CKPTINV-STATUS-OK
                   AND     NOT WK-CKPTINV-NOT-FOUND
                           DISPLAY 'COB18 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           DISPLAY 'COB18 - RUN-ID ' SCH-RUN-ID
                   ' DID NOT REACH DONE FOR ' WK-CUR-DATE
                   ' - CARRIED FORWARD'.
           MOVE    WK-CUR-DATE TO               BTP-BUS-DATE.
           PERFORM 2800-WRITE-PAIR              THRU 2800-EXIT.
           ADD     1 TO                         WK-CARRY-COUNT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2500-CHECK-DUE -- SET WK-DUE WHEN THE CURRENT SCHDMST
      *  RUN-ID IS DUE ON THE DAY IN WK-CHK-DAY.  NOTHING IS DUE ON
      *  A DAY THAT IS NOT A PROCESSING DAY; A WEEKLY RUN-ID WHOSE
      *  DAY FALLS ON A HOLIDAY IS NOT RUN THAT WEEK.
      *---------------------------------------------------------------
       2500-CHECK-DUE.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-DUE-SW.
           IF      NOT WK-CHK-PROCESSING
                   GO TO                        2500-EXIT
           END-IF.

           IF      SCH-FREQ-DAILY
                   SET     WK-DUE TO            TRUE
           ELSE
           IF      SCH-FREQ-WEEKLY
           AND     SCH-RUN-WEEKDAY = WK-CHK-WEEKDAY
                   SET     WK-DUE TO            TRUE
           ELSE
           IF      SCH-FREQ-MONTH-END
           AND     WK-CHK-MONTH-END-YES
                   SET     WK-DUE TO            TRUE
           ELSE
           IF      SCH-FREQ-QUARTER-END
           AND     WK-CHK-QUARTER-END-YES
                   SET     WK-DUE TO            TRUE
           ELSE
           IF      SCH-FREQ-YEAR-END
           AND     WK-CHK-YEAR-END-YES
                   SET     WK-DUE TO            TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2800-WRITE-PAIR -- WRITE THE CURRENT RUN-ID AND THE DATE
      *  ALREADY IN BTP-BUS-DATE TO BATCHLST WITH ITS SLA THRESHOLD.
      *---------------------------------------------------------------
       2800-WRITE-PAIR.
      *---------------------------------------------------------------
           MOVE    SCH-RUN-ID TO                BTP-RUN-ID.
           MOVE    SCH-SLA-THRESHOLD TO         BTP-SLA-THRESHOLD.
           WRITE   BATCH-PAIR-REC.
           IF      NOT WK-BATCH-STATUS-OK
                   DISPLAY 'COB18 - BATCHLST FILE STATUS '
                           WK-BATCH-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    SPACES TO                    BATCH-PAIR-REC.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-CLOSE-FILES -- CLOSE EVERY FILE THIS PROGRAM OPENED.
      *---------------------------------------------------------------
       3000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   RUN-SCHEDULE.
           IF      NOT WK-SCHD-STATUS-OK
                   DISPLAY 'COB18 - SCHDMST FILE STATUS '
                           WK-SCHD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   BUS-CALENDAR.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB18 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-CKPTINV-OPEN
                   CLOSE   CKPT-INVENTORY
                   IF      NOT WK-CKPTINV-STATUS-OK
                           DISPLAY 'COB18 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   BATCH-FILE.
           IF      NOT WK-BATCH-STATUS-OK
                   DISPLAY 'COB18 - BATCHLST FILE STATUS '
                           WK-BATCH-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE OR PARM REJECTION IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB18 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
