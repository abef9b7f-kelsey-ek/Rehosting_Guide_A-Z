            SELECT FAIL-FILE  ASSIGN        TO  FAILRSN
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-FAIL-FILE-STATUS.
            SELECT SUSPENSE-FILE
                              ASSIGN        TO  SUSPFIL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  SUS-REC-KEY
                              FILE STATUS   IS  WK-SUSP-STATUS.
            SELECT RECYCLE-QUEUE
                              ASSIGN        TO  RCYQUE
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  RCQ-REC-KEY
                              FILE STATUS   IS  WK-RCYQ-STATUS.
            SELECT BUS-CALENDAR
                              ASSIGN        TO  BUSCAL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CAL-DATE
                              FILE STATUS   IS  WK-BUSCAL-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================
       01    FAIL-RSN-REC.
       COPY  COPY1F.

      *---------------------------------------------------------------
      *    SUSPENSE-FILE -- KEYED SUSPENSE FILE (SUSPFIL KSDS) OF THE
      *    ITEMS COB2 AND COB3 REJECTED.  7590-WRITE-SUSPENSE ADDS ONE
      *    ROW PER REJECTED ITEM HANDED BACK IN WK-CTL-BLOCK AFTER
      *    EVERY CLEAN COB2/COB3 CALL, SO A REJECT IS KEPT WITH ITS
      *    REASON AND IMAGE INSTEAD OF ONLY BEING COUNTED IN
      *    OUX-REC-REJECTED.  COB12 RELEASES OR WRITES THE ITEMS OFF;
      *    COB13 REPORTS THE ONES STILL SITTING UNWORKED.
      *---------------------------------------------------------------
       FD    SUSPENSE-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    SUSPENSE-REC.
       COPY  COPY1S.

      *---------------------------------------------------------------
      *    RECYCLE-QUEUE -- KEYED QUEUE (RCYQUE KSDS) OF SUSPENSE
      *    ITEMS AN OPERATOR HAS CORRECTED AND RELEASED THROUGH
      *    COB12, KEYED BY RUN-ID/UNIT/TARGET BUSINESS DATE.
      *    7557-LOAD-RECYCLE HANDS A UNIT'S DUE ITEMS TO ITS COB2 CALL
      *    AND 7580-MARK-RECYCLED MARKS THEM CONSUMED ONCE THE UNIT
      *    HAS GONE THROUGH CLEAN.
      *---------------------------------------------------------------
       FD    RECYCLE-QUEUE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RECYCLE-QUE-REC.
       COPY  COPY1Q.

      *---------------------------------------------------------------
      *    BUS-CALENDAR -- THE PROCESSING CALENDAR (BUSCAL KSDS)
      *    COB16 LOADS A YEAR AT A TIME, KEYED BY CAL-DATE.
      *    0555-CHECK-CALENDAR READS THE BUSINESS DATE'S ROW BEFORE
      *    ANY OTHER FILE IS OPENED AND REFUSES A DATE THAT IS NOT A
      *    PROCESSING DAY.
      *---------------------------------------------------------------
       FD    BUS-CALENDAR
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-CAL-REC.
       COPY  COPY1K.

      *===============================================================
       WORKING-STORAGE                          SECTION.
       01    WK-OUTDD-STATUS                    PIC  X(002).
      *    REJECTED, VALUE TOTAL) TO HAND BACK.  THE FIGURES ARE
      *    ZEROED BEFORE EACH UNIT'S COB2 CALL AND ACCUMULATED
      *    ACROSS THAT UNIT'S COB2 AND COB3 CALLS, THEN CARRIED TO
      *    THE UNIT'S OFILE1X RECORD BY 7570-WRITE-UNIT-REC.  THE
      *    REJECT TABLE BRINGS BACK THE ITEMS EACH CALL REJECTED FOR
      *    7590-WRITE-SUSPENSE, AND THE RECYCLE TABLE CARRIES DOWN
      *    THE RELEASED SUSPENSE ITEMS 7557-LOAD-RECYCLE FOUND DUE
      *    FOR THE UNIT'S COB2 CALL.
      *----------------------------------------------------------------
       01    WK-CTL-BLOCK.
       COPY  COPY1C.
       01    WK-DUP-OVERRIDE                     PIC  X(001)  VALUE 'N'.
             88    WK-DUP-OVERRIDE-YES            VALUE 'Y'.

      *----------------------------------------------------------------
      *    CALENDAR OVERRIDE, PICKED UP FROM THE PARM'S OPTIONAL 24TH
      *    BYTE BY 0500-GET-PARM AND TESTED BY 0555-CHECK-CALENDAR.
      *    'Y' LETS A BUSINESS DATE THAT IS NOT A PROCESSING DAY ON
      *    BUSCAL (OR IS NOT ON IT AT ALL) RUN WITH A WARNING.
      *----------------------------------------------------------------
       01    WK-CAL-OVERRIDE                     PIC  X(001)  VALUE 'N'.
             88    WK-CAL-OVERRIDE-YES            VALUE 'Y'.

      *----------------------------------------------------------------
      *    'Y' WHEN THE CHECKPOINT JUST READ DOES NOT APPLY TO THIS
      *    EXECUTION AND MUST BE RESET TO STEP-NONE WITH A ZERO COUNT
       01    WK-UNIT-FAIL-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-UNIT-FAILED                 VALUE 'Y'.

      *----------------------------------------------------------------
      *    SUSPENSE-FILE STATUS.  STATUS 35 ON OPEN MEANS SUSPFIL HAS
      *    BEEN DEFINED BUT NEVER LOADED -- 1900-OPEN-SUSPENSE FALLS
      *    BACK TO OPEN OUTPUT AND SETS WK-SUSP-LOAD-MODE, IN WHICH
      *    THE FILE CAN ONLY BE WRITTEN (AND HOLDS NO ROW FOR
      *    7580-MARK-RECYCLED TO UPDATE IN ANY CASE).  A DUPLICATE
      *    KEY ON WRITE IS AN ITEM ALREADY IN SUSPENSE FROM AN
      *    EARLIER EXECUTION OF THE SAME BUSINESS DATE AND IS LEFT AS
      *    IT STANDS, SO AN OPERATOR'S RELEASE OR WRITE-OFF IS NOT
      *    UNDONE BY A RESTART.
      *----------------------------------------------------------------
       01    WK-SUSP-STATUS                      PIC  X(002).
             88    WK-SUSP-STATUS-OK              VALUE '00'.
             88    WK-SUSP-DUPLICATE-KEY          VALUE '22'.
             88    WK-SUSP-NOT-FOUND              VALUE '23'.
             88    WK-SUSP-UNLOADED               VALUE '35'.
       01    WK-SUSP-LOAD-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-SUSP-LOAD-MODE              VALUE 'Y'.
       01    WK-SUSP-WRITTEN-COUNT               PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-REJ-IX                           PIC  9(004) COMP.
       01    WK-REJ-LIMIT                        PIC  9(004) COMP.

      *----------------------------------------------------------------
      *    RECYCLE-QUEUE STATUS AND SWITCHES.  STATUS 35 ON OPEN MEANS
      *    NO ITEM HAS EVER BEEN RELEASED -- WK-RCYQ-OPEN STAYS 'N'
      *    AND NO UNIT IS HANDED RECYCLE ITEMS.
      *----------------------------------------------------------------
       01    WK-RCYQ-STATUS                      PIC  X(002).
             88    WK-RCYQ-STATUS-OK              VALUE '00'.
             88    WK-RCYQ-NOT-FOUND              VALUE '23'.
             88    WK-RCYQ-UNLOADED               VALUE '35'.
       01    WK-RCYQ-OPEN-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-RCYQ-OPEN                   VALUE 'Y'.
       01    WK-RCYQ-EOF-SW                      PIC  X(001)  VALUE 'N'.
             88    WK-RCYQ-EOF                    VALUE 'Y'.

      *----------------------------------------------------------------
      *    KEYS OF THE RECYCLE-QUEUE ROWS 7557-LOAD-RECYCLE HANDED TO
      *    THE CURRENT UNIT'S COB2 CALL, KEPT SO 7580-MARK-RECYCLED
      *    MARKS EXACTLY THOSE ROWS CONSUMED.  A UNIT WITH MORE DUE
      *    ITEMS THAN THE TABLE HOLDS LEAVES THE REST QUEUED FOR THE
      *    NEXT BUSINESS DATE (COUNTED IN WK-RCY-HELD-COUNT).
      *----------------------------------------------------------------
       01    WK-RCY-LOADED                       PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-RCY-IX                           PIC  9(004) COMP.
       01    WK-RCY-HELD-COUNT                   PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-RCY-CONSUMED-COUNT               PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-RCY-KEY-TABLE.
             05    WK-RCY-KEY                     PIC  X(043)
                                                 OCCURS 100 TIMES.

      *----------------------------------------------------------------
      *    BUS-CALENDAR STATUS.  A BUSCAL THAT IS DEFINED BUT NEVER
      *    LOADED (STATUS 35) HOLDS NO DATE AT ALL, SO
      *    0555-CHECK-CALENDAR TREATS IT THE SAME AS A BUSINESS DATE
      *    MISSING FROM THE CALENDAR.
      *----------------------------------------------------------------
       01    WK-BUSCAL-STATUS                    PIC  X(002).
             88    WK-BUSCAL-STATUS-OK            VALUE '00'.
             88    WK-BUSCAL-NOT-FOUND            VALUE '23'.
             88    WK-BUSCAL-UNLOADED             VALUE '35'.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *    THRESHOLD IN WHOLE SECONDS (ZERO-PADDED, SAME FORMAT AS
      *    COB6'S PARM) FOR THE IN-FLIGHT ALERTING IN
      *    7575-CHECK-ALERT; THEY TOO ARE ONLY TRUSTED WHEN
      *    WK-PARM-LEN COVERS THEM.  THE OPTIONAL 24TH BYTE,
      *    WK-PARM-CAL-OVERRIDE, IS 'Y' TO LET 0555-CHECK-CALENDAR
      *    RUN A BUSINESS DATE THAT IS NOT A PROCESSING DAY ON BUSCAL.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
                   10    WK-PARM-BUS-DATE         PIC  X(008).
                   10    WK-PARM-OVERRIDE         PIC  X(001).
                   10    WK-PARM-SLA              PIC  X(006).
                   10    WK-PARM-CAL-OVERRIDE     PIC  X(001).

      *===============================================================
      *  PROGRAM   ROUTINE
           MOVE    ZERO TO                      WK-CTL-REC-PROCESSED.
           MOVE    ZERO TO                      WK-CTL-REC-REJECTED.
           MOVE    ZERO TO                      WK-CTL-VALUE-TOTAL.
           MOVE    ZERO TO                      WK-CTL-REJ-COUNT.
           MOVE    ZERO TO                      WK-CTL-REJ-OVERFLOW.
           MOVE    ZERO TO                      WK-CTL-RCY-COUNT.
           MOVE    ZERO TO                      WK-REC-COUNT.
           MOVE    SPACES TO                    WK-CTL-BUS-UNIT.
           MOVE    SPACES TO                    WK-FAIL-REASON.

           PERFORM 0550-VALIDATE-PARM           THRU 0550-EXIT.

           PERFORM 0555-CHECK-CALENDAR          THRU 0555-EXIT.

           PERFORM 0570-CHECK-DUPLICATE         THRU 0570-EXIT.

           PERFORM 1000-CHECK-RESTART           THRU 1000-EXIT.

           PERFORM 1850-OPEN-ALERT              THRU 1850-EXIT.

           PERFORM 1900-OPEN-SUSPENSE           THRU 1900-EXIT.

           PERFORM 2000-OPEN-AND-HEADER         THRU 2000-EXIT.

           IF      WK-CKPT-LAST-STEP < 2

           PERFORM 8100-CLOSE-ALERT             THRU 8100-EXIT.

           PERFORM 8150-CLOSE-SUSPENSE          THRU 8150-EXIT.

           PERFORM 8200-CLOSE-CKPT              THRU 8200-EXIT.

           PERFORM 8250-UPDATE-CKPT-INV         THRU 8250-EXIT.
                   AND     WK-PARM-SLA NUMERIC
                           MOVE WK-PARM-SLA TO   WK-SLA-THRESHOLD
                   END-IF
                   IF      WK-PARM-LEN >= 24
                           MOVE WK-PARM-CAL-OVERRIDE TO
                                                 WK-CAL-OVERRIDE
                   ELSE
                           MOVE 'N' TO           WK-CAL-OVERRIDE
                   END-IF
           ELSE
                   MOVE    'COB1' TO             WK-CTL-RUN-ID
                   ACCEPT  WK-BUS-DATE FROM       DATE YYYYMMDD
                   MOVE    'N' TO                WK-DUP-OVERRIDE
                   MOVE    'N' TO                WK-CAL-OVERRIDE
           END-IF.
       0500-EXIT.
           EXIT.
       0550-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  0555-CHECK-CALENDAR -- REFUSE THE RUN BEFORE ANY FILE IS
      *  OPENED IF THE BUSINESS DATE IS A HOLIDAY OR WEEKEND DAY ON
      *  THE BUSCAL PROCESSING CALENDAR (P005), OR IS NOT ON THE
      *  CALENDAR AT ALL (P006) -- A CALENDAR THAT HAS NOT BEEN
      *  LOADED FOR THE YEAR IS CAUGHT HERE RATHER THAN LETTING
      *  EVERY DATE THROUGH.  WHEN WK-CAL-OVERRIDE-YES WAS PASSED
      *  THE DATE IS LOGGED AS A WARNING AND THE RUN CONTINUES.
      *---------------------------------------------------------------
       0555-CHECK-CALENDAR.
      *---------------------------------------------------------------
           OPEN    INPUT                        BUS-CALENDAR.
           IF      WK-BUSCAL-UNLOADED
                   MOVE    'P006' TO            WK-FAIL-REASON
                   GO TO                        0555-REFUSE
           END-IF.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB1 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'BUSCAL' TO          WK-FAIL-NAME
                   MOVE    WK-BUSCAL-STATUS TO  WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-BUS-DATE TO               CAL-DATE.
           READ    BUS-CALENDAR
                   INVALID KEY
                           MOVE    'P006' TO    WK-FAIL-REASON
                   NOT INVALID KEY
                           IF      CAL-NON-PROCESSING
                                   MOVE 'P005' TO
                                                 WK-FAIL-REASON
                           END-IF
           END-READ.
           IF      NOT WK-BUSCAL-STATUS-OK
           AND     NOT WK-BUSCAL-NOT-FOUND
                   DISPLAY 'COB1 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'BUSCAL' TO          WK-FAIL-NAME
                   MOVE    WK-BUSCAL-STATUS TO  WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   BUS-CALENDAR.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB1 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'BUSCAL' TO          WK-FAIL-NAME
                   MOVE    WK-BUSCAL-STATUS TO  WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-FAIL-REASON = SPACES
                   GO TO                        0555-EXIT
           END-IF.

       0555-REFUSE.
           IF      WK-FAIL-REASON = 'P005'
                   DISPLAY 'COB1 - BUSINESS DATE ' WK-BUS-DATE
                           ' IS NOT A PROCESSING DAY ON BUSCAL ('
                           CAL-DESCRIPTION ')'
           ELSE
                   DISPLAY 'COB1 - BUSINESS DATE ' WK-BUS-DATE
                           ' IS NOT ON THE BUSCAL PROCESSING CALENDAR'
           END-IF.

           IF      NOT WK-CAL-OVERRIDE-YES
                   DISPLAY 'COB1 - RESUBMIT WITH THE CALENDAR '
                           'OVERRIDE PARM TO RUN THIS DATE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           DISPLAY 'COB1 - WARNING - CALENDAR OVERRIDE PASSED, '
                   'RUNNING BUSINESS DATE ' WK-BUS-DATE.
           MOVE    SPACES TO                    WK-FAIL-REASON.
       0555-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  0560-CHECK-LEAP-YEAR -- SET WK-LEAP-YEAR WHEN WK-BUS-YYYY IS
      *  A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS THAT ARE
       1850-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1900-OPEN-SUSPENSE -- OPEN THE SUSPENSE FILE AND THE
      *  RECYCLE QUEUE I-O FOR THE LIFE OF THE EXECUTION.  A SUSPFIL
      *  THAT IS DEFINED BUT NOT YET LOADED FALLS BACK TO OPEN
      *  OUTPUT SO THE FIRST REJECT LOADS THE CLUSTER; A RCYQUE IN
      *  THE SAME STATE SIMPLY MEANS NOTHING HAS BEEN RELEASED YET,
      *  AND IS LEFT CLOSED.
      *---------------------------------------------------------------
       1900-OPEN-SUSPENSE.
      *---------------------------------------------------------------
           OPEN    I-O                          SUSPENSE-FILE.
           IF      WK-SUSP-UNLOADED
                   OPEN    OUTPUT               SUSPENSE-FILE
                   SET     WK-SUSP-LOAD-MODE TO TRUE
           END-IF.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB1 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'SUSPFIL' TO         WK-FAIL-NAME
                   MOVE    WK-SUSP-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          RECYCLE-QUEUE.
           IF      WK-RCYQ-UNLOADED
                   GO TO                        1900-EXIT
           END-IF.
           IF      NOT WK-RCYQ-STATUS-OK
                   DISPLAY 'COB1 - RCYQUE FILE STATUS '
                           WK-RCYQ-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'RCYQUE' TO          WK-FAIL-NAME
                   MOVE    WK-RCYQ-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           SET     WK-RCYQ-OPEN TO              TRUE.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-OPEN-AND-HEADER -- OPEN OFILE1 FOR THIS RUN AND, ON A
      *  FRESH RUN ONLY, WRITE THE HEADER RECORD.  A RESTART THAT HAS
      *  AND CHECKPOINT IT.  THE CHECKPOINT IS ONLY ADVANCED WHEN COB2
      *  RETURNED A ZERO RETURN-CODE; ON FAILURE THE CHECKPOINT IS
      *  LEFT AT THE LAST GOOD STEP SO A RESTART RE-ATTEMPTS COB2
      *  RATHER THAN SKIPPING IT.  RELEASED RUN-LEVEL SUSPENSE ITEMS
      *  (BLANK BUSINESS UNIT) DUE BY THIS DATE ARE HANDED TO THE
      *  CALL IN THE RECYCLE TABLE; THE ITEMS A CLEAN CALL REJECTED
      *  ARE WRITTEN TO SUSPFIL, AND THE RECYCLED ITEMS MARKED
      *  CONSUMED, BEFORE THE STEP IS CHECKPOINTED.
      *---------------------------------------------------------------
       3000-CALL-COB2.
      *---------------------------------------------------------------
           PERFORM 7557-LOAD-RECYCLE            THRU 7557-EXIT.

           MOVE    SPACES TO                    AUDIT-REC.
           MOVE    'COB2' TO                    AUDIT-PGM-NAME.
           MOVE    WK-CTL-RUN-ID TO             AUDIT-RUN-ID.
           MOVE    WK-CURRENT-DATE TO           AUDIT-START-DATE.
           ACCEPT   WK-CURRENT-TIME FROM         TIME.
           MOVE    WK-CURRENT-TIME TO           AUDIT-START-TIME.
           MOVE    ZERO TO                      WK-CTL-REJ-COUNT.
           MOVE    ZERO TO                      WK-CTL-REJ-OVERFLOW.

           CALL    'COB2'                       USING WK-CTL-BLOCK.

           PERFORM 7575-CHECK-ALERT             THRU 7575-EXIT.

           IF      WK-CTL-RETURN-CODE = ZERO
                   PERFORM 7590-WRITE-SUSPENSE  THRU 7590-EXIT
                   PERFORM 7580-MARK-RECYCLED   THRU 7580-EXIT
                   SET     WK-CKPT-STEP-COB2 TO TRUE
                   PERFORM 1500-WRITE-CKPT      THRU 1500-EXIT
           END-IF.
      *  AND CHECKPOINT IT.  THE CHECKPOINT IS ONLY ADVANCED WHEN COB3
      *  RETURNED A ZERO RETURN-CODE; ON FAILURE THE CHECKPOINT IS
      *  LEFT AT THE LAST GOOD STEP SO A RESTART RE-ATTEMPTS COB3
      *  RATHER THAN SKIPPING IT.  THE ITEMS A CLEAN CALL REJECTED
      *  ARE WRITTEN TO SUSPFIL BEFORE THE STEP IS CHECKPOINTED.
      *---------------------------------------------------------------
       4000-CALL-COB3.
      *---------------------------------------------------------------
           MOVE    WK-CURRENT-DATE TO           AUDIT-START-DATE.
           ACCEPT   WK-CURRENT-TIME FROM         TIME.
           MOVE    WK-CURRENT-TIME TO           AUDIT-START-TIME.
           MOVE    ZERO TO                      WK-CTL-REJ-COUNT.
           MOVE    ZERO TO                      WK-CTL-REJ-OVERFLOW.
           MOVE    ZERO TO                      WK-CTL-RCY-COUNT.

           CALL    'COB3'                       USING WK-CTL-BLOCK.

           PERFORM 7575-CHECK-ALERT             THRU 7575-EXIT.

           IF      WK-CTL-RETURN-CODE = ZERO
                   PERFORM 7590-WRITE-SUSPENSE  THRU 7590-EXIT
                   SET     WK-CKPT-STEP-COB3 TO TRUE
                   PERFORM 1500-WRITE-CKPT      THRU 1500-EXIT
           END-IF.
      *  FIRST UNIT THAT HAD NOT COMPLETED CLEANLY.  THE CLEAN UNITS
      *  RE-COVERED ON THE WAY ARE SAFE TO RE-RUN -- 7570'S
      *  REWRITE-ON-DUPLICATE-KEY JUST REFRESHES THEIR OFILE1X ROWS.
      *  RECYCLE ITEMS A CLEAN UNIT TOOK IN ARE MARKED CONSUMED
      *  WHETHER OR NOT AN EARLIER UNIT FAILED -- THIS UNIT'S OFILE1X
      *  ROW NOW INCLUDES THEM, AND A RE-COVER OF THE UNIT PICKS THEM
      *  UP AGAIN BY THEIR CONSUMED DATE.
      *---------------------------------------------------------------
       7553-RUN-ONE-UNIT.
      *---------------------------------------------------------------
           PERFORM 7560-CALL-UNIT-STEPS         THRU 7560-EXIT.
           PERFORM 7570-WRITE-UNIT-REC          THRU 7570-EXIT.

           IF      WK-CTL-RETURN-CODE = ZERO
                   PERFORM 7580-MARK-RECYCLED   THRU 7580-EXIT
           END-IF.

           IF      WK-CTL-RETURN-CODE = ZERO
           AND     NOT WK-UNIT-FAILED
                   MOVE    BUU-BUS-UNIT TO      WK-CKPT-LAST-UNIT
       7555-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7557-LOAD-RECYCLE -- BROWSE THE RECYCLE QUEUE FOR THIS
      *  RUN-ID AND UNIT AND LOAD EVERY ITEM DUE ON OR BEFORE THIS
      *  BUSINESS DATE INTO THE RECYCLE TABLE FOR THE UNIT'S COB2
      *  CALL (OR, WITH A BLANK UNIT, THE RUN-LEVEL COB2 CALL).  THE
      *  QUEUE IS KEYED RUN-ID/UNIT/TARGET DATE, SO THE BROWSE STOPS
      *  AT THE FIRST ROW FOR ANOTHER UNIT OR A LATER TARGET DATE.
      *---------------------------------------------------------------
       7557-LOAD-RECYCLE.
      *---------------------------------------------------------------
           MOVE    ZERO TO                      WK-CTL-RCY-COUNT.
           MOVE    ZERO TO                      WK-RCY-LOADED.
           IF      NOT WK-RCYQ-OPEN
                   GO TO                        7557-EXIT
           END-IF.

           MOVE    WK-CTL-RUN-ID TO             RCQ-RUN-ID.
           MOVE    WK-CTL-BUS-UNIT TO           RCQ-BUS-UNIT.
           MOVE    LOW-VALUES TO                RCQ-ITEM-KEY.
           MOVE    'N' TO                       WK-RCYQ-EOF-SW.
           START   RECYCLE-QUEUE
                   KEY NOT < RCQ-REC-KEY
                   INVALID KEY
                           SET     WK-RCYQ-EOF TO TRUE
           END-START.
           PERFORM 7558-READ-RECYCLE            THRU 7558-EXIT
                   UNTIL   WK-RCYQ-EOF.

           IF      WK-RCY-LOADED > ZERO
                   DISPLAY 'COB1 - ' WK-RCY-LOADED
                           ' RELEASED SUSPENSE ITEMS RECYCLED FOR '
                           'UNIT ' WK-CTL-BUS-UNIT
           END-IF.
       7557-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7558-READ-RECYCLE -- READ THE NEXT QUEUE ROW.  END OF FILE,
      *  ANOTHER RUN-ID OR UNIT, OR A TARGET DATE AFTER THIS
      *  BUSINESS DATE ENDS THE BROWSE.
      *---------------------------------------------------------------
       7558-READ-RECYCLE.
      *---------------------------------------------------------------
           READ    RECYCLE-QUEUE NEXT
                   AT END
                           SET     WK-RCYQ-EOF TO TRUE
                   NOT AT END
                           IF      RCQ-RUN-ID NOT = WK-CTL-RUN-ID
                           OR      RCQ-BUS-UNIT NOT =
                                                 WK-CTL-BUS-UNIT
                           OR      RCQ-TARGET-DATE > WK-BUS-DATE
                                   SET     WK-RCYQ-EOF TO TRUE
                           ELSE
                                   PERFORM 7559-LOAD-RECYCLE-ITEM
                                                 THRU 7559-EXIT
                           END-IF
           END-READ.
       7558-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7559-LOAD-RECYCLE-ITEM -- LOAD ONE DUE QUEUE ROW: A ROW
      *  STILL PENDING, OR ONE ALREADY CONSUMED BY THIS SAME
      *  BUSINESS DATE (A RESTART OR OVERRIDE RERUN RE-COVERING THE
      *  UNIT MUST FEED IT THE SAME ITEMS AGAIN, SINCE ITS OFILE1X
      *  ROW IS REBUILT FROM SCRATCH).  A ROW CONSUMED BY AN EARLIER
      *  DATE IS DONE WITH AND PASSED OVER.
      *---------------------------------------------------------------
       7559-LOAD-RECYCLE-ITEM.
      *---------------------------------------------------------------
           IF      RCQ-CONSUMED
           AND     RCQ-CONSUMED-DATE NOT = WK-BUS-DATE
                   GO TO                        7559-EXIT
           END-IF.

           IF      WK-RCY-LOADED >= 100
                   ADD     1 TO                 WK-RCY-HELD-COUNT
                   DISPLAY 'COB1 - RECYCLE TABLE FULL FOR UNIT '
                           WK-CTL-BUS-UNIT ' - ITEM '
                           RCQ-SUS-BUS-DATE ' ' RCQ-SUS-PGM-NAME
                           ' ' RCQ-SUS-ITEM-SEQ
                           ' LEFT QUEUED FOR THE NEXT DATE'
                   GO TO                        7559-EXIT
           END-IF.

           ADD     1 TO                         WK-RCY-LOADED.
           MOVE    WK-RCY-LOADED TO             WK-CTL-RCY-COUNT.
           MOVE    RCQ-SUS-BUS-DATE TO
                   WK-CTL-RCY-ORIG-DATE (WK-RCY-LOADED).
           MOVE    RCQ-SUS-ITEM-SEQ TO
                   WK-CTL-RCY-ITEM-SEQ (WK-RCY-LOADED).
           MOVE    RCQ-CORRECTED-DATA TO
                   WK-CTL-RCY-DATA (WK-RCY-LOADED).
           MOVE    RCQ-REC-KEY TO
                   WK-RCY-KEY (WK-RCY-LOADED).
       7559-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7560-CALL-UNIT-STEPS -- RUN COB2 AND COB3 FOR THE BUSINESS
      *  UNIT JUST READ FROM BUS-UNIT-FILE, LOGGING EACH CALL TO
      *  CLEAN UNIT IS NEVER JUDGED BY THE PREVIOUS UNIT'S FAILURE;
      *  A NON-ZERO CODE FROM EITHER CALL SETS THE STICKY
      *  WK-UNIT-FAILED SWITCH SO THE FAILURE STILL FAILS THE JOB
      *  AFTER LATER UNITS RUN CLEAN.  RELEASED SUSPENSE ITEMS DUE
      *  FOR THE UNIT ARE LOADED INTO THE RECYCLE TABLE FOR COB2
      *  ONLY (THE TABLE IS CLEARED BEFORE COB3), AND THE ITEMS EACH
      *  CLEAN CALL REJECTED ARE WRITTEN TO SUSPFIL.  A FAILED CALL'S
      *  REJECTS ARE NOT -- THE UNIT WILL BE RE-DRIVEN AND REJECT
      *  THEM AGAIN.
      *---------------------------------------------------------------
       7560-CALL-UNIT-STEPS.
      *---------------------------------------------------------------
           MOVE    ZERO TO                      WK-CTL-REC-REJECTED.
           MOVE    ZERO TO                      WK-CTL-VALUE-TOTAL.

           PERFORM 7557-LOAD-RECYCLE            THRU 7557-EXIT.

           MOVE    SPACES TO                    AUDIT-REC.
           MOVE    'COB2' TO                    AUDIT-PGM-NAME.
           MOVE    WK-CTL-RUN-ID TO             AUDIT-RUN-ID.
           MOVE    WK-CURRENT-DATE TO           AUDIT-START-DATE.
           ACCEPT   WK-CURRENT-TIME FROM         TIME.
           MOVE    WK-CURRENT-TIME TO           AUDIT-START-TIME.
           MOVE    ZERO TO                      WK-CTL-REJ-COUNT.
           MOVE    ZERO TO                      WK-CTL-REJ-OVERFLOW.
           CALL    'COB2'                       USING WK-CTL-BLOCK.
           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
           MOVE    WK-CURRENT-DATE TO           AUDIT-END-DATE.
                   GO TO                        7560-EXIT
           END-IF.

           PERFORM 7590-WRITE-SUSPENSE          THRU 7590-EXIT.

           MOVE    SPACES TO                    AUDIT-REC.
           MOVE    'COB3' TO                    AUDIT-PGM-NAME.
           MOVE    WK-CTL-RUN-ID TO             AUDIT-RUN-ID.
           MOVE    WK-CURRENT-DATE TO           AUDIT-START-DATE.
           ACCEPT   WK-CURRENT-TIME FROM         TIME.
           MOVE    WK-CURRENT-TIME TO           AUDIT-START-TIME.
           MOVE    ZERO TO                      WK-CTL-REJ-COUNT.
           MOVE    ZERO TO                      WK-CTL-REJ-OVERFLOW.
           MOVE    ZERO TO                      WK-CTL-RCY-COUNT.
           CALL    'COB3'                       USING WK-CTL-BLOCK.
           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
           MOVE    WK-CURRENT-DATE TO           AUDIT-END-DATE.

           IF      WK-CTL-RETURN-CODE NOT = ZERO
                   SET     WK-UNIT-FAILED TO    TRUE
                   GO TO                        7560-EXIT
           END-IF.

           PERFORM 7590-WRITE-SUSPENSE          THRU 7590-EXIT.
       7560-EXIT.
           EXIT.

       7575-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7580-MARK-RECYCLED -- AFTER A UNIT (OR THE RUN-LEVEL COB2
      *  STEP) HAS GONE THROUGH CLEAN, MARK EVERY QUEUE ROW
      *  7557-LOAD-RECYCLE HANDED TO ITS COB2 CALL AS CONSUMED BY
      *  THIS BUSINESS DATE, AND ITS ORIGINATING SUSPENSE ROW AS
      *  RECYCLED.
      *---------------------------------------------------------------
       7580-MARK-RECYCLED.
      *---------------------------------------------------------------
           MOVE    1 TO                         WK-RCY-IX.
           PERFORM 7582-MARK-ONE-RECYCLED       THRU 7582-EXIT
                   UNTIL   WK-RCY-IX > WK-RCY-LOADED.
       7580-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7582-MARK-ONE-RECYCLED -- UPDATE ONE QUEUE ROW AND ITS
      *  SUSPENSE ROW.  A ROW ALREADY CONSUMED BY THIS DATE (A
      *  RESTART) IS REWRITTEN UNCHANGED.  A SUSPENSE ROW THAT HAS
      *  GONE MISSING IS LOGGED AND THE RUN GOES ON -- THE ITEM
      *  ITSELF HAS BEEN PROCESSED.
      *---------------------------------------------------------------
       7582-MARK-ONE-RECYCLED.
      *---------------------------------------------------------------
           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
           MOVE    WK-RCY-KEY (WK-RCY-IX) TO    RCQ-REC-KEY.
           READ    RECYCLE-QUEUE
                   INVALID KEY
                           DISPLAY 'COB1 - RCYQUE FILE STATUS '
                                   WK-RCYQ-STATUS
                           MOVE    'F001' TO    WK-FAIL-REASON
                           MOVE    'RCYQUE' TO  WK-FAIL-NAME
                           MOVE    WK-RCYQ-STATUS TO WK-FAIL-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-READ.
           SET     RCQ-CONSUMED TO              TRUE.
           MOVE    WK-BUS-DATE TO               RCQ-CONSUMED-DATE.
           REWRITE RECYCLE-QUE-REC.
           IF      NOT WK-RCYQ-STATUS-OK
                   DISPLAY 'COB1 - RCYQUE FILE STATUS '
                           WK-RCYQ-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'RCYQUE' TO          WK-FAIL-NAME
                   MOVE    WK-RCYQ-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-RCY-CONSUMED-COUNT.

           IF      WK-SUSP-LOAD-MODE
                   GO TO                        7582-NEXT
           END-IF.
           MOVE    RCQ-RUN-ID TO                SUS-RUN-ID.
           MOVE    RCQ-SUS-BUS-DATE TO          SUS-BUS-DATE.
           MOVE    RCQ-BUS-UNIT TO              SUS-BUS-UNIT.
           MOVE    RCQ-SUS-PGM-NAME TO          SUS-PGM-NAME.
           MOVE    RCQ-SUS-ITEM-SEQ TO          SUS-ITEM-SEQ.
           READ    SUSPENSE-FILE
                   INVALID KEY
                           DISPLAY 'COB1 - SUSPENSE ROW FOR RECYCLED '
                                   'ITEM ' RCQ-SUS-BUS-DATE ' '
                                   RCQ-SUS-PGM-NAME ' '
                                   RCQ-SUS-ITEM-SEQ ' UNIT '
                                   RCQ-BUS-UNIT ' NOT FOUND'
                           GO TO                7582-NEXT
           END-READ.
           SET     SUS-RECYCLED TO              TRUE.
           MOVE    WK-CURRENT-DATE TO           SUS-STATUS-DATE.
           MOVE    WK-BUS-DATE TO               SUS-RECYCLE-DATE.
           REWRITE SUSPENSE-REC.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB1 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'SUSPFIL' TO         WK-FAIL-NAME
                   MOVE    WK-SUSP-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       7582-NEXT.
           ADD     1 TO                         WK-RCY-IX.
       7582-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7585-WRITE-ALERT -- PUT THE ALERT IN FRONT OF A HUMAN AND
      *  THE AUTOMATION TOOL AT THE SAME TIME: A CONSOLE MESSAGE
       7585-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7590-WRITE-SUSPENSE -- WRITE ONE SUSPFIL ROW FOR EACH ITEM
      *  THE COB2/COB3 CALL JUST MADE HANDED BACK IN THE REJECT
      *  TABLE, KEYED UNDER THE PROGRAM NAME STAGED IN
      *  WK-AUD-PGM-NAME.  REJECTS BEYOND THE TABLE'S CAPACITY COME
      *  BACK ONLY AS A COUNT AND ARE REPORTED HERE SO OPS KNOWS THE
      *  SUSPENSE FILE IS SHORT FOR THIS CALL.
      *---------------------------------------------------------------
       7590-WRITE-SUSPENSE.
      *---------------------------------------------------------------
           IF      WK-CTL-REJ-OVERFLOW > ZERO
                   DISPLAY 'COB1 - ' WK-CTL-REJ-OVERFLOW ' '
                           WK-AUD-PGM-NAME ' REJECTS FOR UNIT '
                           WK-CTL-BUS-UNIT
                           ' NOT HELD IN SUSPENSE - REJECT TABLE '
                           'FULL'
           END-IF.

           MOVE    WK-CTL-REJ-COUNT TO          WK-REJ-LIMIT.
           IF      WK-REJ-LIMIT > 100
                   MOVE    100 TO               WK-REJ-LIMIT
           END-IF.
           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
           MOVE    1 TO                         WK-REJ-IX.
           PERFORM 7595-WRITE-SUSPENSE-ITEM     THRU 7595-EXIT
                   UNTIL   WK-REJ-IX > WK-REJ-LIMIT.
       7590-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  7595-WRITE-SUSPENSE-ITEM -- ADD ONE REJECTED ITEM TO
      *  SUSPFIL AS OPEN.  A DUPLICATE KEY IS THE SAME ITEM REJECTED
      *  BY AN EARLIER EXECUTION OF THIS BUSINESS DATE AND IS LEFT
      *  AS IT STANDS.
      *---------------------------------------------------------------
       7595-WRITE-SUSPENSE-ITEM.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    SUSPENSE-REC.
           MOVE    WK-CTL-RUN-ID TO             SUS-RUN-ID.
           MOVE    WK-BUS-DATE TO               SUS-BUS-DATE.
           MOVE    WK-CTL-BUS-UNIT TO           SUS-BUS-UNIT.
           MOVE    WK-AUD-PGM-NAME TO           SUS-PGM-NAME.
           MOVE    WK-CTL-REJ-ITEM-SEQ (WK-REJ-IX) TO
                                                 SUS-ITEM-SEQ.
           MOVE    WK-CTL-REJ-REASON (WK-REJ-IX) TO
                                                 SUS-REASON-CODE.
           MOVE    WK-CTL-REJ-DATA (WK-REJ-IX) TO
                                                 SUS-REJECT-DATA.
           SET     SUS-OPEN TO                  TRUE.
           MOVE    WK-CURRENT-DATE TO           SUS-CREATE-DATE.
           MOVE    WK-CURRENT-DATE TO           SUS-STATUS-DATE.

           WRITE   SUSPENSE-REC
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           ADD     1 TO         WK-SUSP-WRITTEN-COUNT
           END-WRITE.
           IF      NOT WK-SUSP-STATUS-OK
           AND     NOT WK-SUSP-DUPLICATE-KEY
                   DISPLAY 'COB1 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'SUSPFIL' TO         WK-FAIL-NAME
                   MOVE    WK-SUSP-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-REJ-IX.
       7595-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  8000-CLOSE-AUDIT -- CLOSE THE AUDIT-FILE RUN LOG.
      *---------------------------------------------------------------
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  8150-CLOSE-SUSPENSE -- CLOSE THE SUSPENSE FILE AND, WHEN IT
      *  WAS OPENED, THE RECYCLE QUEUE, AND LOG THIS EXECUTION'S
      *  SUSPENSE AND RECYCLE COUNTS.
      *---------------------------------------------------------------
       8150-CLOSE-SUSPENSE.
      *---------------------------------------------------------------
           CLOSE   SUSPENSE-FILE.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB1 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   MOVE    'F001' TO            WK-FAIL-REASON
                   MOVE    'SUSPFIL' TO         WK-FAIL-NAME
                   MOVE    WK-SUSP-STATUS TO    WK-FAIL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-RCYQ-OPEN
                   CLOSE   RECYCLE-QUEUE
                   IF      NOT WK-RCYQ-STATUS-OK
                           DISPLAY 'COB1 - RCYQUE FILE STATUS '
                                   WK-RCYQ-STATUS
                           MOVE    'F001' TO    WK-FAIL-REASON
                           MOVE    'RCYQUE' TO  WK-FAIL-NAME
                           MOVE    WK-RCYQ-STATUS TO WK-FAIL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           IF      WK-SUSP-WRITTEN-COUNT > ZERO
                   DISPLAY 'COB1 - ' WK-SUSP-WRITTEN-COUNT
                           ' REJECTED ITEMS WRITTEN TO SUSPFIL'
           END-IF.
           IF      WK-RCY-CONSUMED-COUNT > ZERO
                   DISPLAY 'COB1 - ' WK-RCY-CONSUMED-COUNT
                           ' RECYCLED ITEMS MARKED CONSUMED'
           END-IF.
           IF      WK-RCY-HELD-COUNT > ZERO
                   DISPLAY 'COB1 - ' WK-RCY-HELD-COUNT
                           ' RECYCLE ITEMS LEFT QUEUED - RECYCLE '
                           'TABLE FULL'
           END-IF.
       8150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  8200-CLOSE-CKPT -- CLOSE CKPT-FILE.  1000-CHECK-RESTART OPENS
      *  IT I-O AT THE START OF THE EXECUTION AND IT STAYS OPEN
