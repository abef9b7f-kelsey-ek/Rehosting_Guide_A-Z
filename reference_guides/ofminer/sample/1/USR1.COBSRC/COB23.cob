       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB23.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-16-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB23 -- PERIOD-TOTALS POSTING.  AFTER THE BATCH WINDOW,
      *    READS OFILE1X FOR THE BUSINESS DATE ON PARM AND POSTS
      *    EVERY UNIT ROW OF A RUN-ID AT DONE (STEP 4) ON CKPTINV --
      *    OR ALREADY HOUSEKEPT OFF IT BY COB4, WHICH IS DONE -- TO
      *    THE PERTOT PERIOD-TOTALS FILE (COPY1T), ADDING ITS
      *    PROCESSED, REJECTED AND VALUE TOTALS TO THE MONTH-TO-DATE
      *    AND YEAR-TO-DATE FIGURES OF THE UNIT/RUN-ID ROW FOR THE
      *    DATE'S MONTH.  EACH ROW POSTED IS LOGGED ON PERPOST
      *    (COPY1P) AND ONLY THE DIFFERENCE BETWEEN OFILE1X AND THE
      *    LOG IS EVER POSTED, SO THE SAME DATE CAN BE RUN AGAIN --
      *    TO PICK UP A RUN-ID THAT WAS NOT YET DONE, OR AFTER A
      *    RERUN CHANGED A DATE'S FIGURES -- WITHOUT COUNTING
      *    ANYTHING TWICE.
      *    A DATE IN A MONTH COB24 HAS CLOSED (PERCTL, COPY1E) IS
      *    FROZEN: ITS POSTINGS ARE REFUSED, OR -- WITH LATE=A ON
      *    PARM -- POSTED AS FLAGGED ADJUSTMENTS TO THE FIRST MONTH
      *    STILL OPEN, WHICH CARRY THEM IN THEIR OWN ADJUSTMENT
      *    COLUMNS AND IN YEAR-TO-DATE, NEVER IN MONTH-TO-DATE.
      *    RUN-IDS NOT YET DONE ARE LISTED AND LEFT FOR A LATER RUN
      *    WITH RC 4; ANY REFUSED POSTING ENDS THE STEP WITH RC 8.
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
            SELECT OUT-FILE-IDX
                              ASSIGN        TO  OFILE1X
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  OUX-REC-KEY
                              FILE STATUS   IS  WK-OUTIDX-STATUS.
            SELECT CKPT-INVENTORY
                              ASSIGN        TO  CKPTINV
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CKI-REC-KEY
                              FILE STATUS   IS  WK-CKPTINV-STATUS.
            SELECT PERIOD-CONTROL
                              ASSIGN        TO  PERCTL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  PRC-PERIOD
                              FILE STATUS   IS  WK-PERCTL-STATUS.
            SELECT PERIOD-TOTALS
                              ASSIGN        TO  PERTOT
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  PTT-REC-KEY
                              FILE STATUS   IS  WK-PERTOT-STATUS.
            SELECT PERIOD-POSTINGS
                              ASSIGN        TO  PERPOST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  PPL-REC-KEY
                              FILE STATUS   IS  WK-PERPOST-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    OUT-FILE-IDX -- THE OFILE1X KSDS, READ FRONT TO BACK FOR
      *    THE BUSINESS DATE'S UNIT ROWS.
      *---------------------------------------------------------------
       FD    OUT-FILE-IDX
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    OUT-IDX-REC.
       COPY  COPY1X.

      *---------------------------------------------------------------
      *    CKPT-INVENTORY -- RUN-ID/BUSINESS-DATE CHECKPOINT
      *    INVENTORY, READ BY KEY FOR EACH ROW'S RUN-ID.
      *---------------------------------------------------------------
       FD    CKPT-INVENTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CKPT-INV-REC.
       COPY  COPY1I.

      *---------------------------------------------------------------
      *    PERIOD-CONTROL -- THE PERCTL PERIOD-CLOSE REGISTER, READ
      *    FOR ITS CONTROL ROW ONLY.
      *---------------------------------------------------------------
       FD    PERIOD-CONTROL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-CTL-REC.
       COPY  COPY1E.

      *---------------------------------------------------------------
      *    PERIOD-TOTALS -- THE PERTOT KSDS, ONE ROW PER UNIT, RUN-ID
      *    AND MONTH.
      *---------------------------------------------------------------
       FD    PERIOD-TOTALS
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-TOT-REC.
       COPY  COPY1T.

      *---------------------------------------------------------------
      *    PERIOD-POSTINGS -- THE PERPOST LOG, ONE ROW PER OFILE1X
      *    ROW POSTED.
      *---------------------------------------------------------------
       FD    PERIOD-POSTINGS
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-POST-REC.
       COPY  COPY1P.

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    FILE STATUSES.  STATUS 35 ON OPEN I-O OF PERTOT OR PERPOST
      *    MEANS THE KSDS IS DEFINED BUT NOTHING HAS EVER BEEN POSTED
      *    -- IT IS OPENED OUTPUT INSTEAD (LOAD MODE) AND EVERY ROW IS
      *    NEW.  A NEVER-LOADED PERCTL MEANS NO MONTH IS CLOSED YET.
      *----------------------------------------------------------------
       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.

       01    WK-CKPTINV-STATUS                  PIC  X(002).
             88    WK-CKPTINV-STATUS-OK          VALUE '00'.
             88    WK-CKPTINV-NOT-FOUND          VALUE '23'.

       01    WK-PERCTL-STATUS                   PIC  X(002).
             88    WK-PERCTL-STATUS-OK           VALUE '00'.
             88    WK-PERCTL-NOT-FOUND           VALUE '23'.
             88    WK-PERCTL-UNLOADED            VALUE '35'.

       01    WK-PERTOT-STATUS                   PIC  X(002).
             88    WK-PERTOT-STATUS-OK           VALUE '00'.
             88    WK-PERTOT-NOT-FOUND           VALUE '23'.
             88    WK-PERTOT-UNLOADED            VALUE '35'.
       01    WK-PERTOT-LOAD-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-PERTOT-LOAD-MODE           VALUE 'Y'.

       01    WK-PERPOST-STATUS                  PIC  X(002).
             88    WK-PERPOST-STATUS-OK          VALUE '00'.
             88    WK-PERPOST-NOT-FOUND          VALUE '23'.
             88    WK-PERPOST-UNLOADED           VALUE '35'.
       01    WK-PERPOST-LOAD-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-PERPOST-LOAD-MODE          VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUSINESS DATE AND LATE-POSTING OPTION FROM PARM.  THE
      *    DATE'S FIRST SIX CHARACTERS ARE ITS MONTH (YYYYMM).
      *----------------------------------------------------------------
       01    WK-BUS-DATE.
             05    WK-BUS-PERIOD                 PIC  X(006).
             05    FILLER                       PIC  X(002).
       01    WK-LATE-SW                         PIC  X(001)  VALUE 'R'.
             88    WK-LATE-ADJUST                VALUE 'A'.
             88    WK-LATE-REFUSE                VALUE 'R'.
       01    WK-RUN-DATE                        PIC  X(008).

      *----------------------------------------------------------------
      *    LATEST MONTH CLOSED (ZEROS WHEN NONE) AND THE MONTH AFTER
      *    IT -- THE FIRST OPEN MONTH, WHERE ADJUSTMENTS GO.
      *----------------------------------------------------------------
       01    WK-LAST-CLOSED                     PIC  X(006)
                                                 VALUE '000000'.
       01    WK-OPEN-PERIOD.
             05    WK-OPEN-YYYY                  PIC  9(004).
             05    WK-OPEN-MM                    PIC  9(002).

      *----------------------------------------------------------------
      *    THE ROW BEING POSTED -- WHETHER IT WAS POSTED BEFORE, THE
      *    DIFFERENCE TO POST, THE PERTOT MONTH IT GOES TO AND
      *    WHETHER AS AN ADJUSTMENT.
      *----------------------------------------------------------------
       01    WK-LOGGED-SW                       PIC  X(001)  VALUE 'N'.
             88    WK-LOGGED                     VALUE 'Y'.
       01    WK-TOTAL-FOUND-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-TOTAL-FOUND                VALUE 'Y'.
       01    WK-ADJ-SW                          PIC  X(001)  VALUE 'N'.
             88    WK-ADJ-POSTING                VALUE 'Y'.
       01    WK-TARGET-PERIOD                   PIC  X(006).
       01    WK-DELTA-PROCESSED                 PIC  S9(009).
       01    WK-DELTA-REJECTED                  PIC  S9(009).
       01    WK-DELTA-VALUE                     PIC  S9(011)V9(002).

      *----------------------------------------------------------------
      *    RUN TOTALS.
      *----------------------------------------------------------------
       01    WK-ROW-COUNT                       PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-NOT-DONE-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-UNCHANGED-COUNT                 PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-POSTED-COUNT                    PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-ADJUSTED-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-REFUSED-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE BUSINESS DATE
      *    TO POST (YYYYMMDD, REQUIRED) AND, OPTIONALLY, WHAT TO DO
      *    WITH A DATE IN A CLOSED MONTH: R (DEFAULT) REFUSES IT, A
      *    POSTS IT AS A FLAGGED ADJUSTMENT.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-BUS-DATE         PIC  X(008).
                   10    WK-PARM-LATE             PIC  X(001).

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
       PROCEDURE                                DIVISION      USING
                                                 WK-PARM-AREA.
      *---------------------------------------------------------------
       0000-MAINLINE.
      *---------------------------------------------------------------
           PERFORM 0500-GET-PARM                THRU 0500-EXIT.

           PERFORM 1000-OPEN-FILES              THRU 1000-EXIT.

           PERFORM 1500-GET-LAST-CLOSED         THRU 1500-EXIT.

           PERFORM 2000-SWEEP-OUTIDX            THRU 2000-EXIT.

           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.

           DISPLAY 'COB23 - ' WK-BUS-DATE ' ROWS ' WK-ROW-COUNT
                   ' POSTED ' WK-POSTED-COUNT
                   ' ADJUSTMENTS ' WK-ADJUSTED-COUNT
                   ' UNCHANGED ' WK-UNCHANGED-COUNT.
           DISPLAY 'COB23 - NOT DONE ' WK-NOT-DONE-COUNT
                   ' REFUSED ' WK-REFUSED-COUNT.

           IF      WK-REFUSED-COUNT > ZERO
                   MOVE    8 TO                 RETURN-CODE
           ELSE
           IF      WK-NOT-DONE-COUNT > ZERO
                   MOVE    4 TO                 RETURN-CODE
           END-IF
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE REQUIRED BUSINESS DATE AND THE
      *  OPTIONAL LATE-POSTING OPTION.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB23 - BUSINESS DATE PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-BUS-DATE TO          WK-BUS-DATE.
           IF      WK-BUS-DATE NOT NUMERIC
                   DISPLAY 'COB23 - BUSINESS DATE ' WK-BUS-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-PARM-LEN > 8
           AND     WK-PARM-LATE NOT = SPACE
                   MOVE    WK-PARM-LATE TO      WK-LATE-SW
           END-IF.
           IF      NOT WK-LATE-ADJUST
           AND     NOT WK-LATE-REFUSE
                   DISPLAY 'COB23 - LATE OPTION ' WK-LATE-SW
                           ' MUST BE A OR R'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ACCEPT  WK-RUN-DATE FROM             DATE YYYYMMDD.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN OFILE1X AND CKPTINV FOR INPUT,
      *  PERCTL FOR INPUT (NOT LOADED MEANS NOTHING CLOSED), AND
      *  PERTOT AND PERPOST I-O (LOAD MODE WHEN NEVER WRITTEN).
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB23 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        CKPT-INVENTORY.
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB23 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        PERIOD-CONTROL.
           IF      NOT WK-PERCTL-STATUS-OK
           AND     NOT WK-PERCTL-UNLOADED
                   DISPLAY 'COB23 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          PERIOD-TOTALS.
           IF      WK-PERTOT-UNLOADED
                   OPEN    OUTPUT               PERIOD-TOTALS
                   SET     WK-PERTOT-LOAD-MODE TO TRUE
           END-IF.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB23 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          PERIOD-POSTINGS.
           IF      WK-PERPOST-UNLOADED
                   OPEN    OUTPUT               PERIOD-POSTINGS
                   SET     WK-PERPOST-LOAD-MODE TO TRUE
           END-IF.
           IF      NOT WK-PERPOST-STATUS-OK
                   DISPLAY 'COB23 - PERPOST FILE STATUS '
                           WK-PERPOST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-GET-LAST-CLOSED -- READ THE PERCTL CONTROL ROW FOR THE
      *  LATEST MONTH CLOSED AND WORK OUT THE MONTH AFTER IT, THE
      *  FIRST ONE STILL OPEN.
      *---------------------------------------------------------------
       1500-GET-LAST-CLOSED.
      *---------------------------------------------------------------
           IF      WK-PERCTL-UNLOADED
                   GO TO                        1500-EXIT
           END-IF.

           SET     PRC-CONTROL-ROW TO           TRUE.
           READ    PERIOD-CONTROL
                   INVALID KEY
                           GO TO                1500-EXIT
           END-READ.
           IF      NOT WK-PERCTL-STATUS-OK
                   DISPLAY 'COB23 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    PRC-LAST-CLOSED TO           WK-LAST-CLOSED.

           MOVE    WK-LAST-CLOSED TO            WK-OPEN-PERIOD.
           IF      WK-OPEN-MM = 12
                   ADD     1 TO                 WK-OPEN-YYYY
                   MOVE    1 TO                 WK-OPEN-MM
           ELSE
                   ADD     1 TO                 WK-OPEN-MM
           END-IF.
           DISPLAY 'COB23 - LAST MONTH CLOSED ' WK-LAST-CLOSED.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-OUTIDX -- POSITION OFILE1X AT ITS FIRST KEY AND
      *  READ IT FRONT TO BACK, POSTING EVERY ROW FOR THE DATE.
      *---------------------------------------------------------------
       2000-SWEEP-OUTIDX.
      *---------------------------------------------------------------
           MOVE    LOW-VALUES TO                OUX-REC-KEY.
           START   OUT-FILE-IDX
                   KEY IS NOT LESS THAN         OUX-REC-KEY
                   INVALID KEY
                           GO TO                2000-EXIT
           END-START.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB23 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-OUTIDX-EOF-SW.
           PERFORM 2050-READ-OUTIDX             THRU 2050-EXIT
                   UNTIL   WK-OUTIDX-EOF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-OUTIDX -- READ THE NEXT OFILE1X ROW AND, WHEN IT
      *  IS FOR THE BUSINESS DATE, POST IT.
      *---------------------------------------------------------------
       2050-READ-OUTIDX.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB23 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      OUX-BUS-DATE NOT = WK-BUS-DATE
                   GO TO                        2050-EXIT
           END-IF.

           ADD     1 TO                         WK-ROW-COUNT.
           PERFORM 2100-POST-ROW                THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-POST-ROW -- LEAVE THE ROW FOR A LATER RUN WHEN ITS
      *  RUN-ID IS ON CKPTINV SHORT OF DONE.  A RUN-ID NO LONGER ON
      *  CKPTINV HAS BEEN HOUSEKEPT BY COB4, SO WAS DONE.  OTHERWISE
      *  WORK OUT WHAT HAS CHANGED SINCE IT WAS LAST POSTED (ALL OF
      *  IT WHEN NEVER POSTED), AND POST THE DIFFERENCE TO ITS OWN
      *  MONTH -- OR, WHEN THAT MONTH IS CLOSED, REFUSE IT OR POST
      *  IT AS AN ADJUSTMENT TO THE FIRST OPEN MONTH -- THEN LOG THE
      *  ROW AS POSTED.
      *---------------------------------------------------------------
       2100-POST-ROW.
      *---------------------------------------------------------------
           MOVE    OUX-RUN-ID TO                CKI-RUN-ID.
           MOVE    OUX-BUS-DATE TO              CKI-BUS-DATE.
           READ    CKPT-INVENTORY
                   INVALID KEY
                           MOVE    4 TO         CKI-LAST-STEP
           END-READ.
           IF      NOT WK-CKPTINV-STATUS-OK
           AND     NOT WK-CKPTINV-NOT-FOUND
                   DISPLAY 'COB23 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      CKI-LAST-STEP NOT = 4
                   DISPLAY 'COB23 - RUN-ID ' OUX-RUN-ID
                           ' NOT DONE FOR ' OUX-BUS-DATE
                           ' - UNIT ' OUX-BUS-UNIT ' NOT POSTED'
                   ADD     1 TO                 WK-NOT-DONE-COUNT
                   GO TO                        2100-EXIT
           END-IF.

           MOVE    'N' TO                       WK-LOGGED-SW.
           MOVE    OUX-BUS-UNIT TO              PPL-BUS-UNIT.
           MOVE    OUX-RUN-ID TO                PPL-RUN-ID.
           MOVE    OUX-BUS-DATE TO              PPL-BUS-DATE.
           IF      NOT WK-PERPOST-LOAD-MODE
                   READ    PERIOD-POSTINGS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   SET     WK-LOGGED TO TRUE
                   END-READ
                   IF      NOT WK-PERPOST-STATUS-OK
                   AND     NOT WK-PERPOST-NOT-FOUND
                           DISPLAY 'COB23 - PERPOST FILE STATUS '
                                   WK-PERPOST-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           MOVE    OUX-REC-PROCESSED TO         WK-DELTA-PROCESSED.
           MOVE    OUX-REC-REJECTED TO          WK-DELTA-REJECTED.
           MOVE    OUX-VALUE-TOTAL TO           WK-DELTA-VALUE.
           IF      WK-LOGGED
                   SUBTRACT PPL-PROCESSED FROM  WK-DELTA-PROCESSED
                   SUBTRACT PPL-REJECTED FROM   WK-DELTA-REJECTED
                   SUBTRACT PPL-VALUE FROM      WK-DELTA-VALUE
           END-IF.
           IF      WK-LOGGED
           AND     WK-DELTA-PROCESSED = ZERO
           AND     WK-DELTA-REJECTED = ZERO
           AND     WK-DELTA-VALUE = ZERO
                   ADD     1 TO                 WK-UNCHANGED-COUNT
                   GO TO                        2100-EXIT
           END-IF.

           MOVE    'N' TO                       WK-ADJ-SW.
           IF      WK-BUS-PERIOD > WK-LAST-CLOSED
                   MOVE    WK-BUS-PERIOD TO     WK-TARGET-PERIOD
           ELSE
                   IF      WK-LATE-REFUSE
                           DISPLAY 'COB23 - UNIT ' OUX-BUS-UNIT
                                   ' RUN-ID ' OUX-RUN-ID
                                   ' REFUSED - MONTH ' WK-BUS-PERIOD
                                   ' IS CLOSED'
                           ADD     1 TO         WK-REFUSED-COUNT
                           GO TO                2100-EXIT
                   END-IF
                   MOVE    WK-OPEN-PERIOD TO    WK-TARGET-PERIOD
                   SET     WK-ADJ-POSTING TO    TRUE
                   DISPLAY 'COB23 - UNIT ' OUX-BUS-UNIT
                           ' RUN-ID ' OUX-RUN-ID
                           ' MONTH ' WK-BUS-PERIOD
                           ' CLOSED - ADJUSTMENT POSTED TO '
                           WK-TARGET-PERIOD
           END-IF.

           PERFORM 2200-APPLY-TOTALS            THRU 2200-EXIT.

           PERFORM 2300-LOG-POSTING             THRU 2300-EXIT.

           IF      WK-ADJ-POSTING
                   ADD     1 TO                 WK-ADJUSTED-COUNT
           ELSE
                   ADD     1 TO                 WK-POSTED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2200-APPLY-TOTALS -- ADD THE DIFFERENCE TO THE TARGET
      *  MONTH'S PERTOT ROW FOR THE UNIT AND RUN-ID (A NEW ROW WHEN
      *  THERE IS NONE YET): TO MONTH-TO-DATE FOR THE MONTH'S OWN
      *  DATES OR TO THE ADJUSTMENT COLUMNS FOR A CLOSED MONTH'S,
      *  AND TO YEAR-TO-DATE EITHER WAY.
      *---------------------------------------------------------------
       2200-APPLY-TOTALS.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-TOTAL-FOUND-SW.
           MOVE    OUX-BUS-UNIT TO              PTT-BUS-UNIT.
           MOVE    OUX-RUN-ID TO                PTT-RUN-ID.
           MOVE    WK-TARGET-PERIOD TO          PTT-PERIOD.
           IF      NOT WK-PERTOT-LOAD-MODE
                   READ    PERIOD-TOTALS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   SET     WK-TOTAL-FOUND TO TRUE
                   END-READ
                   IF      NOT WK-PERTOT-STATUS-OK
                   AND     NOT WK-PERTOT-NOT-FOUND
                           DISPLAY 'COB23 - PERTOT FILE STATUS '
                                   WK-PERTOT-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      NOT WK-TOTAL-FOUND
                   INITIALIZE                   PER-TOT-REC
                   MOVE    OUX-BUS-UNIT TO      PTT-BUS-UNIT
                   MOVE    OUX-RUN-ID TO        PTT-RUN-ID
                   MOVE    WK-TARGET-PERIOD TO  PTT-PERIOD
           END-IF.

           IF      WK-ADJ-POSTING
                   ADD     WK-DELTA-PROCESSED TO PTT-ADJ-PROCESSED
                   ADD     WK-DELTA-REJECTED TO PTT-ADJ-REJECTED
                   ADD     WK-DELTA-VALUE TO    PTT-ADJ-VALUE
                   ADD     1 TO                 PTT-ADJ-COUNT
           ELSE
                   ADD     WK-DELTA-PROCESSED TO PTT-MTD-PROCESSED
                   ADD     WK-DELTA-REJECTED TO PTT-MTD-REJECTED
                   ADD     WK-DELTA-VALUE TO    PTT-MTD-VALUE
           END-IF.
           ADD     WK-DELTA-PROCESSED TO        PTT-YTD-PROCESSED.
           ADD     WK-DELTA-REJECTED TO         PTT-YTD-REJECTED.
           ADD     WK-DELTA-VALUE TO            PTT-YTD-VALUE.
           MOVE    WK-BUS-DATE TO               PTT-LAST-POST-DATE.

           IF      WK-TOTAL-FOUND
                   REWRITE PER-TOT-REC
           ELSE
                   WRITE   PER-TOT-REC
           END-IF.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB23 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2300-LOG-POSTING -- RECORD ON PERPOST THE ROW'S FIGURES AS
      *  NOW POSTED, AND WHERE THE LATEST DIFFERENCE WENT.
      *---------------------------------------------------------------
       2300-LOG-POSTING.
      *---------------------------------------------------------------
           IF      NOT WK-LOGGED
                   MOVE    SPACES TO            PER-POST-REC
                   MOVE    OUX-BUS-UNIT TO      PPL-BUS-UNIT
                   MOVE    OUX-RUN-ID TO        PPL-RUN-ID
                   MOVE    OUX-BUS-DATE TO      PPL-BUS-DATE
           END-IF.
           MOVE    WK-TARGET-PERIOD TO          PPL-PERIOD.
           MOVE    WK-ADJ-SW TO                 PPL-ADJ-FLAG.
           MOVE    OUX-REC-PROCESSED TO         PPL-PROCESSED.
           MOVE    OUX-REC-REJECTED TO          PPL-REJECTED.
           MOVE    OUX-VALUE-TOTAL TO           PPL-VALUE.
           MOVE    WK-RUN-DATE TO               PPL-POST-DATE.

           IF      WK-LOGGED
                   REWRITE PER-POST-REC
           ELSE
                   WRITE   PER-POST-REC
           END-IF.
           IF      NOT WK-PERPOST-STATUS-OK
                   DISPLAY 'COB23 - PERPOST FILE STATUS '
                           WK-PERPOST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  5000-CLOSE-FILES -- CLOSE EVERY FILE.
      *---------------------------------------------------------------
       5000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB23 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   CKPT-INVENTORY.
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB23 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      NOT WK-PERCTL-UNLOADED
                   CLOSE   PERIOD-CONTROL
                   IF      NOT WK-PERCTL-STATUS-OK
                           DISPLAY 'COB23 - PERCTL FILE STATUS '
                                   WK-PERCTL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   PERIOD-TOTALS.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB23 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   PERIOD-POSTINGS.
           IF      NOT WK-PERPOST-STATUS-OK
                   DISPLAY 'COB23 - PERPOST FILE STATUS '
                           WK-PERPOST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE OR PARM REJECTION IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB23 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
