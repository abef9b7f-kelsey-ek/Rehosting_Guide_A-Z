       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB17.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-09-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB17 -- SCHDMST MAINTENANCE UTILITY.  READS A DECK OF
      *    CONTROL CARDS FROM CARDIN -- ONE CARD PER RUN-ID, EACH
      *    CARRYING AN ACTION (A=ADD, U=UPDATE, D=DELETE), THE
      *    RUN-ID, AND FOR ADD/UPDATE ITS FREQUENCY (D=DAILY,
      *    W=WEEKLY, M=MONTH-END, Q=QUARTER-END, Y=YEAR-END), THE
      *    DAY OF THE WEEK A WEEKLY RUN-ID RUNS ON, ITS SLA
      *    THRESHOLD, ACTIVE/INACTIVE STATUS AND A DESCRIPTION --
      *    VALIDATES EACH CARD, AND APPLIES IT TO THE SCHDMST KSDS
      *    COB18 BUILDS THE NEXT BUSINESS DATE'S BATCHLST FROM.
      *    FOLLOWS COB10: A CARD THAT FAILS VALIDATION OR KEYS A
      *    RECORD THE ACTION CANNOT APPLY TO (ADD OF AN EXISTING
      *    RUN-ID, UPDATE/DELETE OF A MISSING ONE) IS LOGGED AND
      *    COUNTED AS REJECTED WITHOUT STOPPING THE REST OF THE
      *    DECK; ANY REJECT ENDS THE STEP WITH RETURN CODE 8.
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
            SELECT CARD-FILE  ASSIGN        TO  CARDIN
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-CARD-STATUS.
            SELECT RUN-SCHEDULE
                              ASSIGN        TO  SCHDMST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  SCH-RUN-ID
                              FILE STATUS   IS  WK-SCHD-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    CARD-FILE -- THE MAINTENANCE DECK.  FIELDS ARE KEPT AS
      *    X(...) RATHER THAN NUMERIC PICTURES SO A MISKEYED CARD
      *    CAN BE DETECTED AND REJECTED INSTEAD OF ABENDING ON A
      *    BAD MOVE.
      *---------------------------------------------------------------
       FD    CARD-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CARD-REC.
             05    CRD-ACTION                    PIC  X(001).
                   88    CRD-ACTION-ADD            VALUE 'A'.
                   88    CRD-ACTION-UPDATE         VALUE 'U'.
                   88    CRD-ACTION-DELETE         VALUE 'D'.
             05    FILLER                       PIC  X(001).
             05    CRD-RUN-ID                    PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-FREQUENCY                 PIC  X(001).
                   88    CRD-FREQ-WEEKLY           VALUE 'W'.
                   88    CRD-FREQ-VALID            VALUES 'D' 'W'
                                                          'M' 'Q'
                                                          'Y'.
             05    FILLER                       PIC  X(001).
             05    CRD-RUN-WEEKDAY               PIC  X(001).
             05    FILLER                       PIC  X(001).
             05    CRD-SLA-THRESHOLD             PIC  X(006).
             05    FILLER                       PIC  X(001).
             05    CRD-STATUS                    PIC  X(001).
             05    FILLER                       PIC  X(001).
             05    CRD-DESCRIPTION               PIC  X(030).
             05    FILLER                       PIC  X(026).

      *---------------------------------------------------------------
      *    RUN-SCHEDULE -- THE SCHDMST KSDS COB18 READS, KEYED BY
      *    SCH-RUN-ID.
      *---------------------------------------------------------------
       FD    RUN-SCHEDULE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RUN-SCHED-REC.
       COPY  COPY1R.

      *===============================================================
       WORKING-STORAGE                          SECTION.
       01    WK-CARD-STATUS                     PIC  X(002).
             88    WK-CARD-STATUS-OK             VALUE '00'.
       01    WK-CARD-EOF-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-EOF                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    SCHDMST FILE STATUS.  STATUS 35 ON OPEN I-O MEANS THE KSDS
      *    IS DEFINED BUT NEVER LOADED -- 1000-OPEN-FILES FALLS BACK
      *    TO OPEN OUTPUT SO THE FIRST MAINTENANCE DECK LOADS THE
      *    CLUSTER'S FIRST RECORDS, THE SAME WAY COB10 HANDLES
      *    BUMAST.
      *----------------------------------------------------------------
       01    WK-SCHD-STATUS                     PIC  X(002).
             88    WK-SCHD-STATUS-OK             VALUE '00'.
             88    WK-SCHD-DUPLICATE-KEY         VALUE '22'.
             88    WK-SCHD-NO-RECORD             VALUE '23'.
             88    WK-SCHD-UNLOADED              VALUE '35'.

      *----------------------------------------------------------------
      *    'Y' WHEN THE OPEN I-O FOUND THE KSDS UNLOADED AND FELL
      *    BACK TO OPEN OUTPUT.  IN THAT FIRST-LOAD MODE ONLY ADD
      *    CARDS CAN APPLY, AS IN COB10.
      *----------------------------------------------------------------
       01    WK-LOAD-MODE-SW                    PIC  X(001)  VALUE 'N'.
             88    WK-LOAD-MODE                  VALUE 'Y'.

      *----------------------------------------------------------------
      *    TODAY'S DATE FOR THE SCH-UPDATE-DATE STAMP, AND THE COUNT
      *    OF BLANKS IN A CARD'S RUN-ID -- COB1PROC REQUIRES RUN-IDS
      *    OF EXACTLY 8 CHARACTERS, SO A RUN-ID WITH ANY BLANK COULD
      *    NEVER BE SUBMITTED AND IS REFUSED HERE RATHER THAN BY COB8
      *    EVERY NIGHT.
      *----------------------------------------------------------------
       01    WK-CURRENT-DATE                    PIC  X(008).
       01    WK-BLANK-COUNT                     PIC  9(002) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    DECK TOTALS FOR THE END-OF-JOB LOG LINE, AND THE SWITCH
      *    0000-MAINLINE TESTS TO END A PARTIAL LOAD WITH RETURN
      *    CODE 8.
      *----------------------------------------------------------------
       01    WK-APPLIED-COUNT                   PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-REJECT-COUNT                    PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-CARD-SEQ                        PIC  9(005) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    'Y' WHEN 1600-VALIDATE-CARD FOUND THE CURRENT CARD
      *    UNUSABLE -- 1500-PROCESS-CARD THEN COUNTS IT REJECTED
      *    INSTEAD OF APPLYING IT.
      *----------------------------------------------------------------
       01    WK-CARD-BAD-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-BAD                   VALUE 'Y'.

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
       PROCEDURE                                DIVISION.
      *---------------------------------------------------------------
       0000-MAINLINE.
      *---------------------------------------------------------------
           ACCEPT  WK-CURRENT-DATE FROM          DATE YYYYMMDD.

           PERFORM 1000-OPEN-FILES               THRU 1000-EXIT.

           MOVE    'N' TO                        WK-CARD-EOF-SW.
           PERFORM 1500-PROCESS-CARD             THRU 1500-EXIT
                   UNTIL   WK-CARD-EOF.

           PERFORM 3000-CLOSE-FILES              THRU 3000-EXIT.

           DISPLAY 'COB17 - ' WK-APPLIED-COUNT ' CARDS APPLIED, '
                   WK-REJECT-COUNT ' REJECTED'.

           IF      WK-REJECT-COUNT > ZERO
                   MOVE    8 TO                  RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE CARD DECK FOR INPUT AND SCHDMST
      *  I-O, FALLING BACK TO OPEN OUTPUT WHEN THE KSDS IS DEFINED
      *  BUT NOT YET LOADED (STATUS 35).
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB17 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          RUN-SCHEDULE.
           IF      WK-SCHD-UNLOADED
                   OPEN    OUTPUT               RUN-SCHEDULE
                   SET     WK-LOAD-MODE TO      TRUE
           END-IF.
           IF      NOT WK-SCHD-STATUS-OK
                   DISPLAY 'COB17 - SCHDMST FILE STATUS '
                           WK-SCHD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-PROCESS-CARD -- READ ONE MAINTENANCE CARD.  AT END SETS
      *  THE SWITCH THAT ENDS THE MAINLINE LOOP; OTHERWISE VALIDATES
      *  THE CARD AND APPLIES OR REJECTS IT.
      *---------------------------------------------------------------
       1500-PROCESS-CARD.
      *---------------------------------------------------------------
           READ    CARD-FILE
                   AT END
                           SET     WK-CARD-EOF TO TRUE
                   NOT AT END
                           ADD     1 TO           WK-CARD-SEQ
                           PERFORM 1600-VALIDATE-CARD
                                                 THRU 1600-EXIT
                           IF      WK-CARD-BAD
                                   ADD     1 TO   WK-REJECT-COUNT
                           ELSE
                                   PERFORM 2000-APPLY-CARD
                                                 THRU 2000-EXIT
                           END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1600-VALIDATE-CARD -- REJECT A CARD WITH AN UNKNOWN ACTION
      *  OR A RUN-ID THAT IS NOT EXACTLY 8 NON-BLANK CHARACTERS, OR
      *  -- FOR ADD/UPDATE -- AN UNKNOWN FREQUENCY, A WEEKLY CARD
      *  WITHOUT A DAY OF THE WEEK 1-7, A NON-NUMERIC SLA THRESHOLD
      *  OR A STATUS OTHER THAN A/I, BEFORE SCHDMST IS TOUCHED.  A
      *  DELETE CARD ONLY NEEDS THE ACTION AND THE RUN-ID.
      *---------------------------------------------------------------
       1600-VALIDATE-CARD.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-CARD-BAD-SW.

           IF      NOT CRD-ACTION-ADD
           AND     NOT CRD-ACTION-UPDATE
           AND     NOT CRD-ACTION-DELETE
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - ACTION ' CRD-ACTION
                           ' IS NOT A, U OR D'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           MOVE    ZERO TO                      WK-BLANK-COUNT.
           INSPECT CRD-RUN-ID TALLYING          WK-BLANK-COUNT
                   FOR ALL SPACE.
           IF      WK-BLANK-COUNT > ZERO
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - RUN-ID ' CRD-RUN-ID
                           ' MUST BE EXACTLY 8 NON-BLANK CHARACTERS'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-ACTION-DELETE
                   GO TO                        1600-EXIT
           END-IF.

           IF      NOT CRD-FREQ-VALID
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - FREQUENCY ' CRD-FREQUENCY
                           ' IS NOT D, W, M, Q OR Y'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-FREQ-WEEKLY
                   IF      CRD-RUN-WEEKDAY < '1'
                   OR      CRD-RUN-WEEKDAY > '7'
                           DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                                   ' REJECTED - WEEKLY RUN-ID NEEDS '
                                   'A DAY OF THE WEEK 1-7, NOT '
                                   CRD-RUN-WEEKDAY
                           SET     WK-CARD-BAD TO TRUE
                           GO TO                1600-EXIT
                   END-IF
           END-IF.

           IF      CRD-SLA-THRESHOLD NOT NUMERIC
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - SLA THRESHOLD '
                           CRD-SLA-THRESHOLD
                           ' MUST BE 6 DIGITS (000000 = NONE)'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-STATUS NOT = 'A'
           AND     CRD-STATUS NOT = 'I'
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - STATUS ' CRD-STATUS
                           ' IS NOT A OR I'
                   SET     WK-CARD-BAD TO       TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-APPLY-CARD -- APPLY ONE VALIDATED CARD TO SCHDMST.  AN
      *  ADD THAT FINDS THE RUN-ID ALREADY ON FILE, OR AN UPDATE OR
      *  DELETE THAT DOES NOT FIND IT, IS LOGGED AND COUNTED AS A
      *  REJECT.  ON THE FIRST-LOAD PATH (KSDS OPENED OUTPUT) ONLY
      *  ADDS CAN APPLY; ANY FILE STATUS THE INVALID KEY PHRASE
      *  DOES NOT COVER STILL ABENDS THE RUN.
      *---------------------------------------------------------------
       2000-APPLY-CARD.
      *---------------------------------------------------------------
           IF      WK-LOAD-MODE
           AND     NOT CRD-ACTION-ADD
                   DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                           ' REJECTED - ACTION ' CRD-ACTION
                           ' NOT ALLOWED ON THE FIRST LOAD OF AN '
                           'EMPTY SCHDMST'
                   ADD     1 TO                 WK-REJECT-COUNT
                   GO TO                        2000-EXIT
           END-IF.

           IF      CRD-ACTION-DELETE
                   MOVE    CRD-RUN-ID TO        SCH-RUN-ID
                   DELETE  RUN-SCHEDULE
                           INVALID KEY
                               DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                                       ' REJECTED - RUN-ID '
                                       CRD-RUN-ID
                                       ' NOT ON SCHDMST FOR DELETE'
                               ADD     1 TO      WK-REJECT-COUNT
                           NOT INVALID KEY
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB17 - RUN-ID ' CRD-RUN-ID
                                       ' DELETED'
                   END-DELETE
                   IF      NOT WK-SCHD-STATUS-OK
                   AND     NOT WK-SCHD-NO-RECORD
                           DISPLAY 'COB17 - SCHDMST FILE STATUS '
                                   WK-SCHD-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
                   GO TO                        2000-EXIT
           END-IF.

           MOVE    SPACES TO                    RUN-SCHED-REC.
           MOVE    CRD-RUN-ID TO                SCH-RUN-ID.
           MOVE    CRD-FREQUENCY TO             SCH-FREQUENCY.
           IF      CRD-FREQ-WEEKLY
                   MOVE    CRD-RUN-WEEKDAY TO   SCH-RUN-WEEKDAY
           ELSE
                   MOVE    ZERO TO              SCH-RUN-WEEKDAY
           END-IF.
           MOVE    CRD-SLA-THRESHOLD TO         SCH-SLA-THRESHOLD.
           MOVE    CRD-STATUS TO                SCH-STATUS.
           MOVE    CRD-DESCRIPTION TO           SCH-DESCRIPTION.
           MOVE    WK-CURRENT-DATE TO           SCH-UPDATE-DATE.

           IF      CRD-ACTION-ADD
                   WRITE   RUN-SCHED-REC
                           INVALID KEY
                               DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                                       ' REJECTED - RUN-ID '
                                       CRD-RUN-ID
                                       ' ALREADY ON SCHDMST'
                               ADD     1 TO      WK-REJECT-COUNT
                           NOT INVALID KEY
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB17 - RUN-ID ' CRD-RUN-ID
                                       ' ADDED'
                   END-WRITE
                   IF      NOT WK-SCHD-STATUS-OK
                   AND     NOT WK-SCHD-DUPLICATE-KEY
                           DISPLAY 'COB17 - SCHDMST FILE STATUS '
                                   WK-SCHD-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           ELSE
                   REWRITE RUN-SCHED-REC
                           INVALID KEY
                               DISPLAY 'COB17 - CARD ' WK-CARD-SEQ
                                       ' REJECTED - RUN-ID '
                                       CRD-RUN-ID
                                       ' NOT ON SCHDMST FOR UPDATE'
                               ADD     1 TO      WK-REJECT-COUNT
                           NOT INVALID KEY
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB17 - RUN-ID ' CRD-RUN-ID
                                       ' UPDATED'
                   END-REWRITE
                   IF      NOT WK-SCHD-STATUS-OK
                   AND     NOT WK-SCHD-NO-RECORD
                           DISPLAY 'COB17 - SCHDMST FILE STATUS '
                                   WK-SCHD-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-CLOSE-FILES -- CLOSE THE CARD DECK AND SCHDMST.
      *---------------------------------------------------------------
       3000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB17 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   RUN-SCHEDULE.
           IF      NOT WK-SCHD-STATUS-OK
                   DISPLAY 'COB17 - SCHDMST FILE STATUS '
                           WK-SCHD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB17 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
