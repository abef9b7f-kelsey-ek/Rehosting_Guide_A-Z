      *    DUPLICATE CHECK), AND A PAIR SITTING AT A PARTIAL STEP IS
      *    FLAGGED AS A RESTART AND GENERATED WITH GEN=0 SO COB1'S
      *    OPEN EXTEND LANDS ON THE GENERATION THE ABENDED RUN
      *    CATALOGED.  A PAIR WHOSE BUSINESS DATE IS A HOLIDAY OR
      *    WEEKEND DAY ON THE BUSCAL PROCESSING CALENDAR, OR IS NOT
      *    ON THE CALENDAR AT ALL, IS LIKEWISE DROPPED (COB1 WOULD
      *    ONLY REFUSE IT).  EVERY SKIP AND RESTART GOES ON SKIPRPT,
      *    SO THE WINDOW PLAN HANDED TO THE MORNING SHIFT MATCHES
      *    WHAT REALLY EXECUTED.  BATCHLST IS NORMALLY WRITTEN BY
      *    COB18 FROM THE SCHDMST SCHEDULE MASTER; A PAIR CARRYING A
      *    NON-ZERO SLA THRESHOLD HAS IT PASSED TO COB1PROC AS SLA=.
      ****************************************************************
       ENVIRONMENT                              DIVISION.
      ****************************************************************
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CKI-REC-KEY
                              FILE STATUS   IS  WK-CKPTINV-STATUS.
            SELECT BUS-CALENDAR
                              ASSIGN        TO  BUSCAL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CAL-DATE
                              FILE STATUS   IS  WK-BUSCAL-STATUS.
            SELECT SKIP-FILE  ASSIGN        TO  SKIPRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-SKIP-STATUS.
       01    CKPT-INV-REC.
       COPY  COPY1I.

      *---------------------------------------------------------------
      *    BUS-CALENDAR -- THE BUSCAL PROCESSING CALENDAR COB16
      *    LOADS, READ HERE BY KEY FOR THE PRE-FLIGHT SCRUB OF EACH
      *    BATCHLST PAIR'S BUSINESS DATE.
      *---------------------------------------------------------------
       FD    BUS-CALENDAR
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-CAL-REC.
       COPY  COPY1K.

      *---------------------------------------------------------------
      *    SKIP-FILE -- THE SKIPPED-PAIRS REPORT, REBUILT IN FULL ON
      *    EVERY WINDOW BUILD: ONE LINE PER PAIR NOT SUBMITTED (WITH
       01    WK-CKPTINV-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-CKPTINV-OPEN               VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUS-CALENDAR FILE STATUS.  STATUS 35 ON OPEN MEANS THE
      *    CALENDAR IS DEFINED BUT NEVER LOADED -- NO DATE IS ON IT,
      *    SO EVERY PAIR IS SKIPPED AS NOT ON THE CALENDAR, EXACTLY
      *    AS COB1 WOULD REFUSE IT.
      *----------------------------------------------------------------
       01    WK-BUSCAL-STATUS                   PIC  X(002).
             88    WK-BUSCAL-STATUS-OK           VALUE '00'.
             88    WK-BUSCAL-UNLOADED            VALUE '35'.
       01    WK-BUSCAL-OPEN-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-BUSCAL-OPEN                VALUE 'Y'.

       01    WK-SKIP-STATUS                     PIC  X(002).
             88    WK-SKIP-STATUS-OK             VALUE '00'.

      *    GENERATED JOB, IN PAIR ORDER, AND EACH DISTINCT RUN-ID
      *    GETS ITS OWN JOB.  WK-TBL-USED-SW MARKS AN ENTRY ALREADY
      *    PLACED IN A JOB SO A LATER PASS DOES NOT PLACE IT TWICE.
      *    WK-TBL-SLA IS THE PAIR'S SLA THRESHOLD FROM BATCHLST.
      *----------------------------------------------------------------
       01    WK-PAIR-TOTAL                      PIC  9(004) COMP
                                                 VALUE 0.
                         88    WK-TBL-USED         VALUE 'Y'.
                   10    WK-TBL-RESTART-SW        PIC  X(001).
                         88    WK-TBL-RESTART      VALUE 'Y'.
                   10    WK-TBL-SLA               PIC  X(006).
       01    WK-PX                              PIC  9(004) COMP.
       01    WK-PY                              PIC  9(004) COMP.

       01    WK-JOB-COUNT                       PIC  9(003)
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    NEXT FREE COLUMN OF THE EXEC CARD 2200-ADD-RUN-ID-STEP IS
      *    BUILDING, SO GEN= AND THE SLA CONTINUATION CAN BE APPENDED
      *    ONLY WHEN THE PAIR NEEDS THEM.
      *----------------------------------------------------------------
       01    WK-CARD-PTR                        PIC  9(003) COMP
                                                 VALUE 0.

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN BATCHLST FOR INPUT, THE INTERNAL
      *  READER AND THE SKIPPED-PAIRS REPORT FOR OUTPUT, AND
      *  CKPT-INVENTORY AND BUS-CALENDAR FOR THE PRE-FLIGHT SCRUB.
      *  AN INVENTORY KSDS THAT IS DEFINED BUT NEVER LOADED (STATUS
      *  35) LEAVES NOTHING TO SCRUB AGAINST AND THE CHECK IS
      *  SKIPPED; AN UNLOADED CALENDAR HOLDS NO PROCESSING DAY, SO
      *  EVERY PAIR IS SKIPPED AS NOT ON THE CALENDAR.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
                   SET     WK-CKPTINV-OPEN TO   TRUE
           END-IF
           END-IF.

           OPEN    INPUT                        BUS-CALENDAR.
           IF      WK-BUSCAL-UNLOADED
                   DISPLAY 'COB8 - BUSCAL NOT YET LOADED - NO PAIR '
                           'CAN BE SUBMITTED'
           ELSE
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB8 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           ELSE
                   SET     WK-BUSCAL-OPEN TO    TRUE
           END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *  1500-PROCESS-PAIR -- READ ONE RUN-ID/BUSINESS-DATE PAIR.  AT
      *  END SETS THE SWITCH THAT ENDS THE MAINLINE LOOP; OTHERWISE
      *  VALIDATES THE PAIR AND, IF IT PASSES, CHECKS IT AGAINST
      *  THE CALENDAR AND CKPT-INVENTORY AND ADDS IT TO THE PAIR
      *  TABLE FOR 2000-BUILD-JOBS TO GROUP BY RUN-ID.  EVERY PAIR
      *  NOT TABLED GOES ON THE SKIPPED-PAIRS REPORT WITH ITS REASON.
      *---------------------------------------------------------------
       1500-PROCESS-PAIR.
      *---------------------------------------------------------------
                                   PERFORM 1680-WRITE-SKIP-LINE
                                                 THRU 1680-EXIT
                           ELSE
                                   PERFORM 1620-CHECK-CALENDAR
                                                 THRU 1620-EXIT
                           END-IF
                           END-IF
                           END-IF
                   WK-TBL-USED-SW (WK-PAIR-TOTAL).
           MOVE    'N' TO
                   WK-TBL-RESTART-SW (WK-PAIR-TOTAL).
           MOVE    BTP-SLA-THRESHOLD TO
                   WK-TBL-SLA (WK-PAIR-TOTAL).
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1620-CHECK-CALENDAR -- PRE-FLIGHT SCRUB OF THE VALIDATED
      *  PAIR'S BUSINESS DATE AGAINST THE BUSCAL PROCESSING
      *  CALENDAR.  A DATE NOT ON THE CALENDAR (OR NO LOADED
      *  CALENDAR AT ALL), OR ONE MARKED AS A HOLIDAY OR WEEKEND
      *  DAY, IS DROPPED ONTO THE SKIPPED-PAIRS REPORT WITH THE
      *  REASON INSTEAD OF BEING SUBMITTED FOR COB1 TO REFUSE; A
      *  PROCESSING DAY GOES ON TO THE CKPT-INVENTORY CHECK.
      *---------------------------------------------------------------
       1620-CHECK-CALENDAR.
      *---------------------------------------------------------------
           IF      NOT WK-BUSCAL-OPEN
                   MOVE    'BUSINESS DATE NOT ON CALENDAR' TO
                                                 WK-SKIP-REASON
                   GO TO                        1620-SKIP
           END-IF.

           MOVE    BTP-BUS-DATE TO              CAL-DATE.
           READ    BUS-CALENDAR
                   INVALID KEY
                           MOVE 'BUSINESS DATE NOT ON CALENDAR' TO
                                                 WK-SKIP-REASON
                           GO TO                1620-SKIP
           END-READ.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB8 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      CAL-PROCESSING-DAY
                   PERFORM 1650-CHECK-CKPTINV   THRU 1650-EXIT
                   GO TO                        1620-EXIT
           END-IF.

           MOVE    SPACES TO                    WK-SKIP-REASON.
           STRING  'NON-PROCESSING DAY - ' DELIMITED BY SIZE
                   CAL-DESCRIPTION              DELIMITED BY SIZE
                   INTO                         WK-SKIP-REASON
           END-STRING.

       1620-SKIP.
           DISPLAY 'COB8 - SKIPPING PAIR ' WK-JOB-SEQ
                   ' - RUN-ID ' BTP-RUN-ID
                   ' BUSINESS DATE ' BTP-BUS-DATE
                   ' - ' WK-SKIP-REASON.
           ADD     1 TO                         WK-SKIP-COUNT.
           PERFORM 1680-WRITE-SKIP-LINE         THRU 1680-EXIT.
       1620-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1650-CHECK-CKPTINV -- PRE-FLIGHT SCRUB OF THE VALIDATED
      *  PAIR AGAINST CKPT-INVENTORY.  NO INVENTORY ROW (OR NO
      *  ITS EXEC COB1PROC STEP TO THE JOB AND MARK IT PLACED.  A
      *  PAIR THE PRE-FLIGHT SCRUB FLAGGED AS A RESTART GETS GEN=0
      *  ON ITS EXEC SO COB1'S OPEN EXTEND LANDS ON THE GENERATION
      *  THE ABENDED RUN CATALOGED INSTEAD OF A FRESH EMPTY ONE.  A
      *  PAIR WITH A NON-ZERO SLA THRESHOLD GETS SLA= ON A
      *  CONTINUATION CARD -- WITH GEN=0 AS WELL THE OPERANDS WOULD
      *  RUN PAST COLUMN 71.  EITHER WAY, ADVANCE TO THE NEXT TABLE
      *  ENTRY.
      *---------------------------------------------------------------
       2200-ADD-RUN-ID-STEP.
      *---------------------------------------------------------------
           AND     WK-TBL-RUN-ID (WK-PY) = WK-JOB-RUN-ID
                   ADD     10 TO                WK-STEP-NUM
                   MOVE    SPACES TO            SUBMIT-REC
                   MOVE    1 TO                 WK-CARD-PTR
                   STRING  '//STEP' DELIMITED BY SIZE
                           WK-STEP-NUM DELIMITED BY SIZE
                           ' EXEC COB1PROC,RUNID='
                           DELIMITED BY SIZE
                           WK-TBL-RUN-ID (WK-PY)
                           DELIMITED BY SIZE
                           ',BUSDATE=' DELIMITED BY SIZE
                           WK-TBL-BUS-DATE (WK-PY)
                           DELIMITED BY SIZE
                           INTO    SUBMIT-REC
                           WITH POINTER WK-CARD-PTR
                   END-STRING
                   IF      WK-TBL-RESTART (WK-PY)
                           STRING  ',GEN=0' DELIMITED BY SIZE
                                   INTO    SUBMIT-REC
                                   WITH POINTER WK-CARD-PTR
                           END-STRING
                   END-IF
                   IF      WK-TBL-SLA (WK-PY) NUMERIC
                   AND     WK-TBL-SLA (WK-PY) > ZERO
                           STRING  ',' DELIMITED BY SIZE
                                   INTO    SUBMIT-REC
                                   WITH POINTER WK-CARD-PTR
                           END-STRING
                           PERFORM 2250-WRITE-SUBMIT
                                                 THRU 2250-EXIT
                           MOVE    SPACES TO    SUBMIT-REC
                           STRING  '//             SLA='
                                   DELIMITED BY SIZE
                                   WK-TBL-SLA (WK-PY)
                                   DELIMITED BY SIZE
                                   INTO    SUBMIT-REC
                           END-STRING
                   END-IF
                   PERFORM 2250-WRITE-SUBMIT    THRU 2250-EXIT
                   SET     WK-TBL-USED (WK-PY) TO TRUE
                   ADD     1 TO                 WK-PAIR-COUNT
                   DISPLAY 'COB8 - JOB ' WK-JOB-COUNT
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2250-WRITE-SUBMIT -- WRITE THE CARD IN SUBMIT-REC TO THE
      *  INTERNAL READER.
      *---------------------------------------------------------------
       2250-WRITE-SUBMIT.
      *---------------------------------------------------------------
           WRITE   SUBMIT-REC.
           IF      NOT WK-SUBMIT-STATUS-OK
                   DISPLAY 'COB8 - INTRDR FILE STATUS '
                           WK-SUBMIT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2300-WRITE-JOB-CARD -- WRITE THE JOB CARD THAT STARTS ONE
      *  RUN-ID'S GENERATED JOB.  THE COB8BNNN NAME IS UNIQUE PER

      *---------------------------------------------------------------
      *  1800-CLOSE-FILES -- CLOSE BATCHLST, THE INTERNAL READER,
      *  THE SKIPPED-PAIRS REPORT AND, WHEN THEY WERE OPENED, THE
      *  CKPT-INVENTORY AND THE CALENDAR.
      *---------------------------------------------------------------
       1800-CLOSE-FILES.
      *---------------------------------------------------------------
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           IF      WK-BUSCAL-OPEN
                   CLOSE   BUS-CALENDAR
                   IF      NOT WK-BUSCAL-STATUS-OK
                           DISPLAY 'COB8 - BUSCAL FILE STATUS '
                                   WK-BUSCAL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
       1800-EXIT.
           EXIT.

