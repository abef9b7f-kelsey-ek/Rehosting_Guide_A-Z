      *    CONTROL CARDS FROM CARDIN -- ONE CARD PER BUSINESS UNIT,
      *    EACH CARRYING AN ACTION (A=ADD, U=UPDATE, D=DELETE), THE
      *    UNIT CODE, AND FOR ADD/UPDATE THE UNIT'S NAME, REGION,
      *    ACTIVE/INACTIVE STATUS, EFFECTIVE DATES AND THE GL ACCOUNT
      *    AND COST CENTRE ITS VALUE IS POSTED TO (LEFT BLANK ON AN
      *    UPDATE CARD TO KEEP THE UNIT'S CURRENT MAPPING) -- VALIDATES
      *    EACH CARD, AND APPLIES IT TO THE BUMAST KSDS.  GIVES THE
      *    BUSINESS-UNIT MASTER THE SAME CARD-DRIVEN MAINTENANCE
      *    PATH COB7 GIVES CTLFILE, INSTEAD OF OPS HAND-EDITING OR
      *    IS LOGGED AND COUNTED AS REJECTED WITHOUT STOPPING THE
      *    REST OF THE DECK; ANY REJECT ENDS THE STEP WITH RETURN
      *    CODE 8 SO THE SUBMITTING JOB CAN TELL A CLEAN LOAD FROM
      *    A PARTIAL ONE.  EVERY CARD MUST CARRY THE REQUESTER'S ID,
      *    AND EVERY CARD APPLIED WRITES A BUMJRNL CHANGE JOURNAL
      *    RECORD WITH THE CARD ACTION, THE REQUESTER, THE RUN STAMP
      *    (DATE AND TIME THIS RUN STARTED, LOGGED AT START-UP) AND
      *    THE UNIT'S BUMAST RECORD BEFORE AND AFTER THE CHANGE --
      *    COB19 REPORTS FROM IT AND COB20 BUILDS THE DECK THAT
      *    REVERSES ONE RUN STAMP.
      ****************************************************************
       ENVIRONMENT                              DIVISION.
      ****************************************************************
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  BUM-BUS-UNIT
                              FILE STATUS   IS  WK-BUMAST-STATUS.
            SELECT BUM-JOURNAL
                              ASSIGN        TO  BUMJRNL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  JRN-REC-KEY
                              FILE STATUS   IS  WK-BUMJRNL-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================
      *    CARD-FILE -- THE MAINTENANCE DECK.  FIELDS ARE KEPT AS
      *    X(...) RATHER THAN NUMERIC PICTURES SO A MISKEYED CARD
      *    CAN BE DETECTED AND REJECTED INSTEAD OF ABENDING ON A
      *    BAD MOVE.  ON AN UPDATE CARD, A BLANK GL ACCOUNT OR COST
      *    CENTRE (COLUMNS 63-72 OR 74-79) KEEPS THE VALUE ALREADY ON
      *    BUMAST, SO A STATUS OR DATE CHANGE DOES NOT HAVE TO REPEAT
      *    THE UNIT'S GL MAPPING; EVERY OTHER FIELD IS REPLACED.
      *---------------------------------------------------------------
       FD    CARD-FILE
                             LABEL     RECORD   IS   STANDARD
             05    CRD-EFF-START                 PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-EFF-END                   PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-REQUESTER                 PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-GL-ACCOUNT                PIC  X(010).
             05    FILLER                       PIC  X(001).
             05    CRD-COST-CENTRE               PIC  X(006).
             05    FILLER                       PIC  X(001).

      *---------------------------------------------------------------
      *    BUS-UNIT-MASTER -- THE BUMAST KSDS, SAME LAYOUT COB1'S
       01    BUS-UNIT-MST-REC.
       COPY  COPY1M.

      *---------------------------------------------------------------
      *    BUM-JOURNAL -- THE BUMJRNL KSDS, ONE RECORD PER CARD
      *    APPLIED, KEYED BY UNIT, RUN STAMP AND CARD SEQUENCE.
      *---------------------------------------------------------------
       FD    BUM-JOURNAL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUM-JRNL-REC.
       COPY  COPY1J.

      *===============================================================
       WORKING-STORAGE                          SECTION.
       01    WK-CARD-STATUS                     PIC  X(002).
       01    WK-LOAD-MODE-SW                    PIC  X(001)  VALUE 'N'.
             88    WK-LOAD-MODE                  VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUMJRNL FILE STATUS.  STATUS 35 ON OPEN I-O FALLS BACK TO
      *    OPEN OUTPUT THE SAME WAY AS BUMAST, SO THE FIRST DECK
      *    AFTER THE IDCAMS DEFINE STARTS THE JOURNAL.  A DUPLICATE
      *    KEY CANNOT HAPPEN WITHIN ONE RUN STAMP, SO ANY STATUS
      *    OTHER THAN 00 ON A JOURNAL WRITE ABENDS THE RUN -- A
      *    CHANGE MUST NOT GO UNJOURNALED.
      *----------------------------------------------------------------
       01    WK-BUMJRNL-STATUS                  PIC  X(002).
             88    WK-BUMJRNL-STATUS-OK          VALUE '00'.
             88    WK-BUMJRNL-UNLOADED           VALUE '35'.

      *----------------------------------------------------------------
      *    RUN STAMP -- THE DATE AND TIME THIS RUN STARTED, CARRIED
      *    ON EVERY JOURNAL RECORD IT WRITES SO ONE DECK'S CHANGES
      *    CAN BE PICKED OUT AND REVERSED TOGETHER.
      *----------------------------------------------------------------
       01    WK-RUN-DATE                        PIC  X(008).
       01    WK-RUN-TIME                        PIC  X(008).

      *----------------------------------------------------------------
      *    THE UNIT'S BUMAST RECORD AS IT STOOD BEFORE THE CARD WAS
      *    APPLIED -- SPACES FOR AN ADD.
      *----------------------------------------------------------------
       01    WK-BEFORE-IMAGE                    PIC  X(080).

      *----------------------------------------------------------------
      *    THE UNIT'S BUMAST RECORD AS THE CARD LEAVES IT -- SPACES
      *    FOR A DELETE.  TAKEN BEFORE THE WRITE, REWRITE OR DELETE,
      *    WHILE THE RECORD AREA STILL HOLDS WHAT WAS BUILT.
      *----------------------------------------------------------------
       01    WK-AFTER-IMAGE                     PIC  X(080).

      *----------------------------------------------------------------
      *    DECK TOTALS FOR THE END-OF-JOB LOG LINE, AND THE SWITCH
      *    0000-MAINLINE TESTS TO END A PARTIAL LOAD WITH RETURN

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE CARD DECK FOR INPUT AND BUMAST
      *  AND BUMJRNL I-O, FALLING BACK TO OPEN OUTPUT WHEN A KSDS IS
      *  DEFINED BUT NOT YET LOADED (STATUS 35), AND TAKE THE RUN
      *  STAMP EVERY JOURNAL RECORD OF THIS RUN CARRIES.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          BUM-JOURNAL.
           IF      WK-BUMJRNL-UNLOADED
                   OPEN    OUTPUT               BUM-JOURNAL
           END-IF.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB10 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ACCEPT  WK-RUN-DATE FROM             DATE YYYYMMDD.
           ACCEPT  WK-RUN-TIME FROM             TIME.
           DISPLAY 'COB10 - JOURNAL RUN STAMP ' WK-RUN-DATE ' '
                   WK-RUN-TIME.
       1000-EXIT.
           EXIT.


      *---------------------------------------------------------------
      *  1600-VALIDATE-CARD -- REJECT A CARD WITH AN UNKNOWN ACTION,
      *  A BLANK UNIT CODE OR REQUESTER ID, OR -- FOR ADD/UPDATE --
      *  A STATUS OTHER THAN A/I OR NON-NUMERIC EFFECTIVE DATES,
      *  BEFORE BUMAST IS TOUCHED.  A DELETE CARD ONLY NEEDS THE
      *  ACTION, THE UNIT AND THE REQUESTER.
      *---------------------------------------------------------------
       1600-VALIDATE-CARD.
      *---------------------------------------------------------------
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-REQUESTER = SPACES
                   DISPLAY 'COB10 - CARD ' WK-CARD-SEQ
                           ' REJECTED - REQUESTER ID IS BLANK'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-ACTION-DELETE
                   GO TO                        1600-EXIT
           END-IF.
      *  ADD THAT FINDS THE UNIT ALREADY ON FILE, OR AN UPDATE OR
      *  DELETE THAT DOES NOT FIND IT, IS LOGGED AND COUNTED AS A
      *  REJECT -- A MISKEYED ACTION MUST NOT SILENTLY OVERWRITE OR
      *  RECREATE A UNIT.  AN UPDATE OR DELETE READS THE UNIT FIRST
      *  SO ITS BEFORE IMAGE CAN BE JOURNALED, AND AN UPDATE IS BUILT
      *  OVER THAT RECORD SO A BLANK GL ACCOUNT OR COST CENTRE ON THE
      *  CARD KEEPS THE UNIT'S CURRENT ONE.  ON THE FIRST-LOAD
      *  PATH (KSDS OPENED OUTPUT) ONLY ADDS CAN APPLY, SO UPDATE
      *  AND DELETE CARDS ARE REJECTED UP FRONT; ANY FILE STATUS THE
      *  INVALID KEY PHRASE DOES NOT COVER STILL ABENDS THE RUN.
      *  EVERY CARD THAT APPLIES IS JOURNALED BY 2500-WRITE-JOURNAL.
      *---------------------------------------------------------------
       2000-APPLY-CARD.
      *---------------------------------------------------------------
                   GO TO                        2000-EXIT
           END-IF.

           MOVE    SPACES TO                    WK-BEFORE-IMAGE.
           IF      NOT CRD-ACTION-ADD
                   MOVE    CRD-BUS-UNIT TO      BUM-BUS-UNIT
                   READ    BUS-UNIT-MASTER
                           INVALID KEY
                               DISPLAY 'COB10 - CARD ' WK-CARD-SEQ
                                       ' REJECTED - UNIT '
                                       CRD-BUS-UNIT
                                       ' NOT ON BUMAST FOR '
                                       'UPDATE/DELETE'
                               ADD     1 TO      WK-REJECT-COUNT
                   END-READ
                   IF      WK-BUMAST-NO-RECORD
                           GO TO                2000-EXIT
                   END-IF
                   IF      NOT WK-BUMAST-STATUS-OK
                           DISPLAY 'COB10 - BUMAST FILE STATUS '
                                   WK-BUMAST-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
                   MOVE    BUS-UNIT-MST-REC TO  WK-BEFORE-IMAGE
           END-IF.

           IF      CRD-ACTION-DELETE
                   MOVE    SPACES TO            WK-AFTER-IMAGE
                   DELETE  BUS-UNIT-MASTER
                           INVALID KEY
                               DISPLAY 'COB10 - CARD ' WK-CARD-SEQ
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB10 - UNIT ' CRD-BUS-UNIT
                                       ' DELETED'
                               PERFORM 2500-WRITE-JOURNAL
                                                 THRU 2500-EXIT
                   END-DELETE
                   IF      NOT WK-BUMAST-STATUS-OK
                   AND     NOT WK-BUMAST-NO-RECORD
                   GO TO                        2000-EXIT
           END-IF.

           IF      CRD-ACTION-ADD
                   MOVE    SPACES TO            BUS-UNIT-MST-REC
           END-IF.
           MOVE    CRD-BUS-UNIT TO              BUM-BUS-UNIT.
           MOVE    CRD-NAME TO                  BUM-NAME.
           MOVE    CRD-REGION TO                BUM-REGION.
           MOVE    CRD-STATUS TO                BUM-STATUS.
           MOVE    CRD-EFF-START TO             BUM-EFF-START.
           MOVE    CRD-EFF-END TO               BUM-EFF-END.
           IF      CRD-ACTION-ADD
           OR      CRD-GL-ACCOUNT NOT = SPACES
                   MOVE    CRD-GL-ACCOUNT TO    BUM-GL-ACCOUNT
           END-IF.
           IF      CRD-ACTION-ADD
           OR      CRD-COST-CENTRE NOT = SPACES
                   MOVE    CRD-COST-CENTRE TO   BUM-COST-CENTRE
           END-IF.
           MOVE    BUS-UNIT-MST-REC TO          WK-AFTER-IMAGE.

           IF      CRD-ACTION-ADD
                   WRITE   BUS-UNIT-MST-REC
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB10 - UNIT ' CRD-BUS-UNIT
                                       ' ADDED'
                               PERFORM 2500-WRITE-JOURNAL
                                                 THRU 2500-EXIT
                   END-WRITE
                   IF      NOT WK-BUMAST-STATUS-OK
                   AND     NOT WK-BUMAST-DUPLICATE-KEY
                               ADD     1 TO      WK-APPLIED-COUNT
                               DISPLAY 'COB10 - UNIT ' CRD-BUS-UNIT
                                       ' UPDATED'
                               PERFORM 2500-WRITE-JOURNAL
                                                 THRU 2500-EXIT
                   END-REWRITE
                   IF      NOT WK-BUMAST-STATUS-OK
                   AND     NOT WK-BUMAST-NO-RECORD
           EXIT.

      *---------------------------------------------------------------
      *  2500-WRITE-JOURNAL -- WRITE THE BUMJRNL RECORD FOR THE CARD
      *  JUST APPLIED: ITS ACTION AND REQUESTER, THIS RUN'S STAMP,
      *  AND THE BEFORE AND AFTER IMAGES SAVED BY 2000-APPLY-CARD.
      *---------------------------------------------------------------
       2500-WRITE-JOURNAL.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    BUM-JRNL-REC.
           MOVE    CRD-BUS-UNIT TO              JRN-BUS-UNIT.
           MOVE    WK-RUN-DATE TO               JRN-RUN-DATE.
           MOVE    WK-RUN-TIME TO               JRN-RUN-TIME.
           MOVE    WK-CARD-SEQ TO               JRN-CARD-SEQ.
           MOVE    CRD-ACTION TO                JRN-ACTION.
           MOVE    CRD-REQUESTER TO             JRN-REQUESTER.
           MOVE    WK-BEFORE-IMAGE TO           JRN-BEFORE-IMAGE.
           MOVE    WK-AFTER-IMAGE TO            JRN-AFTER-IMAGE.
           WRITE   BUM-JRNL-REC.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB10 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-CLOSE-FILES -- CLOSE THE CARD DECK, BUMAST AND
      *  BUMJRNL.
      *---------------------------------------------------------------
       3000-CLOSE-FILES.
      *---------------------------------------------------------------
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   BUM-JOURNAL.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB10 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3000-EXIT.
           EXIT.

