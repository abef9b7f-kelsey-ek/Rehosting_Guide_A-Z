       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB20.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-14-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB20 -- BUMAST CARD-RUN REVERSAL.  GIVEN THE RUN STAMP
      *    COB10 LOGGED FOR A BAD MAINTENANCE DECK, READS THAT RUN'S
      *    CHANGES BACK FROM THE BUMJRNL CHANGE JOURNAL AND WRITES
      *    THE COB10 CARD DECK THAT UNDOES THEM TO CARDOUT -- A
      *    DELETE FOR EACH UNIT THE RUN ADDED, AND AN UPDATE OR ADD
      *    CARRYING THE JOURNALED BEFORE IMAGE FOR EACH UNIT IT
      *    UPDATED OR DELETED -- IN THE REVERSE OF THE ORDER THEY
      *    WERE MADE, WITH THE REQUESTER ID ON PARM.  THE DECK IS
      *    APPLIED BY AN ORDINARY COB10 STEP, SO THE REVERSAL IS
      *    ITSELF JOURNALED.  A UNIT WHOSE BUMAST RECORD NO LONGER
      *    MATCHES WHAT THE BAD RUN LEFT (CHANGED AGAIN SINCE) IS
      *    NOT REVERSED -- ITS LATER CHANGE WOULD BE LOST -- BUT IS
      *    LISTED AND ENDS THE STEP WITH RETURN CODE 4.  SO IS A UNIT
      *    THE RUN GAVE A GL ACCOUNT OR COST CENTRE WHERE IT HAD NONE:
      *    COB10 KEEPS THE MASTER VALUE FOR A BLANK CARD FIELD, SO NO
      *    CARD CAN PUT THE BLANK BACK AND THE UNIT IS CLEARED BY
      *    HAND.  A RUN STAMP WITH NO JOURNAL RECORDS WRITES NO DECK
      *    AND ENDS WITH RETURN CODE 8.
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
            SELECT BUM-JOURNAL
                              ASSIGN        TO  BUMJRNL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  SEQUENTIAL
                              RECORD KEY    IS  JRN-REC-KEY
                              FILE STATUS   IS  WK-BUMJRNL-STATUS.
            SELECT BUS-UNIT-MASTER
                              ASSIGN        TO  BUMAST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  BUM-BUS-UNIT
                              FILE STATUS   IS  WK-BUMAST-STATUS.
            SELECT CARD-OUT-FILE
                              ASSIGN        TO  CARDOUT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-CARDOUT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    BUM-JOURNAL -- THE BUMJRNL KSDS COB10 WRITES, READ FRONT
      *    TO BACK FOR THE RECORDS OF ONE RUN STAMP.
      *---------------------------------------------------------------
       FD    BUM-JOURNAL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUM-JRNL-REC.
       COPY  COPY1J.

      *---------------------------------------------------------------
      *    BUS-UNIT-MASTER -- THE BUMAST KSDS, READ BY KEY TO CHECK
      *    EACH UNIT STILL STANDS AS THE BAD RUN LEFT IT.
      *---------------------------------------------------------------
       FD    BUS-UNIT-MASTER
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-UNIT-MST-REC.
       COPY  COPY1M.

      *---------------------------------------------------------------
      *    CARD-OUT-FILE -- THE REVERSAL DECK, IN THE SAME CARD
      *    LAYOUT COB10 READS FROM CARDIN.
      *---------------------------------------------------------------
       FD    CARD-OUT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CARD-REC.
             05    CRD-ACTION                    PIC  X(001).
             05    FILLER                       PIC  X(001).
             05    CRD-BUS-UNIT                  PIC  X(004).
             05    FILLER                       PIC  X(001).
             05    CRD-NAME                      PIC  X(020).
             05    FILLER                       PIC  X(001).
             05    CRD-REGION                    PIC  X(004).
             05    FILLER                       PIC  X(001).
             05    CRD-STATUS                    PIC  X(001).
             05    FILLER                       PIC  X(001).
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

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    BUMJRNL FILE STATUS.  A JOURNAL THAT WAS NEVER LOADED
      *    (STATUS 35) HOLDS NOTHING TO REVERSE.
      *----------------------------------------------------------------
       01    WK-BUMJRNL-STATUS                  PIC  X(002).
             88    WK-BUMJRNL-STATUS-OK          VALUE '00'.
             88    WK-BUMJRNL-UNLOADED           VALUE '35'.
       01    WK-BUMJRNL-EOF-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-BUMJRNL-EOF                VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUMAST FILE STATUS.  A UNIT NOT FOUND (23) IS EXPECTED FOR
      *    A UNIT THE BAD RUN DELETED.
      *----------------------------------------------------------------
       01    WK-BUMAST-STATUS                   PIC  X(002).
             88    WK-BUMAST-STATUS-OK           VALUE '00'.
             88    WK-BUMAST-NO-RECORD           VALUE '23'.

       01    WK-CARDOUT-STATUS                  PIC  X(002).
             88    WK-CARDOUT-STATUS-OK          VALUE '00'.

      *----------------------------------------------------------------
      *    TABLE OF THE RUN STAMP'S JOURNAL RECORDS, HELD IN JOURNAL
      *    KEY ORDER (UNIT, THEN CARD SEQUENCE) SO 3000-BUILD-DECK
      *    CAN WALK IT BACKWARDS AND UNDO EACH UNIT'S CHANGES LAST
      *    FIRST.  A DECK LARGER THAN THE TABLE IS A SETUP ERROR,
      *    NOT SOMETHING TO REVERSE HALF OF.
      *----------------------------------------------------------------
       01    WK-REV-TOTAL                       PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-REV-TABLE.
             05    WK-REV-ENTRY  OCCURS 1000 TIMES.
                   10    WK-REV-BUS-UNIT          PIC  X(004).
                   10    WK-REV-ACTION            PIC  X(001).
                         88    WK-REV-ADD          VALUE 'A'.
                         88    WK-REV-UPDATE       VALUE 'U'.
                         88    WK-REV-DELETE       VALUE 'D'.
                   10    WK-REV-BEFORE-IMAGE      PIC  X(080).
                   10    WK-REV-AFTER-IMAGE       PIC  X(080).
       01    WK-RX                              PIC  9(004) COMP.
       01    WK-SX                              PIC  9(004) COMP.

      *----------------------------------------------------------------
      *    UNIT WHOSE CHANGES 3000-BUILD-DECK IS UNDOING, AND 'Y'
      *    WHEN ITS BUMAST RECORD NO LONGER MATCHES WHAT THE BAD RUN
      *    LEFT OR THE RUN ADDED ITS GL MAPPING, SO ITS CARDS ARE HELD
      *    BACK.
      *----------------------------------------------------------------
       01    WK-CHK-UNIT                        PIC  X(004)
                                                 VALUE SPACES.
       01    WK-CONFLICT-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CONFLICT                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    3150-CHECK-GL-ADDED'S END-OF-UNIT SWITCH, AND THE GL
      *    MAPPING FROM THE AFTER IMAGE IT IS LOOKING AT.
      *----------------------------------------------------------------
       01    WK-SCAN-END-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-SCAN-END                   VALUE 'Y'.
       01    WK-AFTER-GL-ACCOUNT                PIC  X(010).
       01    WK-AFTER-COST-CENTRE               PIC  X(006).

      *----------------------------------------------------------------
      *    RUN TOTALS FOR THE END-OF-JOB LOG LINE.
      *----------------------------------------------------------------
       01    WK-CARD-COUNT                      PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-CONFLICT-COUNT                  PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-HELD-COUNT                      PIC  9(005) COMP
                                                 VALUE 0.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE RUN STAMP TO
      *    REVERSE, EXACTLY AS COB10 LOGGED IT (DATE YYYYMMDD AND
      *    TIME HHMMSSHH), AND THE REQUESTER ID TO PUT ON THE
      *    REVERSAL CARDS.  ALL THREE ARE REQUIRED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-RUN-DATE         PIC  X(008).
                   10    WK-PARM-RUN-TIME         PIC  X(008).
                   10    WK-PARM-REQUESTER        PIC  X(008).

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

           MOVE    'N' TO                        WK-BUMJRNL-EOF-SW.
           PERFORM 2000-LOAD-RUN                 THRU 2000-EXIT
                   UNTIL   WK-BUMJRNL-EOF.

           IF      WK-REV-TOTAL = ZERO
                   DISPLAY 'COB20 - NO BUMJRNL RECORDS FOR RUN STAMP '
                           WK-PARM-RUN-DATE ' ' WK-PARM-RUN-TIME
                           ' - NO DECK WRITTEN'
                   PERFORM 4000-CLOSE-FILES      THRU 4000-EXIT
                   MOVE    8 TO                  RETURN-CODE
                   GOBACK
           END-IF.

           MOVE    WK-REV-TOTAL TO               WK-RX.
           PERFORM 3000-BUILD-DECK               THRU 3000-EXIT
                   UNTIL   WK-RX = ZERO.

           PERFORM 4000-CLOSE-FILES              THRU 4000-EXIT.

           DISPLAY 'COB20 - ' WK-REV-TOTAL ' CHANGES FOUND FOR RUN '
                   'STAMP ' WK-PARM-RUN-DATE ' ' WK-PARM-RUN-TIME.
           DISPLAY 'COB20 - ' WK-CARD-COUNT ' REVERSAL CARDS WRITTEN, '
                   WK-HELD-COUNT ' HELD BACK FOR ' WK-CONFLICT-COUNT
                   ' UNITS NOT REVERSED'.

           IF      WK-CONFLICT-COUNT > ZERO
                   MOVE    4 TO                  RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- CHECK THE RUN STAMP AND REQUESTER ARE ALL
      *  PRESENT.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 24
                   DISPLAY 'COB20 - PARM MUST BE RUN DATE, RUN TIME '
                           'AND REQUESTER ID, 8 CHARACTERS EACH'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-RUN-DATE NOT NUMERIC
           OR      WK-PARM-RUN-TIME NOT NUMERIC
                   DISPLAY 'COB20 - RUN STAMP ' WK-PARM-RUN-DATE ' '
                           WK-PARM-RUN-TIME ' MUST BE NUMERIC'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-REQUESTER = SPACES
                   DISPLAY 'COB20 - REQUESTER ID IS BLANK'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN BUMJRNL AND BUMAST FOR INPUT AND THE
      *  REVERSAL DECK FOR OUTPUT.  AN UNLOADED JOURNAL IS TREATED
      *  AS HOLDING NO RECORDS FOR THE STAMP.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        BUM-JOURNAL.
           IF      WK-BUMJRNL-UNLOADED
                   DISPLAY 'COB20 - BUMJRNL NOT YET LOADED'
                   SET     WK-BUMJRNL-EOF TO    TRUE
           ELSE
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB20 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    INPUT                        BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB20 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    OUTPUT                       CARD-OUT-FILE.
           IF      NOT WK-CARDOUT-STATUS-OK
                   DISPLAY 'COB20 - CARDOUT FILE STATUS '
                           WK-CARDOUT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-LOAD-RUN -- READ THE NEXT BUMJRNL RECORD AND, WHEN IT
      *  BELONGS TO THE RUN STAMP ON PARM, ADD IT TO THE TABLE.
      *---------------------------------------------------------------
       2000-LOAD-RUN.
      *---------------------------------------------------------------
           IF      WK-BUMJRNL-EOF
                   GO TO                        2000-EXIT
           END-IF.
           READ    BUM-JOURNAL NEXT
                   AT END
                           SET     WK-BUMJRNL-EOF TO TRUE
                           GO TO                2000-EXIT
           END-READ.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB20 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      JRN-RUN-DATE NOT = WK-PARM-RUN-DATE
           OR      JRN-RUN-TIME NOT = WK-PARM-RUN-TIME
                   GO TO                        2000-EXIT
           END-IF.

           IF      WK-REV-TOTAL >= 1000
                   DISPLAY 'COB20 - RUN STAMP HAS MORE THAN 1000 '
                           'CHANGES - TABLE LIMIT'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-REV-TOTAL.
           MOVE    JRN-BUS-UNIT TO
                   WK-REV-BUS-UNIT (WK-REV-TOTAL).
           MOVE    JRN-ACTION TO
                   WK-REV-ACTION (WK-REV-TOTAL).
           MOVE    JRN-BEFORE-IMAGE TO
                   WK-REV-BEFORE-IMAGE (WK-REV-TOTAL).
           MOVE    JRN-AFTER-IMAGE TO
                   WK-REV-AFTER-IMAGE (WK-REV-TOTAL).
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-BUILD-DECK -- UNDO THE CHANGE AT WK-RX.  THE FIRST
      *  ENTRY REACHED FOR EACH UNIT (WALKING BACKWARDS) IS THE
      *  BAD RUN'S LAST CHANGE TO IT, SO THAT IS WHERE THE UNIT'S
      *  CURRENT BUMAST RECORD IS CHECKED.  THEN STEP BACK ONE
      *  ENTRY.
      *---------------------------------------------------------------
       3000-BUILD-DECK.
      *---------------------------------------------------------------
           IF      WK-REV-BUS-UNIT (WK-RX) NOT = WK-CHK-UNIT
                   MOVE    WK-REV-BUS-UNIT (WK-RX) TO WK-CHK-UNIT
                   PERFORM 3100-CHECK-UNIT      THRU 3100-EXIT
           END-IF.

           IF      WK-CONFLICT
                   ADD     1 TO                 WK-HELD-COUNT
           ELSE
                   PERFORM 3200-WRITE-CARD      THRU 3200-EXIT
           END-IF.

           SUBTRACT 1 FROM                      WK-RX.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3100-CHECK-UNIT -- COMPARE THE UNIT'S CURRENT BUMAST RECORD
      *  WITH WHAT THE BAD RUN'S LAST CHANGE LEFT: THE AFTER IMAGE
      *  FOR AN ADD OR UPDATE, NO RECORD FOR A DELETE.  ANY
      *  DIFFERENCE MEANS THE UNIT WAS CHANGED AGAIN SINCE AND ITS
      *  CARDS ARE HELD BACK.  OTHERWISE THE UNIT'S ENTRIES ARE
      *  CHECKED FOR A GL MAPPING THE RUN ADDED, WHICH ALSO HOLDS
      *  THEM BACK.
      *---------------------------------------------------------------
       3100-CHECK-UNIT.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-CONFLICT-SW.
           MOVE    WK-CHK-UNIT TO               BUM-BUS-UNIT.
           READ    BUS-UNIT-MASTER
                   INVALID KEY
                           IF      NOT WK-REV-DELETE (WK-RX)
                                   SET     WK-CONFLICT TO TRUE
                           END-IF
                   NOT INVALID KEY
                           IF      WK-REV-DELETE (WK-RX)
                           OR      BUS-UNIT-MST-REC NOT =
                                   WK-REV-AFTER-IMAGE (WK-RX)
                                   SET     WK-CONFLICT TO TRUE
                           END-IF
           END-READ.
           IF      NOT WK-BUMAST-STATUS-OK
           AND     NOT WK-BUMAST-NO-RECORD
                   DISPLAY 'COB20 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-CONFLICT
                   ADD     1 TO                 WK-CONFLICT-COUNT
                   DISPLAY 'COB20 - UNIT ' WK-CHK-UNIT
                           ' CHANGED SINCE THE RUN - NOT REVERSED'
                   GO TO                        3100-EXIT
           END-IF.

           MOVE    WK-RX TO                     WK-SX.
           MOVE    'N' TO                       WK-SCAN-END-SW.
           PERFORM 3150-CHECK-GL-ADDED          THRU 3150-EXIT
                   UNTIL   WK-SCAN-END.

           IF      WK-CONFLICT
                   ADD     1 TO                 WK-CONFLICT-COUNT
                   DISPLAY 'COB20 - UNIT ' WK-CHK-UNIT
                           ' GL MAPPING ADDED BY THE RUN - CLEAR BY '
                           'HAND'
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3150-CHECK-GL-ADDED -- LOOK AT THE UNIT'S ENTRY AT WK-SX.
      *  AN UPDATE WHOSE BEFORE IMAGE HAS A BLANK GL ACCOUNT OR COST
      *  CENTRE THAT ITS AFTER IMAGE FILLS IN CANNOT BE UNDONE BY
      *  CARD, SO THE UNIT IS HELD BACK.  THEN STEP BACK ONE ENTRY,
      *  STOPPING AT THE UNIT'S FIRST ENTRY.
      *---------------------------------------------------------------
       3150-CHECK-GL-ADDED.
      *---------------------------------------------------------------
           IF      WK-REV-BUS-UNIT (WK-SX) NOT = WK-CHK-UNIT
                   SET     WK-SCAN-END TO       TRUE
                   GO TO                        3150-EXIT
           END-IF.

           IF      WK-REV-UPDATE (WK-SX)
                   MOVE    WK-REV-AFTER-IMAGE (WK-SX) TO
                                                 BUS-UNIT-MST-REC
                   MOVE    BUM-GL-ACCOUNT TO    WK-AFTER-GL-ACCOUNT
                   MOVE    BUM-COST-CENTRE TO   WK-AFTER-COST-CENTRE
                   MOVE    WK-REV-BEFORE-IMAGE (WK-SX) TO
                                                 BUS-UNIT-MST-REC
                   IF      (BUM-GL-ACCOUNT = SPACES
                   AND      WK-AFTER-GL-ACCOUNT NOT = SPACES)
                   OR      (BUM-COST-CENTRE = SPACES
                   AND      WK-AFTER-COST-CENTRE NOT = SPACES)
                           SET     WK-CONFLICT TO TRUE
                           SET     WK-SCAN-END TO TRUE
                           GO TO                3150-EXIT
                   END-IF
           END-IF.

           IF      WK-SX = 1
                   SET     WK-SCAN-END TO       TRUE
           ELSE
                   SUBTRACT 1 FROM              WK-SX
           END-IF.
       3150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3200-WRITE-CARD -- WRITE THE CARD THAT UNDOES THE CHANGE AT
      *  WK-RX: A DELETE FOR AN ADD, OR THE BEFORE IMAGE AS AN
      *  UPDATE (FOR AN UPDATE) OR AN ADD (FOR A DELETE).
      *---------------------------------------------------------------
       3200-WRITE-CARD.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    CARD-REC.
           MOVE    WK-REV-BUS-UNIT (WK-RX) TO   CRD-BUS-UNIT.
           MOVE    WK-PARM-REQUESTER TO         CRD-REQUESTER.

           IF      WK-REV-ADD (WK-RX)
                   MOVE    'D' TO               CRD-ACTION
           ELSE
                   IF      WK-REV-UPDATE (WK-RX)
                           MOVE    'U' TO       CRD-ACTION
                   ELSE
                           MOVE    'A' TO       CRD-ACTION
                   END-IF
                   MOVE    WK-REV-BEFORE-IMAGE (WK-RX) TO
                                                 BUS-UNIT-MST-REC
                   MOVE    BUM-NAME TO          CRD-NAME
                   MOVE    BUM-REGION TO        CRD-REGION
                   MOVE    BUM-STATUS TO        CRD-STATUS
                   MOVE    BUM-EFF-START TO     CRD-EFF-START
                   MOVE    BUM-EFF-END TO       CRD-EFF-END
                   MOVE    BUM-GL-ACCOUNT TO    CRD-GL-ACCOUNT
                   MOVE    BUM-COST-CENTRE TO   CRD-COST-CENTRE
           END-IF.

           WRITE   CARD-REC.
           IF      NOT WK-CARDOUT-STATUS-OK
                   DISPLAY 'COB20 - CARDOUT FILE STATUS '
                           WK-CARDOUT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-CARD-COUNT.
           DISPLAY 'COB20 - ' CARD-REC.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-CLOSE-FILES -- CLOSE EVERY FILE THIS PROGRAM OPENED.
      *---------------------------------------------------------------
       4000-CLOSE-FILES.
      *---------------------------------------------------------------
           IF      NOT WK-BUMJRNL-UNLOADED
                   CLOSE   BUM-JOURNAL
                   IF      NOT WK-BUMJRNL-STATUS-OK
                           DISPLAY 'COB20 - BUMJRNL FILE STATUS '
                                   WK-BUMJRNL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB20 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   CARD-OUT-FILE.
           IF      NOT WK-CARDOUT-STATUS-OK
                   DISPLAY 'COB20 - CARDOUT FILE STATUS '
                           WK-CARDOUT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE OR PARM REJECTION IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB20 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
