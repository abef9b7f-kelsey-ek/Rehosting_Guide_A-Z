       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB12.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-09-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB12 -- SUSPENSE RELEASE/WRITE-OFF UTILITY.  READS A DECK
      *    OF CONTROL CARDS FROM CARDIN, EACH NAMING ONE SUSPFIL ITEM
      *    BY ITS RUN-ID, BUSINESS DATE, UNIT, PROGRAM AND ITEM
      *    SEQUENCE, WITH AN ACTION (R=RELEASE, W=WRITE OFF) AND THE
      *    REQUESTER'S ID.  A RELEASE CARD IS FOLLOWED BY ONE DATA
      *    CARD CARRYING THE CORRECTED 80-BYTE IMAGE; THE ITEM IS
      *    QUEUED ON RCYQUE FOR THE TARGET BUSINESS DATE ON PARM, AND
      *    COB1'S RUN OF THAT DATE FEEDS IT BACK THROUGH COB2 FOR THE
      *    SAME RUN-ID AND UNIT.  A WRITE-OFF CLOSES THE ITEM WITHOUT
      *    RE-PROCESSING.  ONLY AN OPEN ITEM CAN BE RELEASED OR
      *    WRITTEN OFF.  AS IN COB10, A CARD THAT FAILS VALIDATION OR
      *    NAMES AN ITEM THE ACTION CANNOT APPLY TO IS LOGGED AND
      *    COUNTED AS REJECTED WITHOUT STOPPING THE DECK, AND ANY
      *    REJECT ENDS THE STEP WITH RETURN CODE 8.
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
            SELECT SUSPENSE-FILE
                              ASSIGN        TO  SUSPFIL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  SUS-REC-KEY
                              FILE STATUS   IS  WK-SUSP-STATUS.
            SELECT RECYCLE-QUEUE
                              ASSIGN        TO  RCYQUE
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  RCQ-REC-KEY
                              FILE STATUS   IS  WK-RCYQ-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    CARD-FILE -- THE RELEASE/WRITE-OFF DECK.  CARD-REC IS THE
      *    CONTROL CARD; CARD-DATA-REC IS THE SAME AREA VIEWED AS THE
      *    CORRECTED-IMAGE CARD THAT FOLLOWS EVERY RELEASE CARD.
      *    FIELDS ARE X(...) SO A MISKEYED CARD IS REJECTED RATHER
      *    THAN ABENDING ON A BAD MOVE.
      *---------------------------------------------------------------
       FD    CARD-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CARD-REC.
             05    CRD-ACTION                    PIC  X(001).
                   88    CRD-ACTION-RELEASE        VALUE 'R'.
                   88    CRD-ACTION-WRITE-OFF      VALUE 'W'.
             05    FILLER                       PIC  X(001).
             05    CRD-RUN-ID                    PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-BUS-DATE                  PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-BUS-UNIT                  PIC  X(004).
             05    FILLER                       PIC  X(001).
             05    CRD-PGM-NAME                  PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-ITEM-SEQ                  PIC  X(007).
             05    FILLER                       PIC  X(001).
             05    CRD-REQUESTER                 PIC  X(008).
             05    FILLER                       PIC  X(030).
       01    CARD-DATA-REC                      PIC  X(080).

      *---------------------------------------------------------------
      *    SUSPENSE-FILE -- THE SUSPFIL KSDS COB1 WRITES, KEYED BY
      *    SUS-REC-KEY.
      *---------------------------------------------------------------
       FD    SUSPENSE-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    SUSPENSE-REC.
       COPY  COPY1S.

      *---------------------------------------------------------------
      *    RECYCLE-QUEUE -- THE RCYQUE KSDS COB1 READS FOR EACH
      *    UNIT'S DUE ITEMS, KEYED BY RCQ-REC-KEY.
      *---------------------------------------------------------------
       FD    RECYCLE-QUEUE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RECYCLE-QUE-REC.
       COPY  COPY1Q.

      *===============================================================
       WORKING-STORAGE                          SECTION.
       01    WK-CARD-STATUS                     PIC  X(002).
             88    WK-CARD-STATUS-OK             VALUE '00'.
       01    WK-CARD-EOF-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-EOF                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    SUSPFIL FILE STATUS.  A SUSPFIL THAT IS DEFINED BUT NEVER
      *    LOADED (STATUS 35) HOLDS NOTHING TO RELEASE, SO THE DECK IS
      *    REFUSED.
      *----------------------------------------------------------------
       01    WK-SUSP-STATUS                     PIC  X(002).
             88    WK-SUSP-STATUS-OK             VALUE '00'.
             88    WK-SUSP-NO-RECORD             VALUE '23'.
             88    WK-SUSP-UNLOADED              VALUE '35'.

      *----------------------------------------------------------------
      *    RCYQUE FILE STATUS.  STATUS 35 ON OPEN I-O MEANS NOTHING
      *    HAS EVER BEEN RELEASED -- 1000-OPEN-FILES FALLS BACK TO
      *    OPEN OUTPUT SO THE FIRST RELEASE LOADS THE CLUSTER, THE
      *    SAME WAY COB10 HANDLES BUMAST.  THIS PROGRAM ONLY EVER
      *    WRITES THE QUEUE, SO THE FIRST-LOAD MODE NEEDS NO SPECIAL
      *    HANDLING BEYOND THE OPEN.
      *----------------------------------------------------------------
       01    WK-RCYQ-STATUS                     PIC  X(002).
             88    WK-RCYQ-STATUS-OK             VALUE '00'.
             88    WK-RCYQ-DUPLICATE-KEY         VALUE '22'.
             88    WK-RCYQ-UNLOADED              VALUE '35'.

      *----------------------------------------------------------------
      *    TARGET BUSINESS DATE FROM PARM -- THE DATE WHOSE COB1 RUN
      *    IS TO PICK THE RELEASED ITEMS UP -- AND TODAY'S DATE FOR
      *    THE SUSPENSE STATUS STAMP.
      *----------------------------------------------------------------
       01    WK-TARGET-DATE                     PIC  X(008).
       01    WK-CURRENT-DATE                    PIC  X(008).

      *----------------------------------------------------------------
      *    THE CONTROL CARD, SAVED WHILE THE DATA CARD BEHIND A
      *    RELEASE IS READ INTO THE SAME RECORD AREA, AND THE
      *    CORRECTED IMAGE THAT DATA CARD CARRIED.
      *----------------------------------------------------------------
       01    WK-CARD-SAVE                       PIC  X(080).
       01    WK-CORRECTED-DATA                  PIC  X(080).

      *----------------------------------------------------------------
      *    DECK TOTALS FOR THE END-OF-JOB LOG LINE, AND THE SWITCH
      *    0000-MAINLINE TESTS TO END A PARTIAL DECK WITH RETURN
      *    CODE 8.
      *----------------------------------------------------------------
       01    WK-RELEASED-COUNT                  PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-WRITTEN-OFF-COUNT               PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-REJECT-COUNT                    PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-CARD-SEQ                        PIC  9(005) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    'Y' WHEN THE CURRENT CARD CANNOT BE APPLIED -- SET BY
      *    1550-READ-DATA-CARD OR 1600-VALIDATE-CARD.
      *----------------------------------------------------------------
       01    WK-CARD-BAD-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-BAD                   VALUE 'Y'.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE TARGET
      *    BUSINESS DATE (YYYYMMDD) THE RELEASED ITEMS ARE QUEUED
      *    FOR, NORMALLY THE NEXT BUSINESS DATE.  REQUIRED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-TARGET-DATE      PIC  X(008).

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

           MOVE    'N' TO                        WK-CARD-EOF-SW.
           PERFORM 1500-PROCESS-CARD             THRU 1500-EXIT
                   UNTIL   WK-CARD-EOF.

           PERFORM 3000-CLOSE-FILES              THRU 3000-EXIT.

           DISPLAY 'COB12 - ' WK-RELEASED-COUNT ' ITEMS RELEASED FOR '
                   WK-TARGET-DATE ', ' WK-WRITTEN-OFF-COUNT
                   ' WRITTEN OFF, ' WK-REJECT-COUNT ' CARDS REJECTED'.

           IF      WK-REJECT-COUNT > ZERO
                   MOVE    8 TO                  RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP AND CHECK THE TARGET BUSINESS DATE.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB12 - PARM MUST CARRY THE TARGET '
                           'BUSINESS DATE (YYYYMMDD)'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-PARM-TARGET-DATE TO       WK-TARGET-DATE.
           IF      WK-TARGET-DATE NOT NUMERIC
                   DISPLAY 'COB12 - PARM TARGET DATE '
                           WK-TARGET-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE CARD DECK FOR INPUT, SUSPFIL
      *  I-O, AND RCYQUE I-O (FALLING BACK TO OPEN OUTPUT WHEN THE
      *  QUEUE IS DEFINED BUT NOT YET LOADED).
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB12 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          SUSPENSE-FILE.
           IF      WK-SUSP-UNLOADED
                   DISPLAY 'COB12 - SUSPFIL IS DEFINED BUT HOLDS NO '
                           'ITEMS - NOTHING TO RELEASE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB12 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          RECYCLE-QUEUE.
           IF      WK-RCYQ-UNLOADED
                   OPEN    OUTPUT               RECYCLE-QUEUE
           END-IF.
           IF      NOT WK-RCYQ-STATUS-OK
                   DISPLAY 'COB12 - RCYQUE FILE STATUS '
                           WK-RCYQ-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-PROCESS-CARD -- READ ONE CONTROL CARD (AND, FOR A
      *  RELEASE, THE DATA CARD BEHIND IT).  AT END SETS THE SWITCH
      *  THAT ENDS THE MAINLINE LOOP; OTHERWISE VALIDATES THE CARD
      *  AND APPLIES OR REJECTS IT.
      *---------------------------------------------------------------
       1500-PROCESS-CARD.
      *---------------------------------------------------------------
           READ    CARD-FILE
                   AT END
                           SET     WK-CARD-EOF TO TRUE
                           GO TO                1500-EXIT
           END-READ.

           ADD     1 TO                         WK-CARD-SEQ.
           MOVE    'N' TO                       WK-CARD-BAD-SW.
           IF      CRD-ACTION-RELEASE
                   PERFORM 1550-READ-DATA-CARD  THRU 1550-EXIT
           END-IF.
           IF      NOT WK-CARD-BAD
                   PERFORM 1600-VALIDATE-CARD   THRU 1600-EXIT
           END-IF.
           IF      WK-CARD-BAD
                   ADD     1 TO                 WK-REJECT-COUNT
           ELSE
                   PERFORM 2000-APPLY-CARD      THRU 2000-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1550-READ-DATA-CARD -- READ THE CORRECTED-IMAGE CARD THAT
      *  MUST FOLLOW A RELEASE CARD, THEN PUT THE CONTROL CARD BACK
      *  IN THE RECORD AREA FOR VALIDATION.  A DECK THAT ENDS ON A
      *  RELEASE CARD REJECTS IT AND ENDS THE LOOP.
      *---------------------------------------------------------------
       1550-READ-DATA-CARD.
      *---------------------------------------------------------------
           MOVE    CARD-REC TO                  WK-CARD-SAVE.
           READ    CARD-FILE
                   AT END
                           DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                                   ' REJECTED - RELEASE CARD HAS NO '
                                   'CORRECTED-IMAGE CARD BEHIND IT'
                           SET     WK-CARD-BAD TO TRUE
                           SET     WK-CARD-EOF TO TRUE
                           GO TO                1550-EXIT
           END-READ.
           MOVE    CARD-DATA-REC TO             WK-CORRECTED-DATA.
           MOVE    WK-CARD-SAVE TO              CARD-REC.
       1550-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1600-VALIDATE-CARD -- REJECT A CARD WITH AN UNKNOWN ACTION,
      *  AN INCOMPLETE OR NON-NUMERIC ITEM KEY, OR NO REQUESTER,
      *  BEFORE SUSPFIL IS TOUCHED.  THE UNIT MAY BE BLANK -- THAT
      *  IS AN ITEM REJECTED BY COB1'S RUN-LEVEL COB2/COB3 CALL.
      *---------------------------------------------------------------
       1600-VALIDATE-CARD.
      *---------------------------------------------------------------
           IF      NOT CRD-ACTION-RELEASE
           AND     NOT CRD-ACTION-WRITE-OFF
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - ACTION ' CRD-ACTION
                           ' IS NOT R OR W'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-RUN-ID = SPACES
           OR      CRD-PGM-NAME = SPACES
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - RUN-ID AND PROGRAM MUST NOT '
                           'BE BLANK'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-BUS-DATE NOT NUMERIC
           OR      CRD-ITEM-SEQ NOT NUMERIC
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - BUSINESS DATE ' CRD-BUS-DATE
                           ' AND ITEM SEQUENCE ' CRD-ITEM-SEQ
                           ' MUST BE NUMERIC'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-REQUESTER = SPACES
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - REQUESTER ID IS BLANK'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      CRD-ACTION-RELEASE
           AND     WK-TARGET-DATE NOT > CRD-BUS-DATE
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - TARGET DATE ' WK-TARGET-DATE
                           ' IS NOT AFTER THE ITEM''S BUSINESS DATE '
                           CRD-BUS-DATE
                   SET     WK-CARD-BAD TO       TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-APPLY-CARD -- LOOK THE ITEM UP ON SUSPFIL AND APPLY THE
      *  ACTION.  AN ITEM NOT ON FILE, OR NO LONGER OPEN (ALREADY
      *  RELEASED, RECYCLED OR WRITTEN OFF), IS LOGGED AND COUNTED
      *  AS A REJECT.  A RELEASE QUEUES THE CORRECTED IMAGE ON
      *  RCYQUE BEFORE THE SUSPENSE ROW IS MARKED, SO THE ROW NEVER
      *  SHOWS RELEASED WITHOUT A QUEUE ENTRY BEHIND IT.
      *---------------------------------------------------------------
       2000-APPLY-CARD.
      *---------------------------------------------------------------
           MOVE    CRD-RUN-ID TO                SUS-RUN-ID.
           MOVE    CRD-BUS-DATE TO              SUS-BUS-DATE.
           MOVE    CRD-BUS-UNIT TO              SUS-BUS-UNIT.
           MOVE    CRD-PGM-NAME TO              SUS-PGM-NAME.
           MOVE    CRD-ITEM-SEQ TO              SUS-ITEM-SEQ.
           READ    SUSPENSE-FILE
                   INVALID KEY
                           DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                                   ' REJECTED - ITEM NOT ON SUSPFIL'
                           ADD     1 TO         WK-REJECT-COUNT
                           GO TO                2000-EXIT
           END-READ.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB12 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      NOT SUS-OPEN
                   DISPLAY 'COB12 - CARD ' WK-CARD-SEQ
                           ' REJECTED - ITEM STATUS ' SUS-STATUS
                           ' - ONLY AN OPEN ITEM CAN BE RELEASED OR '
                           'WRITTEN OFF'
                   ADD     1 TO                 WK-REJECT-COUNT
                   GO TO                        2000-EXIT
           END-IF.

           IF      CRD-ACTION-RELEASE
                   PERFORM 2100-QUEUE-RELEASE   THRU 2100-EXIT
                   SET     SUS-RELEASED TO      TRUE
                   MOVE    WK-TARGET-DATE TO    SUS-RECYCLE-DATE
           ELSE
                   SET     SUS-WRITTEN-OFF TO   TRUE
           END-IF.
           MOVE    WK-CURRENT-DATE TO           SUS-STATUS-DATE.
           MOVE    CRD-REQUESTER TO             SUS-REQUESTER.
           REWRITE SUSPENSE-REC.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB12 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      CRD-ACTION-RELEASE
                   ADD     1 TO                 WK-RELEASED-COUNT
                   DISPLAY 'COB12 - ITEM ' CRD-RUN-ID ' '
                           CRD-BUS-DATE ' ' CRD-BUS-UNIT ' '
                           CRD-PGM-NAME ' ' CRD-ITEM-SEQ
                           ' RELEASED FOR ' WK-TARGET-DATE
                           ' BY ' CRD-REQUESTER
           ELSE
                   ADD     1 TO                 WK-WRITTEN-OFF-COUNT
                   DISPLAY 'COB12 - ITEM ' CRD-RUN-ID ' '
                           CRD-BUS-DATE ' ' CRD-BUS-UNIT ' '
                           CRD-PGM-NAME ' ' CRD-ITEM-SEQ
                           ' WRITTEN OFF BY ' CRD-REQUESTER
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-QUEUE-RELEASE -- ADD THE RCYQUE ROW FOR A RELEASED
      *  ITEM.  THE SUSPENSE ROW WAS OPEN, SO NO QUEUE ROW CAN
      *  ALREADY EXIST FOR IT; A DUPLICATE KEY MEANS THE TWO FILES
      *  DISAGREE AND STOPS THE RUN.
      *---------------------------------------------------------------
       2100-QUEUE-RELEASE.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    RECYCLE-QUE-REC.
           MOVE    SUS-RUN-ID TO                RCQ-RUN-ID.
           MOVE    SUS-BUS-UNIT TO              RCQ-BUS-UNIT.
           MOVE    WK-TARGET-DATE TO            RCQ-TARGET-DATE.
           MOVE    SUS-BUS-DATE TO              RCQ-SUS-BUS-DATE.
           MOVE    SUS-PGM-NAME TO              RCQ-SUS-PGM-NAME.
           MOVE    SUS-ITEM-SEQ TO              RCQ-SUS-ITEM-SEQ.
           SET     RCQ-PENDING TO               TRUE.
           MOVE    WK-CURRENT-DATE TO           RCQ-RELEASE-DATE.
           MOVE    CRD-REQUESTER TO             RCQ-REQUESTER.
           MOVE    WK-CORRECTED-DATA TO         RCQ-CORRECTED-DATA.
           WRITE   RECYCLE-QUE-REC.
           IF      NOT WK-RCYQ-STATUS-OK
                   DISPLAY 'COB12 - RCYQUE FILE STATUS '
                           WK-RCYQ-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-CLOSE-FILES -- CLOSE THE CARD DECK, SUSPFIL AND RCYQUE.
      *---------------------------------------------------------------
       3000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB12 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   SUSPENSE-FILE.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB12 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   RECYCLE-QUEUE.
           IF      NOT WK-RCYQ-STATUS-OK
                   DISPLAY 'COB12 - RCYQUE FILE STATUS '
                           WK-RCYQ-STATUS
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
           DISPLAY 'COB12 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
