       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB22.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-15-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB22 -- GENERAL-LEDGER INTERFACE EXTRACT.  AFTER THE
      *    BATCH WINDOW, READS OFILE1X FOR THE BUSINESS DATE ON PARM
      *    AND WRITES THE GLEXTR INTERFACE FILE: A HEADER, ONE
      *    POSTING PER OFILE1X UNIT ROW CARRYING OUX-VALUE-TOTAL
      *    AGAINST THE GL ACCOUNT AND COST CENTRE HELD ON THE UNIT'S
      *    BUMAST RECORD, AND A TRAILER WITH THE POSTING COUNT AND
      *    THE HASH TOTAL OF THE POSTED VALUES (LAYOUT IN COPY1L).
      *    ONLY RUN-IDS AT DONE (STEP 4) ON CKPTINV FOR THE DATE ARE
      *    EXTRACTED -- A RUN-ID WHOSE CKPTINV ROW COB4 HAS ALREADY
      *    HOUSEKEPT WAS DONE AND IS EXTRACTED TOO; ROWS FOR ANY
      *    OTHER RUN-ID ARE LISTED ON SYSOUT AND LEFT OUT, AND END
      *    THE STEP WITH RC 4.
      *    THE DATE IS REGISTERED ON THE GLCTL SEND REGISTER ONCE
      *    THE FILE IS WRITTEN, AND A DATE ALREADY REGISTERED IS
      *    REFUSED WITH RC 8 UNLESS PARM ASKS FOR A RE-SEND, WHICH
      *    WRITES THE WHOLE DATE AGAIN WITH SEND TYPE R ON THE
      *    HEADER.  THE OFILE1X ROWS ARE VALIDATED BEFORE ANYTHING
      *    IS WRITTEN: A UNIT MISSING FROM BUMAST OR WITHOUT A GL
      *    ACCOUNT AND COST CENTRE, OR A DATE WITH NOTHING AT DONE,
      *    LEAVES GLEXTR EMPTY, THE DATE UNREGISTERED AND RC 8.
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
            SELECT GL-CONTROL ASSIGN        TO  GLCTL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  GLC-BUS-DATE
                              FILE STATUS   IS  WK-GLCTL-STATUS.
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
            SELECT BUS-UNIT-MASTER
                              ASSIGN        TO  BUMAST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  BUM-BUS-UNIT
                              FILE STATUS   IS  WK-BUMAST-STATUS.
            SELECT GL-INTF-FILE
                              ASSIGN        TO  GLEXTR
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-GLEXTR-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    GL-CONTROL -- THE GLCTL SEND REGISTER, ONE ROW PER
      *    BUSINESS DATE SENT.
      *---------------------------------------------------------------
       FD    GL-CONTROL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    GL-CTL-REC.
       COPY  COPY1G.

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
      *    BUS-UNIT-MASTER -- THE BUMAST KSDS, READ BY KEY FOR EACH
      *    ROW'S GL ACCOUNT AND COST CENTRE.
      *---------------------------------------------------------------
       FD    BUS-UNIT-MASTER
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-UNIT-MST-REC.
       COPY  COPY1M.

      *---------------------------------------------------------------
      *    GL-INTF-FILE -- THE GLEXTR INTERFACE FILE.
      *---------------------------------------------------------------
       FD    GL-INTF-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    GL-INTF-REC.
       COPY  COPY1L.

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    GLCTL FILE STATUS.  STATUS 35 ON OPEN I-O MEANS THE KSDS IS
      *    DEFINED BUT NO DATE HAS EVER BEEN SENT -- IT IS OPENED
      *    OUTPUT INSTEAD (LOAD MODE) AND THE FIRST DATE WRITTEN.
      *----------------------------------------------------------------
       01    WK-GLCTL-STATUS                    PIC  X(002).
             88    WK-GLCTL-STATUS-OK            VALUE '00'.
             88    WK-GLCTL-NOT-FOUND            VALUE '23'.
             88    WK-GLCTL-UNLOADED             VALUE '35'.
       01    WK-LOAD-MODE-SW                    PIC  X(001)  VALUE 'N'.
             88    WK-LOAD-MODE                  VALUE 'Y'.
       01    WK-REGISTERED-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-REGISTERED                 VALUE 'Y'.

       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
             88    WK-OUTIDX-UNLOADED            VALUE '35'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.

       01    WK-CKPTINV-STATUS                  PIC  X(002).
             88    WK-CKPTINV-STATUS-OK          VALUE '00'.
             88    WK-CKPTINV-NOT-FOUND          VALUE '23'.

       01    WK-BUMAST-STATUS                   PIC  X(002).
             88    WK-BUMAST-STATUS-OK           VALUE '00'.
             88    WK-BUMAST-NOT-FOUND           VALUE '23'.

       01    WK-GLEXTR-STATUS                   PIC  X(002).
             88    WK-GLEXTR-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    BUSINESS DATE AND RE-SEND FLAG FROM PARM, AND THE TIME THE
      *    EXTRACT WAS CREATED FOR THE HEADER AND THE REGISTER.
      *----------------------------------------------------------------
       01    WK-BUS-DATE                        PIC  X(008).
       01    WK-RESEND-SW                       PIC  X(001)  VALUE 'N'.
             88    WK-RESEND                     VALUE 'Y'.
       01    WK-RUN-DATE                        PIC  X(008).
       01    WK-RUN-TIME                        PIC  X(008).

      *----------------------------------------------------------------
      *    THE TWO SWEEPS OF OFILE1X: V VALIDATES AND COUNTS, W WRITES
      *    THE POSTINGS.  THE ROW SWITCH SAYS WHETHER THE ROW JUST
      *    READ IS POSTED.
      *----------------------------------------------------------------
       01    WK-PASS-SW                         PIC  X(001)  VALUE 'V'.
             88    WK-PASS-VALIDATE              VALUE 'V'.
             88    WK-PASS-WRITE                 VALUE 'W'.
       01    WK-ROW-SW                          PIC  X(001)  VALUE 'N'.
             88    WK-ROW-POSTED                 VALUE 'Y'.

      *----------------------------------------------------------------
      *    RUN TOTALS -- ROWS FOUND FOR THE DATE, ROWS LEFT OUT AS NOT
      *    DONE, UNITS WITH NO MAPPING, AND THE POSTING COUNT AND HASH
      *    TOTAL FOR THE TRAILER AND THE REGISTER.
      *----------------------------------------------------------------
       01    WK-ROW-COUNT                       PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-NOT-DONE-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-UNMAPPED-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-ELIGIBLE-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-POSTING-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-VALUE-HASH                      PIC  S9(013)V9(002)
                                                 VALUE 0.
       01    WK-HASH-EDIT                       PIC  -(013)9.99.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE BUSINESS DATE
      *    TO EXTRACT (YYYYMMDD, REQUIRED) AND, OPTIONALLY, Y TO
      *    RE-SEND A DATE ALREADY ON THE GLCTL REGISTER.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-BUS-DATE         PIC  X(008).
                   10    WK-PARM-RESEND           PIC  X(001).

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

           PERFORM 1500-CHECK-REGISTER          THRU 1500-EXIT.

           SET     WK-PASS-VALIDATE TO          TRUE.
           PERFORM 2000-SWEEP-OUTIDX            THRU 2000-EXIT.

           IF      WK-ELIGIBLE-COUNT = ZERO
                   DISPLAY 'COB22 - NOTHING AT DONE TO EXTRACT FOR '
                           WK-BUS-DATE
                   MOVE    8 TO                 RETURN-CODE
                   PERFORM 5000-CLOSE-FILES     THRU 5000-EXIT
                   GOBACK
           END-IF.
           IF      WK-UNMAPPED-COUNT > ZERO
                   DISPLAY 'COB22 - ' WK-UNMAPPED-COUNT
                           ' ROWS HAVE NO GL MAPPING - NOTHING SENT'
                           ' FOR ' WK-BUS-DATE
                   MOVE    8 TO                 RETURN-CODE
                   PERFORM 5000-CLOSE-FILES     THRU 5000-EXIT
                   GOBACK
           END-IF.

           PERFORM 3000-WRITE-EXTRACT           THRU 3000-EXIT.

           PERFORM 4000-UPDATE-REGISTER         THRU 4000-EXIT.

           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.

           MOVE    WK-VALUE-HASH TO             WK-HASH-EDIT.
           DISPLAY 'COB22 - ' WK-POSTING-COUNT ' POSTINGS FOR '
                   WK-BUS-DATE ' HASH TOTAL ' WK-HASH-EDIT.
           IF      WK-NOT-DONE-COUNT > ZERO
                   DISPLAY 'COB22 - ' WK-NOT-DONE-COUNT
                           ' ROWS LEFT OUT - RUN-ID NOT DONE'
                   MOVE    4 TO                 RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE REQUIRED BUSINESS DATE AND THE
      *  OPTIONAL RE-SEND FLAG.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB22 - BUSINESS DATE PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-BUS-DATE TO          WK-BUS-DATE.
           IF      WK-BUS-DATE NOT NUMERIC
                   DISPLAY 'COB22 - BUSINESS DATE ' WK-BUS-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-PARM-LEN > 8
                   IF      WK-PARM-RESEND = 'Y'
                           SET     WK-RESEND TO TRUE
                   ELSE
                   IF      WK-PARM-RESEND NOT = 'N'
                   AND     WK-PARM-RESEND NOT = SPACE
                           DISPLAY 'COB22 - RESEND FLAG '
                                   WK-PARM-RESEND ' MUST BE Y OR N'
                           GO TO                9000-ABEND-HANDLING
                   END-IF
                   END-IF
           END-IF.

           ACCEPT  WK-RUN-DATE FROM             DATE YYYYMMDD.
           ACCEPT  WK-RUN-TIME FROM             TIME.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE REGISTER (LOAD MODE WHEN IT
      *  HAS NEVER BEEN WRITTEN), THE THREE FILES THE EXTRACT READS
      *  AND THE INTERFACE FILE.  GLEXTR IS OPENED HERE SO A REFUSED
      *  OR FAILED EXTRACT STILL LEAVES IT EMPTY RATHER THAN
      *  UNOPENED.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    I-O                          GL-CONTROL.
           IF      WK-GLCTL-UNLOADED
                   OPEN    OUTPUT               GL-CONTROL
                   SET     WK-LOAD-MODE TO      TRUE
           END-IF.
           IF      NOT WK-GLCTL-STATUS-OK
                   DISPLAY 'COB22 - GLCTL FILE STATUS '
                           WK-GLCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB22 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        CKPT-INVENTORY.
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB22 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB22 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    OUTPUT                       GL-INTF-FILE.
           IF      NOT WK-GLEXTR-STATUS-OK
                   DISPLAY 'COB22 - GLEXTR FILE STATUS '
                           WK-GLEXTR-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-CHECK-REGISTER -- LOOK THE BUSINESS DATE UP ON GLCTL.
      *  A DATE ALREADY SENT IS REFUSED WITH RC 8 UNLESS PARM ASKED
      *  FOR A RE-SEND.  A RE-SEND OF A DATE NEVER SENT GOES OUT AS
      *  AN ORIGINAL.
      *---------------------------------------------------------------
       1500-CHECK-REGISTER.
      *---------------------------------------------------------------
           IF      WK-LOAD-MODE
                   GO TO                        1500-EXIT
           END-IF.

           MOVE    WK-BUS-DATE TO               GLC-BUS-DATE.
           READ    GL-CONTROL
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           SET     WK-REGISTERED TO TRUE
           END-READ.
           IF      NOT WK-GLCTL-STATUS-OK
           AND     NOT WK-GLCTL-NOT-FOUND
                   DISPLAY 'COB22 - GLCTL FILE STATUS '
                           WK-GLCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-REGISTERED
           AND     NOT WK-RESEND
                   DISPLAY 'COB22 - BUSINESS DATE ' WK-BUS-DATE
                           ' ALREADY SENT TO GL ON '
                           GLC-LAST-SEND-DATE ' (' GLC-SEND-COUNT
                           ' SENDS) - RESEND=Y REQUIRED'
                   MOVE    8 TO                 RETURN-CODE
                   PERFORM 5000-CLOSE-FILES     THRU 5000-EXIT
                   GOBACK
           END-IF.

           IF      WK-RESEND
           AND     NOT WK-REGISTERED
                   DISPLAY 'COB22 - BUSINESS DATE ' WK-BUS-DATE
                           ' NEVER SENT - RESEND IGNORED'
                   MOVE    'N' TO               WK-RESEND-SW
           END-IF.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-OUTIDX -- POSITION OFILE1X AT ITS FIRST KEY AND
      *  READ IT FRONT TO BACK, PASSING EVERY ROW FOR THE BUSINESS
      *  DATE TO THE CURRENT PASS.
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
                   DISPLAY 'COB22 - OFILE1X FILE STATUS '
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
      *  IS FOR THE BUSINESS DATE, CHECK IT AND -- ON THE WRITE PASS
      *  -- POST IT.
      *---------------------------------------------------------------
       2050-READ-OUTIDX.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB22 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      OUX-BUS-DATE NOT = WK-BUS-DATE
                   GO TO                        2050-EXIT
           END-IF.

           PERFORM 2100-CHECK-ROW               THRU 2100-EXIT.

           IF      WK-ROW-POSTED
           AND     WK-PASS-WRITE
                   PERFORM 3100-WRITE-POSTING   THRU 3100-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-CHECK-ROW -- A ROW IS POSTED WHEN ITS RUN-ID IS AT
      *  DONE ON CKPTINV FOR THE DATE (OR NO LONGER ON CKPTINV --
      *  COB4 ONLY DROPS A DONE ROW) AND ITS UNIT CARRIES A GL
      *  ACCOUNT AND COST CENTRE ON BUMAST.  THE VALIDATION PASS
      *  COUNTS AND LISTS THE ROWS THAT ARE NOT.
      *---------------------------------------------------------------
       2100-CHECK-ROW.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-ROW-SW.

           MOVE    OUX-RUN-ID TO                CKI-RUN-ID.
           MOVE    OUX-BUS-DATE TO              CKI-BUS-DATE.
           READ    CKPT-INVENTORY
                   INVALID KEY
                           MOVE    4 TO         CKI-LAST-STEP
           END-READ.
           IF      NOT WK-CKPTINV-STATUS-OK
           AND     NOT WK-CKPTINV-NOT-FOUND
                   DISPLAY 'COB22 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      CKI-LAST-STEP NOT = 4
                   IF      WK-PASS-VALIDATE
                           DISPLAY 'COB22 - RUN-ID ' OUX-RUN-ID
                                   ' NOT DONE FOR ' OUX-BUS-DATE
                                   ' - UNIT ' OUX-BUS-UNIT
                                   ' LEFT OUT'
                           ADD     1 TO         WK-NOT-DONE-COUNT
                   END-IF
                   GO TO                        2100-EXIT
           END-IF.

           MOVE    OUX-BUS-UNIT TO              BUM-BUS-UNIT.
           READ    BUS-UNIT-MASTER
                   INVALID KEY
                           MOVE    SPACES TO    BUM-GL-ACCOUNT
                                                 BUM-COST-CENTRE
           END-READ.
           IF      NOT WK-BUMAST-STATUS-OK
           AND     NOT WK-BUMAST-NOT-FOUND
                   DISPLAY 'COB22 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      BUM-GL-ACCOUNT = SPACES
           OR      BUM-COST-CENTRE = SPACES
                   IF      WK-PASS-VALIDATE
                           DISPLAY 'COB22 - UNIT ' OUX-BUS-UNIT
                                   ' RUN-ID ' OUX-RUN-ID
                                   ' HAS NO GL ACCOUNT/COST CENTRE'
                                   ' ON BUMAST'
                           ADD     1 TO         WK-UNMAPPED-COUNT
                   END-IF
                   GO TO                        2100-EXIT
           END-IF.

           SET     WK-ROW-POSTED TO             TRUE.
           IF      WK-PASS-VALIDATE
                   ADD     1 TO                 WK-ELIGIBLE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-WRITE-EXTRACT -- WRITE THE HEADER, SWEEP OFILE1X AGAIN
      *  TO WRITE THE POSTINGS, THEN WRITE THE TRAILER.
      *---------------------------------------------------------------
       3000-WRITE-EXTRACT.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    GL-INTF-REC.
           SET     GLI-REC-IS-HEADER TO         TRUE.
           MOVE    WK-BUS-DATE TO               GLI-HDR-BUS-DATE.
           MOVE    WK-RUN-DATE TO               GLI-HDR-CREATE-DATE.
           MOVE    WK-RUN-TIME TO               GLI-HDR-CREATE-TIME.
           IF      WK-RESEND
                   SET     GLI-HDR-RESEND TO    TRUE
                   COMPUTE GLI-HDR-SEND-NUMBER = GLC-SEND-COUNT + 1
           ELSE
                   SET     GLI-HDR-ORIGINAL TO  TRUE
                   MOVE    1 TO                 GLI-HDR-SEND-NUMBER
           END-IF.
           MOVE    'COB22' TO                   GLI-HDR-SOURCE.
           PERFORM 3900-WRITE-GLEXTR            THRU 3900-EXIT.

           SET     WK-PASS-WRITE TO             TRUE.
           PERFORM 2000-SWEEP-OUTIDX            THRU 2000-EXIT.

           MOVE    SPACES TO                    GL-INTF-REC.
           SET     GLI-REC-IS-TRAILER TO        TRUE.
           MOVE    WK-BUS-DATE TO               GLI-TRL-BUS-DATE.
           MOVE    WK-POSTING-COUNT TO          GLI-TRL-REC-COUNT.
           MOVE    WK-VALUE-HASH TO             GLI-TRL-VALUE-HASH.
           PERFORM 3900-WRITE-GLEXTR            THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3100-WRITE-POSTING -- WRITE THE POSTING FOR THE OFILE1X ROW
      *  JUST CHECKED AND ADD IT TO THE COUNT AND HASH TOTAL.
      *---------------------------------------------------------------
       3100-WRITE-POSTING.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    GL-INTF-REC.
           SET     GLI-REC-IS-POSTING TO        TRUE.
           MOVE    OUX-BUS-DATE TO              GLI-DTL-BUS-DATE.
           MOVE    OUX-RUN-ID TO                GLI-DTL-RUN-ID.
           MOVE    OUX-BUS-UNIT TO              GLI-DTL-BUS-UNIT.
           MOVE    BUM-GL-ACCOUNT TO            GLI-DTL-GL-ACCOUNT.
           MOVE    BUM-COST-CENTRE TO           GLI-DTL-COST-CENTRE.
           MOVE    OUX-VALUE-TOTAL TO           GLI-DTL-AMOUNT.
           PERFORM 3900-WRITE-GLEXTR            THRU 3900-EXIT.

           ADD     1 TO                         WK-POSTING-COUNT.
           ADD     OUX-VALUE-TOTAL TO           WK-VALUE-HASH.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3900-WRITE-GLEXTR -- WRITE THE INTERFACE RECORD AS BUILT.
      *---------------------------------------------------------------
       3900-WRITE-GLEXTR.
      *---------------------------------------------------------------
           WRITE   GL-INTF-REC.
           IF      NOT WK-GLEXTR-STATUS-OK
                   DISPLAY 'COB22 - GLEXTR FILE STATUS '
                           WK-GLEXTR-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-UPDATE-REGISTER -- RECORD THE SEND ON GLCTL: A NEW ROW
      *  FOR A FIRST SEND, OR THE EXISTING ROW REWRITTEN WITH THE
      *  SEND COUNT BUMPED FOR A RE-SEND.
      *---------------------------------------------------------------
       4000-UPDATE-REGISTER.
      *---------------------------------------------------------------
           IF      NOT WK-REGISTERED
                   MOVE    SPACES TO            GL-CTL-REC
                   MOVE    WK-BUS-DATE TO       GLC-BUS-DATE
                   MOVE    ZERO TO              GLC-SEND-COUNT
                   MOVE    WK-RUN-DATE TO       GLC-FIRST-SEND-DATE
           END-IF.
           ADD     1 TO                         GLC-SEND-COUNT.
           MOVE    WK-RUN-DATE TO               GLC-LAST-SEND-DATE.
           MOVE    WK-RUN-TIME TO               GLC-LAST-SEND-TIME.
           MOVE    WK-POSTING-COUNT TO          GLC-REC-COUNT.
           MOVE    WK-VALUE-HASH TO             GLC-VALUE-HASH.

           IF      WK-REGISTERED
                   REWRITE GL-CTL-REC
           ELSE
                   WRITE   GL-CTL-REC
           END-IF.
           IF      NOT WK-GLCTL-STATUS-OK
                   DISPLAY 'COB22 - GLCTL FILE STATUS '
                           WK-GLCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  5000-CLOSE-FILES -- CLOSE EVERY FILE.
      *---------------------------------------------------------------
       5000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   GL-CONTROL.
           IF      NOT WK-GLCTL-STATUS-OK
                   DISPLAY 'COB22 - GLCTL FILE STATUS '
                           WK-GLCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB22 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   CKPT-INVENTORY.
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB22 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB22 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   GL-INTF-FILE.
           IF      NOT WK-GLEXTR-STATUS-OK
                   DISPLAY 'COB22 - GLEXTR FILE STATUS '
                           WK-GLEXTR-STATUS
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
           DISPLAY 'COB22 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
