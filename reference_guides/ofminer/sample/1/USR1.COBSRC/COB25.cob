       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB25.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-18-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB25 -- RUN-ID/BUSINESS-DATE BACK-OUT.  CLEANLY REVERSES
      *    A BAD RUN OF THE RUN-ID AND BUSINESS DATE ON PARM SO IT
      *    CAN BE RESUBMITTED THROUGH COB1 IN THE NORMAL WAY, WITHOUT
      *    THE DUPLICATE-SUBMISSION OVERRIDE:
      *      - EVERY OFILE1X ROW OF THE RUN-ID AND DATE IS DELETED,
      *        AND ANY PERIOD TOTALS COB23 POSTED FROM IT ARE TAKEN
      *        OFF PERTOT AGAIN (ITS PERPOST LOG ROW IS DELETED);
      *      - THE CKPTINV ROW IS RESET TO STEP 0 AND THE RUN-ID'S
      *        CKPTFIL CHECKPOINT, WHEN IT BELONGS TO THE DATE, IS
      *        RESET TO NO STEP DONE;
      *      - THE DATE'S COB2/COB3 CALLS ON AUDHIST ARE KEPT BUT
      *        MARKED BACKED OUT.  CALLS STILL ONLY ON THE RUN-ID'S
      *        AUDITFIL (NOT YET HOUSEKEPT BY COB4) ARE LOADED TO
      *        AUDHIST ALREADY MARKED, SO A LATER COB4 PASS KEEPS
      *        THE MARK UNTIL A RERUN'S CALL REPLACES IT.
      *    THE BACK-OUT IS REFUSED WITH RC 8 AND NOTHING CHANGED
      *    WHEN THE DATE HAS ALREADY BEEN SENT TO THE GENERAL LEDGER
      *    (ON GLCTL) OR FALLS IN A MONTH COB24 HAS CLOSED (PERCTL).
      *    EVERY REQUEST, DONE OR REFUSED, IS APPENDED TO THE REVREG
      *    REVERSAL REGISTER (COPY1V) WITH THE OPERATOR AND REASON
      *    GIVEN ON PARM.  A BACK-OUT THAT FINDS NOTHING TO REVERSE
      *    ENDS WITH RC 4.
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
            SELECT GL-CONTROL
                              ASSIGN        TO  GLCTL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  GLC-BUS-DATE
                              FILE STATUS   IS  WK-GLCTL-STATUS.
            SELECT PERIOD-CONTROL
                              ASSIGN        TO  PERCTL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  PRC-PERIOD
                              FILE STATUS   IS  WK-PERCTL-STATUS.
            SELECT REVERSAL-REGISTER
                              ASSIGN        TO  REVREG
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REVREG-STATUS.
            SELECT OUT-FILE-IDX
                              ASSIGN        TO  OFILE1X
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  OUX-REC-KEY
                              FILE STATUS   IS  WK-OUTIDX-STATUS.
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
            SELECT CKPT-INVENTORY
                              ASSIGN        TO  CKPTINV
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CKI-REC-KEY
                              FILE STATUS   IS  WK-CKPTINV-STATUS.
            SELECT CKPT-FILE  ASSIGN        TO  CKPTFIL
                              ORGANIZATION  IS  RELATIVE
                              ACCESS MODE   IS  RANDOM
                              RELATIVE KEY  IS  WK-CKPT-RELKEY
                              FILE STATUS   IS  WK-CKPT-STATUS.
            SELECT AUDIT-FILE ASSIGN        TO  AUDITFIL
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-AUDIT-STATUS.
            SELECT AUDIT-HISTORY
                              ASSIGN        TO  AUDHIST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  AUH-REC-KEY
                              FILE STATUS   IS  WK-AUDHIST-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    GL-CONTROL -- THE GLCTL SEND REGISTER COB22 KEEPS, READ
      *    BY BUSINESS DATE.
      *---------------------------------------------------------------
       FD    GL-CONTROL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    GL-CTL-REC.
       COPY  COPY1G.

      *---------------------------------------------------------------
      *    PERIOD-CONTROL -- THE PERCTL PERIOD-CLOSE REGISTER COB24
      *    KEEPS, READ FOR ITS CONTROL ROW ONLY.
      *---------------------------------------------------------------
       FD    PERIOD-CONTROL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-CTL-REC.
       COPY  COPY1E.

      *---------------------------------------------------------------
      *    REVERSAL-REGISTER -- ONE RECORD APPENDED PER REQUEST.
      *---------------------------------------------------------------
       FD    REVERSAL-REGISTER
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    REV-REG-REC.
       COPY  COPY1V.

      *---------------------------------------------------------------
      *    OUT-FILE-IDX -- THE OFILE1X KSDS, READ FRONT TO BACK FOR
      *    THE RUN-ID AND DATE'S UNIT ROWS, WHICH ARE DELETED.
      *---------------------------------------------------------------
       FD    OUT-FILE-IDX
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    OUT-IDX-REC.
       COPY  COPY1X.

      *---------------------------------------------------------------
      *    PERIOD-TOTALS -- THE PERTOT KSDS COB23 POSTS, ONE ROW PER
      *    UNIT, RUN-ID AND MONTH.
      *---------------------------------------------------------------
       FD    PERIOD-TOTALS
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-TOT-REC.
       COPY  COPY1T.

      *---------------------------------------------------------------
      *    PERIOD-POSTINGS -- THE PERPOST LOG, ONE ROW PER OFILE1X
      *    ROW COB23 HAS POSTED.
      *---------------------------------------------------------------
       FD    PERIOD-POSTINGS
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-POST-REC.
       COPY  COPY1P.

      *---------------------------------------------------------------
      *    CKPT-INVENTORY -- RUN-ID/BUSINESS-DATE CHECKPOINT
      *    INVENTORY, THE ROW COB1 REFUSES A DUPLICATE SUBMISSION
      *    FROM.
      *---------------------------------------------------------------
       FD    CKPT-INVENTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CKPT-INV-REC.
       COPY  COPY1I.

      *---------------------------------------------------------------
      *    CKPT-FILE -- THE RUN-ID'S ONE-RECORD RESTART CONTROL FILE,
      *    SAME LAYOUT COB1 WRITES IN RELATIVE RECORD 1.
      *---------------------------------------------------------------
       FD    CKPT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CKPT-REC.
             05    CKPT-REC-STEP                PIC  9(001).
             05    CKPT-REC-COUNT               PIC  9(009).
             05    CKPT-REC-BUS-DATE            PIC  X(008).
             05    CKPT-REC-LAST-UNIT           PIC  X(004).

      *---------------------------------------------------------------
      *    AUDIT-FILE -- THE RUN-ID'S RUN LOG, EVERY GENERATION, READ
      *    FOR THE DATE'S CALLS.  SAME LAYOUT COB1 WRITES.
      *---------------------------------------------------------------
       FD    AUDIT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    AUDIT-REC.
       COPY  COPY1D.

      *---------------------------------------------------------------
      *    AUDIT-HISTORY -- THE CONSOLIDATED AUDHIST KSDS, WHOSE ROWS
      *    FOR THE RUN-ID AND DATE ARE MARKED BACKED OUT.
      *---------------------------------------------------------------
       FD    AUDIT-HISTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    AUDIT-HIST-REC.
       COPY  COPY1H.

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    FILE STATUSES.  STATUS 35 ON OPEN MEANS THE DATASET IS
      *    DEFINED BUT HAS NEVER BEEN LOADED -- NO DATE SENT TO THE
      *    LEDGER, NO MONTH CLOSED, NOTHING POSTED, NO RUN RECORDED
      *    OR NO CALL HOUSEKEPT YET -- SO THERE IS NOTHING ON IT TO
      *    CHECK OR REVERSE AND IT IS LEFT CLOSED.
      *----------------------------------------------------------------
       01    WK-GLCTL-STATUS                    PIC  X(002).
             88    WK-GLCTL-STATUS-OK            VALUE '00'.
             88    WK-GLCTL-NOT-FOUND            VALUE '23'.
             88    WK-GLCTL-UNLOADED             VALUE '35'.
       01    WK-GLCTL-OPEN-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-GLCTL-OPEN                 VALUE 'Y'.

       01    WK-PERCTL-STATUS                   PIC  X(002).
             88    WK-PERCTL-STATUS-OK           VALUE '00'.
             88    WK-PERCTL-NOT-FOUND           VALUE '23'.
             88    WK-PERCTL-UNLOADED            VALUE '35'.
       01    WK-PERCTL-OPEN-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-PERCTL-OPEN                VALUE 'Y'.

       01    WK-REVREG-STATUS                   PIC  X(002).
             88    WK-REVREG-STATUS-OK           VALUE '00'.

       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.

       01    WK-PERTOT-STATUS                   PIC  X(002).
             88    WK-PERTOT-STATUS-OK           VALUE '00'.
             88    WK-PERTOT-NOT-FOUND           VALUE '23'.
             88    WK-PERTOT-UNLOADED            VALUE '35'.
       01    WK-PERTOT-OPEN-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-PERTOT-OPEN                VALUE 'Y'.

       01    WK-PERPOST-STATUS                  PIC  X(002).
             88    WK-PERPOST-STATUS-OK          VALUE '00'.
             88    WK-PERPOST-NOT-FOUND          VALUE '23'.
             88    WK-PERPOST-UNLOADED           VALUE '35'.
       01    WK-PERPOST-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-PERPOST-OPEN               VALUE 'Y'.

       01    WK-CKPTINV-STATUS                  PIC  X(002).
             88    WK-CKPTINV-STATUS-OK          VALUE '00'.
             88    WK-CKPTINV-NOT-FOUND          VALUE '23'.
             88    WK-CKPTINV-UNLOADED           VALUE '35'.
       01    WK-CKPTINV-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-CKPTINV-OPEN               VALUE 'Y'.

       01    WK-CKPT-STATUS                     PIC  X(002).
             88    WK-CKPT-STATUS-OK             VALUE '00'.
             88    WK-CKPT-NOT-FOUND             VALUE '23'.
             88    WK-CKPT-UNLOADED              VALUE '35'.
       01    WK-CKPT-OPEN-SW                    PIC  X(001)  VALUE 'N'.
             88    WK-CKPT-OPEN                  VALUE 'Y'.
       01    WK-CKPT-RELKEY                     PIC  9(004) COMP
                                                 VALUE 1.

       01    WK-AUDIT-STATUS                    PIC  X(002).
             88    WK-AUDIT-STATUS-OK            VALUE '00'.
       01    WK-AUDIT-EOF-SW                    PIC  X(001)  VALUE 'N'.
             88    WK-AUDIT-EOF                  VALUE 'Y'.

       01    WK-AUDHIST-STATUS                  PIC  X(002).
             88    WK-AUDHIST-STATUS-OK          VALUE '00'.
             88    WK-AUDHIST-UNLOADED           VALUE '35'.
       01    WK-AUDHIST-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-AUDHIST-OPEN               VALUE 'Y'.
       01    WK-AUDHIST-EOF-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-AUDHIST-EOF                VALUE 'Y'.
       01    WK-HIST-SAVE                       PIC  X(080).

      *----------------------------------------------------------------
      *    RUN-ID, BUSINESS DATE, OPERATOR AND REASON FROM PARM.  THE
      *    DATE'S FIRST SIX CHARACTERS ARE ITS MONTH (YYYYMM).
      *----------------------------------------------------------------
       01    WK-CTL-RUN-ID                      PIC  X(008).
       01    WK-BUS-DATE.
             05    WK-BUS-PERIOD                 PIC  X(006).
             05    FILLER                       PIC  X(002).
       01    WK-OPERATOR                        PIC  X(008).
       01    WK-REASON                          PIC  X(030).
       01    WK-REASON-TBL                      REDEFINES
             WK-REASON.
             05    WK-REASON-CHAR                PIC  X(001)
                                                 OCCURS 30 TIMES.
       01    WK-REASON-SUB                      PIC  9(004) COMP.
       01    WK-RUN-DATE                        PIC  X(008).
       01    WK-RUN-TIME                        PIC  X(008).

      *----------------------------------------------------------------
      *    WHAT THE BACK-OUT FOUND AND DID.
      *----------------------------------------------------------------
       01    WK-REFUSE-SW                       PIC  X(001)  VALUE 'N'.
             88    WK-REFUSED-GL-SENT            VALUE 'G'.
             88    WK-REFUSED-CLOSED             VALUE 'C'.
       01    WK-RESET-SW                        PIC  X(001)  VALUE 'N'.
             88    WK-CKPT-RESET                 VALUE 'Y'.
       01    WK-OFX-COUNT                       PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-REVERSED-COUNT                  PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-LOADED-COUNT                    PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-AUH-COUNT                       PIC  9(004) COMP
                                                 VALUE 0.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE RUN-ID AND
      *    BUSINESS DATE (YYYYMMDD) TO BACK OUT AND THE OPERATOR ID,
      *    EACH A FIXED 8-BYTE FIELD LIKE COB1'S PARM, THEN THE
      *    REASON FOR THE BACK-OUT (UP TO 30 CHARACTERS).  ALL FOUR
      *    ARE REQUIRED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-RUN-ID           PIC  X(008).
                   10    WK-PARM-BUS-DATE         PIC  X(008).
                   10    WK-PARM-OPERATOR         PIC  X(008).
                   10    WK-PARM-REASON           PIC  X(030).

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

           PERFORM 1500-CHECK-REFUSAL           THRU 1500-EXIT.

           PERFORM 2000-REMOVE-OUTIDX           THRU 2000-EXIT.

           PERFORM 3000-RESET-CHECKPOINT        THRU 3000-EXIT.

           PERFORM 4000-MARK-AUDHIST            THRU 4000-EXIT.

           PERFORM 4500-WRITE-REGISTER          THRU 4500-EXIT.

           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.

           DISPLAY 'COB25 - RUN-ID ' WK-CTL-RUN-ID
                   ' BUSINESS DATE ' WK-BUS-DATE ' BACKED OUT BY '
                   WK-OPERATOR.
           DISPLAY 'COB25 - OFILE1X ROWS DELETED ' WK-OFX-COUNT
                   ' PERIOD POSTINGS REVERSED ' WK-REVERSED-COUNT
                   ' AUDHIST CALLS MARKED ' WK-AUH-COUNT
                   ' CHECKPOINT RESET ' WK-RESET-SW.
           DISPLAY 'COB25 - AUDITFIL CALLS LOADED MARKED '
                   WK-LOADED-COUNT.

           IF      WK-OFX-COUNT = ZERO
           AND     WK-AUH-COUNT = ZERO
           AND     NOT WK-CKPT-RESET
                   DISPLAY 'COB25 - NOTHING FOUND TO BACK OUT'
                   MOVE    4 TO                 RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE RUN-ID, BUSINESS DATE,
      *  OPERATOR AND REASON, ALL REQUIRED.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 25
                   DISPLAY 'COB25 - RUN-ID, BUSINESS DATE, OPERATOR '
                           'AND REASON PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-RUN-ID TO            WK-CTL-RUN-ID.
           MOVE    WK-PARM-BUS-DATE TO          WK-BUS-DATE.
           MOVE    WK-PARM-OPERATOR TO          WK-OPERATOR.
           MOVE    WK-PARM-REASON TO            WK-REASON.
           IF      WK-PARM-LEN < 54
                   COMPUTE WK-REASON-SUB = WK-PARM-LEN - 23
                   PERFORM 0550-BLANK-REASON    THRU 0550-EXIT
                           UNTIL   WK-REASON-SUB > 30
           END-IF.

           IF      WK-CTL-RUN-ID = SPACES
                   DISPLAY 'COB25 - RUN-ID MUST NOT BE BLANK'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-BUS-DATE NOT NUMERIC
                   DISPLAY 'COB25 - BUSINESS DATE ' WK-BUS-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-OPERATOR = SPACES
           OR      WK-REASON = SPACES
                   DISPLAY 'COB25 - OPERATOR AND REASON MUST BOTH '
                           'BE GIVEN'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ACCEPT  WK-RUN-DATE FROM             DATE YYYYMMDD.
           ACCEPT  WK-RUN-TIME FROM             TIME.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  0550-BLANK-REASON -- BLANK ONE POSITION OF THE REASON PAST
      *  THE END OF A SHORT PARM.
      *---------------------------------------------------------------
       0550-BLANK-REASON.
      *---------------------------------------------------------------
           MOVE    SPACE TO                     WK-REASON-CHAR
                                                 (WK-REASON-SUB).
           ADD     1 TO                         WK-REASON-SUB.
       0550-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE REGISTER TO APPEND TO, GLCTL AND
      *  PERCTL FOR INPUT, THE FILES THE BACK-OUT CHANGES I-O AND THE
      *  RUN-ID'S AUDITFIL FOR INPUT.  A KEYED FILE NEVER LOADED IS
      *  LEFT CLOSED (SEE THE FILE STATUSES ABOVE).
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    EXTEND                       REVERSAL-REGISTER.
           IF      NOT WK-REVREG-STATUS-OK
                   DISPLAY 'COB25 - REVREG FILE STATUS '
                           WK-REVREG-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    INPUT                        GL-CONTROL.
           IF      WK-GLCTL-STATUS-OK
                   SET     WK-GLCTL-OPEN TO     TRUE
           ELSE
           IF      NOT WK-GLCTL-UNLOADED
                   DISPLAY 'COB25 - GLCTL FILE STATUS '
                           WK-GLCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    INPUT                        PERIOD-CONTROL.
           IF      WK-PERCTL-STATUS-OK
                   SET     WK-PERCTL-OPEN TO    TRUE
           ELSE
           IF      NOT WK-PERCTL-UNLOADED
                   DISPLAY 'COB25 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    I-O                          OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB25 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          PERIOD-TOTALS.
           IF      WK-PERTOT-STATUS-OK
                   SET     WK-PERTOT-OPEN TO    TRUE
           ELSE
           IF      NOT WK-PERTOT-UNLOADED
                   DISPLAY 'COB25 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    I-O                          PERIOD-POSTINGS.
           IF      WK-PERPOST-STATUS-OK
                   SET     WK-PERPOST-OPEN TO   TRUE
           ELSE
           IF      NOT WK-PERPOST-UNLOADED
                   DISPLAY 'COB25 - PERPOST FILE STATUS '
                           WK-PERPOST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    I-O                          CKPT-INVENTORY.
           IF      WK-CKPTINV-STATUS-OK
                   SET     WK-CKPTINV-OPEN TO   TRUE
           ELSE
           IF      NOT WK-CKPTINV-UNLOADED
                   DISPLAY 'COB25 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    I-O                          CKPT-FILE.
           IF      WK-CKPT-STATUS-OK
                   SET     WK-CKPT-OPEN TO      TRUE
           ELSE
           IF      NOT WK-CKPT-UNLOADED
                   DISPLAY 'COB25 - CKPTFIL FILE STATUS '
                           WK-CKPT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    INPUT                        AUDIT-FILE.
           IF      NOT WK-AUDIT-STATUS-OK
                   DISPLAY 'COB25 - AUDITFIL FILE STATUS '
                           WK-AUDIT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          AUDIT-HISTORY.
           IF      WK-AUDHIST-STATUS-OK
                   SET     WK-AUDHIST-OPEN TO   TRUE
           ELSE
           IF      NOT WK-AUDHIST-UNLOADED
                   DISPLAY 'COB25 - AUDHIST FILE STATUS '
                           WK-AUDHIST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-CHECK-REFUSAL -- REFUSE THE BACK-OUT WHEN THE DATE IS
      *  ON THE GL SEND REGISTER OR ITS MONTH IS CLOSED.  A REFUSAL
      *  IS STILL REGISTERED, THEN THE STEP ENDS WITH RC 8 AND
      *  NOTHING CHANGED.
      *---------------------------------------------------------------
       1500-CHECK-REFUSAL.
      *---------------------------------------------------------------
           IF      WK-GLCTL-OPEN
                   MOVE    WK-BUS-DATE TO       GLC-BUS-DATE
                   READ    GL-CONTROL
                           INVALID KEY
                                   CONTINUE
                   END-READ
                   IF      WK-GLCTL-STATUS-OK
                           DISPLAY 'COB25 - BUSINESS DATE '
                                   WK-BUS-DATE
                                   ' ALREADY SENT TO GL ON '
                                   GLC-LAST-SEND-DATE
                                   ' - NOT BACKED OUT'
                           SET     WK-REFUSED-GL-SENT TO TRUE
                           GO TO                1500-REFUSE
                   END-IF
                   IF      NOT WK-GLCTL-NOT-FOUND
                           DISPLAY 'COB25 - GLCTL FILE STATUS '
                                   WK-GLCTL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           IF      WK-PERCTL-OPEN
                   SET     PRC-CONTROL-ROW TO   TRUE
                   READ    PERIOD-CONTROL
                           INVALID KEY
                                   CONTINUE
                   END-READ
                   IF      WK-PERCTL-STATUS-OK
                   AND     WK-BUS-PERIOD NOT > PRC-LAST-CLOSED
                           DISPLAY 'COB25 - MONTH ' WK-BUS-PERIOD
                                   ' IS CLOSED (LAST CLOSED '
                                   PRC-LAST-CLOSED
                                   ') - NOT BACKED OUT'
                           SET     WK-REFUSED-CLOSED TO TRUE
                           GO TO                1500-REFUSE
                   END-IF
                   IF      NOT WK-PERCTL-STATUS-OK
                   AND     NOT WK-PERCTL-NOT-FOUND
                           DISPLAY 'COB25 - PERCTL FILE STATUS '
                                   WK-PERCTL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           GO TO                                1500-EXIT.

       1500-REFUSE.
           PERFORM 4500-WRITE-REGISTER          THRU 4500-EXIT.
           MOVE    8 TO                         RETURN-CODE.
           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.
           GOBACK.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-REMOVE-OUTIDX -- POSITION OFILE1X AT ITS FIRST KEY AND
      *  READ IT FRONT TO BACK, DELETING EVERY ROW OF THE RUN-ID AND
      *  DATE.
      *---------------------------------------------------------------
       2000-REMOVE-OUTIDX.
      *---------------------------------------------------------------
           MOVE    LOW-VALUES TO                OUX-REC-KEY.
           START   OUT-FILE-IDX
                   KEY IS NOT LESS THAN         OUX-REC-KEY
                   INVALID KEY
                           GO TO                2000-EXIT
           END-START.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB25 - OFILE1X FILE STATUS '
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
      *  BELONGS TO THE RUN-ID AND DATE, TAKE ITS PERIOD POSTING OFF
      *  PERTOT AND DELETE IT.
      *---------------------------------------------------------------
       2050-READ-OUTIDX.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB25 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      OUX-RUN-ID NOT = WK-CTL-RUN-ID
           OR      OUX-BUS-DATE NOT = WK-BUS-DATE
                   GO TO                        2050-EXIT
           END-IF.

           PERFORM 2100-REVERSE-POSTING         THRU 2100-EXIT.

           DELETE  OUT-FILE-IDX RECORD
                   INVALID KEY
                           DISPLAY 'COB25 - OFILE1X FILE STATUS '
                                   WK-OUTIDX-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-DELETE.
           ADD     1 TO                         WK-OFX-COUNT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-REVERSE-POSTING -- WHEN COB23 HAS POSTED THE ROW,
      *  SUBTRACT WHAT IT POSTED FROM THE PERTOT ROW IT WENT TO --
      *  MONTH-TO-DATE, OR THE ADJUSTMENT COLUMNS FOR AN ADJUSTMENT,
      *  AND YEAR-TO-DATE -- AND DELETE ITS PERPOST LOG ROW.
      *---------------------------------------------------------------
       2100-REVERSE-POSTING.
      *---------------------------------------------------------------
           IF      NOT WK-PERPOST-OPEN
                   GO TO                        2100-EXIT
           END-IF.

           MOVE    OUX-BUS-UNIT TO              PPL-BUS-UNIT.
           MOVE    OUX-RUN-ID TO                PPL-RUN-ID.
           MOVE    OUX-BUS-DATE TO              PPL-BUS-DATE.
           READ    PERIOD-POSTINGS
                   INVALID KEY
                           GO TO                2100-EXIT
           END-READ.
           IF      NOT WK-PERPOST-STATUS-OK
                   DISPLAY 'COB25 - PERPOST FILE STATUS '
                           WK-PERPOST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      NOT WK-PERTOT-OPEN
                   DISPLAY 'COB25 - UNIT ' OUX-BUS-UNIT
                           ' POSTED TO ' PPL-PERIOD
                           ' BUT PERTOT NOT LOADED - LOG ROW DELETED'
                   GO TO                        2100-DELETE-LOG
           END-IF.
           MOVE    PPL-BUS-UNIT TO              PTT-BUS-UNIT.
           MOVE    PPL-RUN-ID TO                PTT-RUN-ID.
           MOVE    PPL-PERIOD TO                PTT-PERIOD.
           READ    PERIOD-TOTALS
                   INVALID KEY
                           DISPLAY 'COB25 - UNIT ' OUX-BUS-UNIT
                                   ' POSTED TO ' PPL-PERIOD
                                   ' BUT NO PERTOT ROW - LOG ROW '
                                   'DELETED'
                           GO TO                2100-DELETE-LOG
           END-READ.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB25 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      PPL-ADJUSTMENT
                   SUBTRACT PPL-PROCESSED FROM  PTT-ADJ-PROCESSED
                   SUBTRACT PPL-REJECTED FROM   PTT-ADJ-REJECTED
                   SUBTRACT PPL-VALUE FROM      PTT-ADJ-VALUE
                   IF      PTT-ADJ-COUNT > ZERO
                           SUBTRACT 1 FROM      PTT-ADJ-COUNT
                   END-IF
           ELSE
                   SUBTRACT PPL-PROCESSED FROM  PTT-MTD-PROCESSED
                   SUBTRACT PPL-REJECTED FROM   PTT-MTD-REJECTED
                   SUBTRACT PPL-VALUE FROM      PTT-MTD-VALUE
           END-IF.
           SUBTRACT PPL-PROCESSED FROM          PTT-YTD-PROCESSED.
           SUBTRACT PPL-REJECTED FROM           PTT-YTD-REJECTED.
           SUBTRACT PPL-VALUE FROM              PTT-YTD-VALUE.
           REWRITE PER-TOT-REC.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB25 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-REVERSED-COUNT.

       2100-DELETE-LOG.
           DELETE  PERIOD-POSTINGS RECORD
                   INVALID KEY
                           DISPLAY 'COB25 - PERPOST FILE STATUS '
                                   WK-PERPOST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-DELETE.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-RESET-CHECKPOINT -- SET THE RUN-ID AND DATE'S CKPTINV
      *  ROW BACK TO STEP 0, SO COB1 TAKES A NORMAL RESUBMISSION AS
      *  AN UNFINISHED RUN RATHER THAN A DUPLICATE, AND -- WHEN THE
      *  RUN-ID'S CKPTFIL CHECKPOINT BELONGS TO THIS DATE -- CLEAR
      *  IT SO THE RESUBMISSION STARTS FROM THE FIRST STEP.  A
      *  CHECKPOINT FOR ANOTHER DATE IS LEFT AS IT IS; COB1 ALREADY
      *  TREATS IT AS A FRESH RUN.
      *---------------------------------------------------------------
       3000-RESET-CHECKPOINT.
      *---------------------------------------------------------------
           IF      WK-CKPTINV-OPEN
                   MOVE    WK-CTL-RUN-ID TO     CKI-RUN-ID
                   MOVE    WK-BUS-DATE TO       CKI-BUS-DATE
                   READ    CKPT-INVENTORY
                           INVALID KEY
                                   DISPLAY 'COB25 - NO CKPTINV ROW '
                                           'FOR THE RUN-ID AND DATE'
                           NOT INVALID KEY
                                   PERFORM 3100-RESET-INV-ROW
                                                 THRU 3100-EXIT
                   END-READ
                   IF      NOT WK-CKPTINV-STATUS-OK
                   AND     NOT WK-CKPTINV-NOT-FOUND
                           DISPLAY 'COB25 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           IF      NOT WK-CKPT-OPEN
                   GO TO                        3000-EXIT
           END-IF.
           MOVE    1 TO                         WK-CKPT-RELKEY.
           READ    CKPT-FILE
                   INVALID KEY
                           GO TO                3000-EXIT
           END-READ.
           IF      NOT WK-CKPT-STATUS-OK
                   DISPLAY 'COB25 - CKPTFIL FILE STATUS '
                           WK-CKPT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      CKPT-REC-BUS-DATE NOT = WK-BUS-DATE
                   DISPLAY 'COB25 - CKPTFIL HOLDS BUSINESS DATE '
                           CKPT-REC-BUS-DATE ' - LEFT AS IT IS'
                   GO TO                        3000-EXIT
           END-IF.
           MOVE    ZERO TO                      CKPT-REC-STEP.
           MOVE    ZERO TO                      CKPT-REC-COUNT.
           MOVE    SPACES TO                    CKPT-REC-LAST-UNIT.
           REWRITE CKPT-REC
                   INVALID KEY
                           DISPLAY 'COB25 - CKPTFIL FILE STATUS '
                                   WK-CKPT-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-REWRITE.
           SET     WK-CKPT-RESET TO             TRUE.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3100-RESET-INV-ROW -- REWRITE THE CKPTINV ROW JUST READ AT
      *  STEP 0, DATED TODAY.
      *---------------------------------------------------------------
       3100-RESET-INV-ROW.
      *---------------------------------------------------------------
           MOVE    ZERO TO                      CKI-LAST-STEP.
           MOVE    WK-RUN-DATE TO               CKI-UPDATE-DATE.
           REWRITE CKPT-INV-REC
                   INVALID KEY
                           DISPLAY 'COB25 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-REWRITE.
           SET     WK-CKPT-RESET TO             TRUE.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-MARK-AUDHIST -- LOAD THE DATE'S CALLS FROM AUDITFIL TO
      *  AUDHIST ALREADY MARKED BACKED OUT, THEN BROWSE AUDHIST FOR
      *  EVERY ROW OF THE RUN-ID AND DATE AND MARK THOSE NOT YET
      *  MARKED.  A NEVER-LOADED AUDHIST CANNOT BE UPDATED IN PLACE
      *  AND IS LEFT FOR COB4 TO LOAD.
      *---------------------------------------------------------------
       4000-MARK-AUDHIST.
      *---------------------------------------------------------------
           IF      NOT WK-AUDHIST-OPEN
                   DISPLAY 'COB25 - AUDHIST NEVER LOADED - NO CALLS '
                           'MARKED'
                   GO TO                        4000-EXIT
           END-IF.

           MOVE    'N' TO                       WK-AUDIT-EOF-SW.
           PERFORM 4050-READ-AUDIT              THRU 4050-EXIT
                   UNTIL   WK-AUDIT-EOF.

           MOVE    WK-CTL-RUN-ID TO             AUH-RUN-ID.
           MOVE    WK-BUS-DATE TO               AUH-BUS-DATE.
           MOVE    LOW-VALUES TO                AUH-PGM-NAME.
           MOVE    LOW-VALUES TO                AUH-BUS-UNIT.
           START   AUDIT-HISTORY
                   KEY IS NOT LESS THAN         AUH-REC-KEY
                   INVALID KEY
                           GO TO                4000-EXIT
           END-START.
           IF      NOT WK-AUDHIST-STATUS-OK
                   DISPLAY 'COB25 - AUDHIST FILE STATUS '
                           WK-AUDHIST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-AUDHIST-EOF-SW.
           PERFORM 4200-MARK-HIST-ROW           THRU 4200-EXIT
                   UNTIL   WK-AUDHIST-EOF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4050-READ-AUDIT -- READ THE NEXT AUDITFIL RECORD AND, WHEN
      *  IT IS A CALL FOR THE RUN-ID AND DATE, LOAD IT.  A RECORD
      *  FROM BEFORE THE RUN LOG CARRIED ITS OWN RUN-ID IS TAKEN AS
      *  THE RUN-ID ON PARM, AS COB4 TAKES IT.
      *---------------------------------------------------------------
       4050-READ-AUDIT.
      *---------------------------------------------------------------
           READ    AUDIT-FILE
                   AT END
                           SET     WK-AUDIT-EOF TO TRUE
                           GO TO                4050-EXIT
           END-READ.
           IF      NOT WK-AUDIT-STATUS-OK
                   DISPLAY 'COB25 - AUDITFIL FILE STATUS '
                           WK-AUDIT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      AUDIT-BUS-DATE NOT = WK-BUS-DATE
                   GO TO                        4050-EXIT
           END-IF.
           IF      AUDIT-RUN-ID NOT = WK-CTL-RUN-ID
           AND     AUDIT-RUN-ID NOT = SPACES
                   GO TO                        4050-EXIT
           END-IF.

           PERFORM 4100-LOAD-CALL               THRU 4100-EXIT.
       4050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4100-LOAD-CALL -- BUILD THE AUDHIST ROW FOR THE CALL JUST
      *  READ, MARKED BACKED OUT, AND WRITE IT.  WHEN THE CALL IS
      *  ALREADY ON AUDHIST, KEEP WHICHEVER OF THE TWO STARTED LATER
      *  AND MARK THAT.
      *---------------------------------------------------------------
       4100-LOAD-CALL.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    AUDIT-HIST-REC.
           MOVE    WK-CTL-RUN-ID TO             AUH-RUN-ID.
           MOVE    AUDIT-BUS-DATE TO            AUH-BUS-DATE.
           MOVE    AUDIT-PGM-NAME TO            AUH-PGM-NAME.
           MOVE    AUDIT-BUS-UNIT TO            AUH-BUS-UNIT.
           MOVE    AUDIT-START-DATE TO          AUH-START-DATE.
           MOVE    AUDIT-START-TIME TO          AUH-START-TIME.
           MOVE    AUDIT-END-DATE TO            AUH-END-DATE.
           MOVE    AUDIT-END-TIME TO            AUH-END-TIME.
           MOVE    AUDIT-COMPL-STATUS TO        AUH-COMPL-STATUS.
           SET     AUH-BACKED-OUT TO            TRUE.
           MOVE    WK-RUN-DATE TO               AUH-BACKOUT-DATE.

           WRITE   AUDIT-HIST-REC
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           ADD     1 TO         WK-LOADED-COUNT
                           GO TO                4100-EXIT
           END-WRITE.

           MOVE    AUDIT-HIST-REC TO            WK-HIST-SAVE.
           READ    AUDIT-HISTORY
                   INVALID KEY
                           DISPLAY 'COB25 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-READ.
           IF      AUDIT-START-DATE > AUH-START-DATE
                   MOVE    WK-HIST-SAVE TO      AUDIT-HIST-REC
           ELSE
           IF      AUDIT-START-DATE = AUH-START-DATE
           AND     AUDIT-START-TIME > AUH-START-TIME
                   MOVE    WK-HIST-SAVE TO      AUDIT-HIST-REC
           END-IF
           END-IF.
           SET     AUH-BACKED-OUT TO            TRUE.
           MOVE    WK-RUN-DATE TO               AUH-BACKOUT-DATE.
           REWRITE AUDIT-HIST-REC
                   INVALID KEY
                           DISPLAY 'COB25 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4200-MARK-HIST-ROW -- READ THE NEXT AUDHIST ROW.  ANOTHER
      *  RUN-ID OR DATE ENDS THE BROWSE; A ROW NOT YET MARKED IS
      *  MARKED BACKED OUT TODAY.  EVERY ROW OF THE DATE IS COUNTED.
      *---------------------------------------------------------------
       4200-MARK-HIST-ROW.
      *---------------------------------------------------------------
           READ    AUDIT-HISTORY NEXT
                   AT END
                           SET     WK-AUDHIST-EOF TO TRUE
                           GO TO                4200-EXIT
           END-READ.
           IF      NOT WK-AUDHIST-STATUS-OK
                   DISPLAY 'COB25 - AUDHIST FILE STATUS '
                           WK-AUDHIST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      AUH-RUN-ID NOT = WK-CTL-RUN-ID
           OR      AUH-BUS-DATE NOT = WK-BUS-DATE
                   SET     WK-AUDHIST-EOF TO    TRUE
                   GO TO                        4200-EXIT
           END-IF.

           ADD     1 TO                         WK-AUH-COUNT.
           IF      AUH-BACKED-OUT
                   GO TO                        4200-EXIT
           END-IF.
           SET     AUH-BACKED-OUT TO            TRUE.
           MOVE    WK-RUN-DATE TO               AUH-BACKOUT-DATE.
           REWRITE AUDIT-HIST-REC
                   INVALID KEY
                           DISPLAY 'COB25 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
           END-REWRITE.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4500-WRITE-REGISTER -- APPEND THE REQUEST TO THE REVERSAL
      *  REGISTER: WHO ASKED AND WHY, WHEN, AND WHAT WAS BACKED OUT
      *  OR WHY IT WAS REFUSED.
      *---------------------------------------------------------------
       4500-WRITE-REGISTER.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    REV-REG-REC.
           MOVE    WK-CTL-RUN-ID TO             REV-RUN-ID.
           MOVE    WK-BUS-DATE TO               REV-BUS-DATE.
           MOVE    WK-OPERATOR TO               REV-OPERATOR.
           MOVE    WK-REASON TO                 REV-REASON.
           MOVE    WK-RUN-DATE TO               REV-REQUEST-DATE.
           MOVE    WK-RUN-TIME TO               REV-REQUEST-TIME.
           IF      WK-REFUSED-GL-SENT
                   SET     REV-REFUSED-GL-SENT TO TRUE
           ELSE
           IF      WK-REFUSED-CLOSED
                   SET     REV-REFUSED-CLOSED TO TRUE
           ELSE
                   SET     REV-BACKED-OUT TO    TRUE
           END-IF
           END-IF.
           MOVE    WK-OFX-COUNT TO              REV-OFX-COUNT.
           MOVE    WK-AUH-COUNT TO              REV-AUH-COUNT.
           MOVE    WK-RESET-SW TO               REV-CKPT-RESET.
           WRITE   REV-REG-REC.
           IF      NOT WK-REVREG-STATUS-OK
                   DISPLAY 'COB25 - REVREG FILE STATUS '
                           WK-REVREG-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  5000-CLOSE-FILES -- CLOSE THE REGISTER, OFILE1X, AUDITFIL
      *  AND WHICHEVER KEYED FILES WERE OPENED.
      *---------------------------------------------------------------
       5000-CLOSE-FILES.
      *---------------------------------------------------------------
           IF      WK-GLCTL-OPEN
                   CLOSE   GL-CONTROL
                   IF      NOT WK-GLCTL-STATUS-OK
                           DISPLAY 'COB25 - GLCTL FILE STATUS '
                                   WK-GLCTL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-PERCTL-OPEN
                   CLOSE   PERIOD-CONTROL
                   IF      NOT WK-PERCTL-STATUS-OK
                           DISPLAY 'COB25 - PERCTL FILE STATUS '
                                   WK-PERCTL-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-PERTOT-OPEN
                   CLOSE   PERIOD-TOTALS
                   IF      NOT WK-PERTOT-STATUS-OK
                           DISPLAY 'COB25 - PERTOT FILE STATUS '
                                   WK-PERTOT-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-PERPOST-OPEN
                   CLOSE   PERIOD-POSTINGS
                   IF      NOT WK-PERPOST-STATUS-OK
                           DISPLAY 'COB25 - PERPOST FILE STATUS '
                                   WK-PERPOST-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-CKPTINV-OPEN
                   CLOSE   CKPT-INVENTORY
                   IF      NOT WK-CKPTINV-STATUS-OK
                           DISPLAY 'COB25 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-CKPT-OPEN
                   CLOSE   CKPT-FILE
                   IF      NOT WK-CKPT-STATUS-OK
                           DISPLAY 'COB25 - CKPTFIL FILE STATUS '
                                   WK-CKPT-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-AUDHIST-OPEN
                   CLOSE   AUDIT-HISTORY
                   IF      NOT WK-AUDHIST-STATUS-OK
                           DISPLAY 'COB25 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB25 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   AUDIT-FILE.
           IF      NOT WK-AUDIT-STATUS-OK
                   DISPLAY 'COB25 - AUDITFIL FILE STATUS '
                           WK-AUDIT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   REVERSAL-REGISTER.
           IF      NOT WK-REVREG-STATUS-OK
                   DISPLAY 'COB25 - REVREG FILE STATUS '
                           WK-REVREG-STATUS
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
           DISPLAY 'COB25 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
