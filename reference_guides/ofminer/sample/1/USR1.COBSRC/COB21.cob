       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB21.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-14-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB21 -- CROSS-FILE INTEGRITY CHECK.  RECONCILES CKPTINV,
      *    OFILE1X, AUDHIST AND FAILRSN FOR EVERY BUSINESS DATE IN
      *    THE RANGE ON PARM AND LISTS EACH DISCREPANCY ON THE
      *    INTGRPT EXCEPTIONS REPORT, ONE LINE PER DISCREPANCY WITH
      *    ITS TYPE:
      *      MISSOFX  - A RUN-ID/BUSINESS-DATE CKPTINV SHOWS DONE
      *                 (STEP 4) HAS NO OFILE1X ROW FOR A UNIT
      *                 BUMAST SHOWS ACTIVE ON THAT DATE.
      *      FAILDONE - FAILRSN HOLDS A FAILURE FOR A COMBINATION
      *                 CKPTINV SHOWS DONE, DATED AFTER THE DONE WAS
      *                 RECORDED, SO NO RERUN HAS COMPLETED SINCE.
      *                 PARM AND DUPLICATE-SUBMISSION REFUSALS (P
      *                 AND D REASON CLASSES) NEVER TOUCH THE DATA
      *                 AND ARE NOT COUNTED.
      *      NOAUDC2  - AN OFILE1X ROW WHOSE COMBINATION COB4 HAS
      *      NOAUDC3    HOUSEKEPT (NO LONGER ON CKPTINV) HAS NO COB2
      *                 (OR COB3) CALL FOR ITS UNIT ON AUDHIST,
      *                 OR ONLY ONE COB25 HAS MARKED BACKED OUT.
      *    AUDHIST ONLY HOLDS A COMBINATION'S CALLS ONCE COB4 HAS
      *    LOADED THEM AND DROPPED ITS CKPTINV ROW, SO AN OFILE1X
      *    ROW STILL ON CKPTINV IS NOT CHECKED AGAINST AUDHIST.  A
      *    RERUN IS RECOGNISED BY THE CKPTINV UPDATE DATE, SO A
      *    FAILURE AND A RERUN ON THE SAME DAY COUNT AS RERUN.  THE
      *    ACTIVE-UNIT TEST USES BUMAST AS IT STANDS TODAY (STATUS
      *    AND EFFECTIVE DATES), THE SAME RULE COB1 APPLIES.
      *    ENDS WITH COUNTS BY TYPE AND SETS RC 8 WHEN ANY
      *    DISCREPANCY IS FOUND SO THE SCHEDULER HOLDS DOWNSTREAM
      *    REPORTING.
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
            SELECT BUS-UNIT-MASTER
                              ASSIGN        TO  BUMAST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  SEQUENTIAL
                              RECORD KEY    IS  BUM-BUS-UNIT
                              FILE STATUS   IS  WK-BUMAST-STATUS.
            SELECT FAIL-FILE  ASSIGN        TO  FAILRSN
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-FAIL-FILE-STATUS.
            SELECT CKPT-INVENTORY
                              ASSIGN        TO  CKPTINV
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  CKI-REC-KEY
                              FILE STATUS   IS  WK-CKPTINV-STATUS.
            SELECT OUT-FILE-IDX
                              ASSIGN        TO  OFILE1X
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  OUX-REC-KEY
                              FILE STATUS   IS  WK-OUTIDX-STATUS.
            SELECT AUDIT-HISTORY
                              ASSIGN        TO  AUDHIST
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  AUH-REC-KEY
                              FILE STATUS   IS  WK-AUDHIST-STATUS.
            SELECT REPORT-FILE
                              ASSIGN        TO  INTGRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    BUS-UNIT-MASTER -- THE BUMAST KSDS, READ FRONT TO BACK
      *    ONCE INTO THE UNIT TABLE.
      *---------------------------------------------------------------
       FD    BUS-UNIT-MASTER
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-UNIT-MAST-REC.
       COPY  COPY1M.

      *---------------------------------------------------------------
      *    FAIL-FILE -- THE FAILRSN DATASET COB1'S ABEND TAIL
      *    APPENDS TO, READ ONCE INTO THE FAILURE TABLE.
      *---------------------------------------------------------------
       FD    FAIL-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    FAIL-RSN-REC.
       COPY  COPY1F.

      *---------------------------------------------------------------
      *    CKPT-INVENTORY -- RUN-ID/BUSINESS-DATE CHECKPOINT
      *    INVENTORY, READ FRONT TO BACK IN THE FIRST PASS AND BY KEY
      *    IN THE SECOND.
      *---------------------------------------------------------------
       FD    CKPT-INVENTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CKPT-INV-REC.
       COPY  COPY1I.

      *---------------------------------------------------------------
      *    OUT-FILE-IDX -- THE OFILE1X KSDS, READ BY KEY IN THE FIRST
      *    PASS AND FRONT TO BACK IN THE SECOND.
      *---------------------------------------------------------------
       FD    OUT-FILE-IDX
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    OUT-IDX-REC.
       COPY  COPY1X.

      *---------------------------------------------------------------
      *    AUDIT-HISTORY -- THE AUDHIST KSDS COB4 LOADS, READ BY KEY.
      *---------------------------------------------------------------
       FD    AUDIT-HISTORY
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    AUDIT-HIST-REC.
       COPY  COPY1H.

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE INTEGRITY EXCEPTIONS REPORT.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    FILE STATUSES.  STATUS 35 ON OPEN MEANS THE DATASET IS
      *    DEFINED BUT HAS NEVER BEEN LOADED; THE CHECK CARRIES ON
      *    AS IF IT WERE EMPTY, SO EVERY ROW THE OTHER FILES EXPECT
      *    TO FIND ON IT IS REPORTED MISSING.
      *----------------------------------------------------------------
       01    WK-BUMAST-STATUS                   PIC  X(002).
             88    WK-BUMAST-STATUS-OK           VALUE '00'.
             88    WK-BUMAST-UNLOADED            VALUE '35'.
       01    WK-BUMAST-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-BUMAST-EOF                 VALUE 'Y'.

       01    WK-FAIL-FILE-STATUS                PIC  X(002).
             88    WK-FAIL-FILE-STATUS-OK        VALUE '00'.
             88    WK-FAIL-FILE-UNLOADED         VALUE '35'.
       01    WK-FAIL-FILE-EOF-SW                PIC  X(001)  VALUE 'N'.
             88    WK-FAIL-FILE-EOF              VALUE 'Y'.

       01    WK-CKPTINV-STATUS                  PIC  X(002).
             88    WK-CKPTINV-STATUS-OK          VALUE '00'.
             88    WK-CKPTINV-NOT-FOUND          VALUE '23'.
             88    WK-CKPTINV-UNLOADED           VALUE '35'.
       01    WK-CKPTINV-EOF-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-CKPTINV-EOF                VALUE 'Y'.
       01    WK-CKPTINV-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-CKPTINV-OPEN               VALUE 'Y'.

       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
             88    WK-OUTIDX-NOT-FOUND           VALUE '23'.
             88    WK-OUTIDX-UNLOADED            VALUE '35'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.
       01    WK-OUTIDX-OPEN-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-OPEN                VALUE 'Y'.

       01    WK-AUDHIST-STATUS                  PIC  X(002).
             88    WK-AUDHIST-STATUS-OK          VALUE '00'.
             88    WK-AUDHIST-NOT-FOUND          VALUE '23'.
             88    WK-AUDHIST-UNLOADED           VALUE '35'.
       01    WK-AUDHIST-OPEN-SW                 PIC  X(001)  VALUE 'N'.
             88    WK-AUDHIST-OPEN               VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    BUSINESS DATE RANGE FROM PARM.  THE END DATE DEFAULTS TO
      *    TODAY.
      *----------------------------------------------------------------
       01    WK-FROM-DATE                       PIC  X(008).
       01    WK-TO-DATE                         PIC  X(008).

      *----------------------------------------------------------------
      *    BUMAST UNITS WITH THE FIELDS COB1'S ACTIVE-UNIT RULE
      *    NEEDS.  A BUMAST TOO BIG FOR THE TABLE ABENDS THE RUN
      *    RATHER THAN CHECK AGAINST PART OF IT.
      *----------------------------------------------------------------
       01    WK-UNIT-MAX                        PIC  9(005) COMP
                                                 VALUE 2000.
       01    WK-UNIT-COUNT                      PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-UNIT-IDX                        PIC  9(005) COMP.
       01    WK-UNIT-TABLE.
             05    WK-UNIT-ENTRY                 OCCURS 2000 TIMES.
                   10    WK-TBL-BUS-UNIT          PIC  X(004).
                   10    WK-TBL-STATUS            PIC  X(001).
                         88    WK-TBL-ACTIVE      VALUE 'A'.
                   10    WK-TBL-EFF-START         PIC  X(008).
                   10    WK-TBL-EFF-END           PIC  X(008).

      *----------------------------------------------------------------
      *    FAILRSN RECORDS FOR BUSINESS DATES IN THE RANGE, LESS THE
      *    OPERATOR REFUSALS.  THE REASON CLASS IS THE FIRST
      *    CHARACTER OF THE REASON CODE, AS IN COB1.
      *----------------------------------------------------------------
       01    WK-FRR-REASON.
             05    WK-FRR-CLASS                  PIC  X(001).
                   88    WK-FRR-CLASS-OPER         VALUES 'P' 'D'.
             05    FILLER                       PIC  X(003).
       01    WK-FAIL-MAX                        PIC  9(005) COMP
                                                 VALUE 2000.
       01    WK-FAIL-COUNT                      PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-FAIL-IDX                        PIC  9(005) COMP.
       01    WK-FAIL-TABLE.
             05    WK-FAIL-ENTRY                 OCCURS 2000 TIMES.
                   10    WK-FTB-RUN-ID            PIC  X(008).
                   10    WK-FTB-BUS-DATE          PIC  X(008).
                   10    WK-FTB-REASON-CODE       PIC  X(004).
                   10    WK-FTB-FAIL-DATE         PIC  X(008).

      *----------------------------------------------------------------
      *    AUDHIST PROGRAM NAMES, AS COB4 LOADS THEM.
      *----------------------------------------------------------------
       01    WK-PGM-COB2                        PIC  X(008)  VALUE
             'COB2'.
       01    WK-PGM-COB3                        PIC  X(008)  VALUE
             'COB3'.

      *----------------------------------------------------------------
      *    RUN TOTALS -- ROWS CHECKED AND DISCREPANCIES BY TYPE.
      *----------------------------------------------------------------
       01    WK-DONE-CHECKED                    PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-OUTIDX-CHECKED                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-MISSOFX-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-FAILDONE-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-NOAUDC2-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-NOAUDC3-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-EXCEPTION-COUNT                 PIC  9(007) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE LINE (WITH THE DATE
      *    RANGE FILLED IN), THE COLUMN HEADING LINE, THE EXCEPTION
      *    LINE AND THE SUMMARY LINE.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(035)  VALUE
                   'COB21 - CROSS-FILE INTEGRITY CHECK '.
             05    WK-TTL-FROM-DATE              PIC  X(008).
             05    FILLER                       PIC  X(006)  VALUE
                   ' THRU '.
             05    WK-TTL-TO-DATE                PIC  X(008).
             05    FILLER                       PIC  X(023)  VALUE
                   SPACES.
       01    WK-HEADING-LINE                    PIC  X(080)  VALUE
             'TYPE     RUN-ID   BUS-DATE UNIT DISCREPANCY'.
       01    WK-EXCEPTION-LINE.
             05    WK-EXC-TYPE                   PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-EXC-RUN-ID                 PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-EXC-BUS-DATE               PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-EXC-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-EXC-TEXT                   PIC  X(047).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
       01    WK-SUMMARY-LINE.
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-SUM-LABEL                  PIC  X(040).
             05    WK-SUM-COUNT                  PIC  Z(006)9.
             05    FILLER                       PIC  X(031)
                                                 VALUE SPACES.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE FIRST BUSINESS
      *    DATE TO CHECK (YYYYMMDD, REQUIRED) AND, OPTIONALLY, THE
      *    LAST.  WITHOUT THE LAST DATE THE RANGE RUNS TO TODAY.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-FROM-DATE        PIC  X(008).
                   10    WK-PARM-TO-DATE          PIC  X(008).

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

           PERFORM 1100-LOAD-UNITS              THRU 1100-EXIT.

           PERFORM 1200-LOAD-FAILURES           THRU 1200-EXIT.

           PERFORM 2000-CHECK-DONE              THRU 2000-EXIT.

           PERFORM 3000-CHECK-OUTIDX            THRU 3000-EXIT.

           PERFORM 4000-WRITE-SUMMARY           THRU 4000-EXIT.

           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.

           DISPLAY 'COB21 - ' WK-EXCEPTION-COUNT ' DISCREPANCIES FROM '
                   WK-FROM-DATE ' THRU ' WK-TO-DATE.

           IF      WK-EXCEPTION-COUNT > ZERO
                   MOVE    8 TO                 RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE REQUIRED FIRST DATE AND THE
      *  OPTIONAL LAST DATE OF THE RANGE.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB21 - FROM DATE PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-FROM-DATE TO         WK-FROM-DATE.

           IF      WK-PARM-LEN >= 16
                   MOVE    WK-PARM-TO-DATE TO   WK-TO-DATE
           ELSE
                   ACCEPT  WK-TO-DATE FROM      DATE YYYYMMDD
           END-IF.

           IF      WK-FROM-DATE NOT NUMERIC
           OR      WK-TO-DATE NOT NUMERIC
                   DISPLAY 'COB21 - DATE RANGE ' WK-FROM-DATE '/'
                           WK-TO-DATE ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-FROM-DATE > WK-TO-DATE
                   DISPLAY 'COB21 - FROM DATE ' WK-FROM-DATE
                           ' IS AFTER THRU DATE ' WK-TO-DATE
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE REPORT AND WRITE ITS TITLE AND
      *  COLUMN HEADING, THEN OPEN THE THREE KEYED FILES THE CHECK
      *  READS.  A NEVER-LOADED KSDS (STATUS 35) IS NOTED ON THE
      *  REPORT AND TREATED AS EMPTY.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    OUTPUT                       REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB21 - INTGRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-FROM-DATE TO              WK-TTL-FROM-DATE.
           MOVE    WK-TO-DATE TO                WK-TTL-TO-DATE.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    WK-HEADING-LINE TO           RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           OPEN    INPUT                        CKPT-INVENTORY.
           IF      WK-CKPTINV-UNLOADED
                   MOVE    'CKPTINV HAS NEVER BEEN LOADED' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           ELSE
           IF      WK-CKPTINV-STATUS-OK
                   SET     WK-CKPTINV-OPEN TO   TRUE
           ELSE
                   DISPLAY 'COB21 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    INPUT                        OUT-FILE-IDX.
           IF      WK-OUTIDX-UNLOADED
                   MOVE    'OFILE1X HAS NEVER BEEN LOADED' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           ELSE
           IF      WK-OUTIDX-STATUS-OK
                   SET     WK-OUTIDX-OPEN TO    TRUE
           ELSE
                   DISPLAY 'COB21 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.

           OPEN    INPUT                        AUDIT-HISTORY.
           IF      WK-AUDHIST-UNLOADED
                   MOVE    'AUDHIST HAS NEVER BEEN LOADED' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           ELSE
           IF      WK-AUDHIST-STATUS-OK
                   SET     WK-AUDHIST-OPEN TO   TRUE
           ELSE
                   DISPLAY 'COB21 - AUDHIST FILE STATUS '
                           WK-AUDHIST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1100-LOAD-UNITS -- READ BUMAST FRONT TO BACK INTO THE UNIT
      *  TABLE.  A NEVER-LOADED BUMAST LEAVES THE TABLE EMPTY.
      *---------------------------------------------------------------
       1100-LOAD-UNITS.
      *---------------------------------------------------------------
           OPEN    INPUT                        BUS-UNIT-MASTER.
           IF      WK-BUMAST-UNLOADED
                   MOVE    'BUMAST HAS NEVER BEEN LOADED' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
                   GO TO                        1100-EXIT
           END-IF.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB21 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-BUMAST-EOF-SW.
           PERFORM 1150-READ-UNIT               THRU 1150-EXIT
                   UNTIL   WK-BUMAST-EOF.

           CLOSE   BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB21 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1150-READ-UNIT -- READ THE NEXT BUMAST RECORD AND ADD IT TO
      *  THE UNIT TABLE.
      *---------------------------------------------------------------
       1150-READ-UNIT.
      *---------------------------------------------------------------
           READ    BUS-UNIT-MASTER NEXT
                   AT END
                           SET     WK-BUMAST-EOF TO TRUE
                           GO TO                1150-EXIT
           END-READ.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB21 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-UNIT-COUNT NOT < WK-UNIT-MAX
                   DISPLAY 'COB21 - MORE THAN ' WK-UNIT-MAX
                           ' UNITS ON BUMAST'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-UNIT-COUNT.
           MOVE    BUM-BUS-UNIT TO
                   WK-TBL-BUS-UNIT (WK-UNIT-COUNT).
           MOVE    BUM-STATUS TO
                   WK-TBL-STATUS (WK-UNIT-COUNT).
           MOVE    BUM-EFF-START TO
                   WK-TBL-EFF-START (WK-UNIT-COUNT).
           MOVE    BUM-EFF-END TO
                   WK-TBL-EFF-END (WK-UNIT-COUNT).
       1150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1200-LOAD-FAILURES -- READ FAILRSN FRONT TO BACK INTO THE
      *  FAILURE TABLE, KEEPING ONLY BUSINESS DATES IN THE RANGE AND
      *  DROPPING THE OPERATOR REFUSALS.  A FAILRSN THAT HAS NEVER
      *  BEEN WRITTEN LEAVES THE TABLE EMPTY.
      *---------------------------------------------------------------
       1200-LOAD-FAILURES.
      *---------------------------------------------------------------
           OPEN    INPUT                        FAIL-FILE.
           IF      WK-FAIL-FILE-UNLOADED
                   GO TO                        1200-EXIT
           END-IF.
           IF      NOT WK-FAIL-FILE-STATUS-OK
                   DISPLAY 'COB21 - FAILRSN FILE STATUS '
                           WK-FAIL-FILE-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-FAIL-FILE-EOF-SW.
           PERFORM 1250-READ-FAILURE            THRU 1250-EXIT
                   UNTIL   WK-FAIL-FILE-EOF.

           CLOSE   FAIL-FILE.
           IF      NOT WK-FAIL-FILE-STATUS-OK
                   DISPLAY 'COB21 - FAILRSN FILE STATUS '
                           WK-FAIL-FILE-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1250-READ-FAILURE -- READ THE NEXT FAILRSN RECORD AND, WHEN
      *  IT IS A REAL FAILURE FOR A BUSINESS DATE IN THE RANGE, ADD
      *  IT TO THE FAILURE TABLE.
      *---------------------------------------------------------------
       1250-READ-FAILURE.
      *---------------------------------------------------------------
           READ    FAIL-FILE
                   AT END
                           SET     WK-FAIL-FILE-EOF TO TRUE
                           GO TO                1250-EXIT
           END-READ.
           IF      NOT WK-FAIL-FILE-STATUS-OK
                   DISPLAY 'COB21 - FAILRSN FILE STATUS '
                           WK-FAIL-FILE-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      FRR-BUS-DATE < WK-FROM-DATE
           OR      FRR-BUS-DATE > WK-TO-DATE
                   GO TO                        1250-EXIT
           END-IF.
           MOVE    FRR-REASON-CODE TO           WK-FRR-REASON.
           IF      WK-FRR-CLASS-OPER
                   GO TO                        1250-EXIT
           END-IF.

           IF      WK-FAIL-COUNT NOT < WK-FAIL-MAX
                   DISPLAY 'COB21 - MORE THAN ' WK-FAIL-MAX
                           ' FAILRSN RECORDS IN THE RANGE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-FAIL-COUNT.
           MOVE    FRR-RUN-ID TO
                   WK-FTB-RUN-ID (WK-FAIL-COUNT).
           MOVE    FRR-BUS-DATE TO
                   WK-FTB-BUS-DATE (WK-FAIL-COUNT).
           MOVE    FRR-REASON-CODE TO
                   WK-FTB-REASON-CODE (WK-FAIL-COUNT).
           MOVE    FRR-FAIL-DATE TO
                   WK-FTB-FAIL-DATE (WK-FAIL-COUNT).
       1250-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-CHECK-DONE -- FIRST PASS.  READ CKPTINV FRONT TO BACK
      *  AND CHECK EVERY COMBINATION IN THE RANGE THAT IS DONE.
      *---------------------------------------------------------------
       2000-CHECK-DONE.
      *---------------------------------------------------------------
           IF      NOT WK-CKPTINV-OPEN
                   GO TO                        2000-EXIT
           END-IF.

           MOVE    'N' TO                       WK-CKPTINV-EOF-SW.
           PERFORM 2050-READ-CKPTINV            THRU 2050-EXIT
                   UNTIL   WK-CKPTINV-EOF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-CKPTINV -- READ THE NEXT CKPTINV ROW AND, WHEN ITS
      *  BUSINESS DATE IS IN THE RANGE AND ITS LAST STEP IS 4,
      *  CHECK THE ACTIVE UNITS' OFILE1X ROWS AND THE COMBINATION'S
      *  FAILURES.
      *---------------------------------------------------------------
       2050-READ-CKPTINV.
      *---------------------------------------------------------------
           READ    CKPT-INVENTORY NEXT
                   AT END
                           SET     WK-CKPTINV-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.
           IF      NOT WK-CKPTINV-STATUS-OK
                   DISPLAY 'COB21 - CKPTINV FILE STATUS '
                           WK-CKPTINV-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      CKI-BUS-DATE < WK-FROM-DATE
           OR      CKI-BUS-DATE > WK-TO-DATE
           OR      CKI-LAST-STEP NOT = 4
                   GO TO                        2050-EXIT
           END-IF.

           ADD     1 TO                         WK-DONE-CHECKED.

           MOVE    1 TO                         WK-UNIT-IDX.
           PERFORM 2100-CHECK-UNIT              THRU 2100-EXIT
                   UNTIL   WK-UNIT-IDX > WK-UNIT-COUNT.

           MOVE    1 TO                         WK-FAIL-IDX.
           PERFORM 2200-CHECK-FAILURE           THRU 2200-EXIT
                   UNTIL   WK-FAIL-IDX > WK-FAIL-COUNT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-CHECK-UNIT -- WHEN THE TABLE UNIT WAS ACTIVE ON THE
      *  COMBINATION'S BUSINESS DATE (STATUS A AND THE DATE WITHIN
      *  ITS EFFECTIVE DATES), READ ITS OFILE1X ROW AND REPORT IT
      *  MISSING.
      *---------------------------------------------------------------
       2100-CHECK-UNIT.
      *---------------------------------------------------------------
           IF      NOT WK-TBL-ACTIVE (WK-UNIT-IDX)
           OR      CKI-BUS-DATE < WK-TBL-EFF-START (WK-UNIT-IDX)
           OR      CKI-BUS-DATE > WK-TBL-EFF-END (WK-UNIT-IDX)
                   GO TO                        2100-NEXT
           END-IF.

           IF      WK-OUTIDX-OPEN
                   MOVE    WK-TBL-BUS-UNIT (WK-UNIT-IDX) TO
                                                 OUX-BUS-UNIT
                   MOVE    CKI-RUN-ID TO        OUX-RUN-ID
                   MOVE    CKI-BUS-DATE TO      OUX-BUS-DATE
                   READ    OUT-FILE-IDX
                           INVALID KEY
                                   CONTINUE
                   END-READ
                   IF      WK-OUTIDX-STATUS-OK
                           GO TO                2100-NEXT
                   END-IF
                   IF      NOT WK-OUTIDX-NOT-FOUND
                           DISPLAY 'COB21 - OFILE1X FILE STATUS '
                                   WK-OUTIDX-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           MOVE    'MISSOFX' TO                 WK-EXC-TYPE.
           MOVE    CKI-RUN-ID TO                WK-EXC-RUN-ID.
           MOVE    CKI-BUS-DATE TO              WK-EXC-BUS-DATE.
           MOVE    WK-TBL-BUS-UNIT (WK-UNIT-IDX) TO
                                                 WK-EXC-BUS-UNIT.
           MOVE    'DONE, ACTIVE UNIT HAS NO OFILE1X ROW' TO
                                                 WK-EXC-TEXT.
           PERFORM 2800-WRITE-EXCEPTION         THRU 2800-EXIT.
           ADD     1 TO                         WK-MISSOFX-COUNT.
       2100-NEXT.
           ADD     1 TO                         WK-UNIT-IDX.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2200-CHECK-FAILURE -- WHEN THE TABLE FAILURE IS FOR THIS
      *  COMBINATION AND IS DATED AFTER CKPTINV RECORDED THE DONE,
      *  NO RERUN HAS FINISHED SINCE THE FAILURE -- REPORT IT.
      *---------------------------------------------------------------
       2200-CHECK-FAILURE.
      *---------------------------------------------------------------
           IF      WK-FTB-RUN-ID (WK-FAIL-IDX) NOT = CKI-RUN-ID
           OR      WK-FTB-BUS-DATE (WK-FAIL-IDX) NOT = CKI-BUS-DATE
           OR      WK-FTB-FAIL-DATE (WK-FAIL-IDX) NOT >
                   CKI-UPDATE-DATE
                   GO TO                        2200-NEXT
           END-IF.

           MOVE    'FAILDONE' TO                WK-EXC-TYPE.
           MOVE    CKI-RUN-ID TO                WK-EXC-RUN-ID.
           MOVE    CKI-BUS-DATE TO              WK-EXC-BUS-DATE.
           MOVE    SPACES TO                    WK-EXC-BUS-UNIT.
           MOVE    SPACES TO                    WK-EXC-TEXT.
           STRING  'FAILED '                    DELIMITED BY SIZE
                   WK-FTB-REASON-CODE (WK-FAIL-IDX)
                                                 DELIMITED BY SIZE
                   ' ON '                       DELIMITED BY SIZE
                   WK-FTB-FAIL-DATE (WK-FAIL-IDX)
                                                 DELIMITED BY SIZE
                   ' AFTER DONE '               DELIMITED BY SIZE
                   CKI-UPDATE-DATE              DELIMITED BY SIZE
                   INTO    WK-EXC-TEXT.
           PERFORM 2800-WRITE-EXCEPTION         THRU 2800-EXIT.
           ADD     1 TO                         WK-FAILDONE-COUNT.
       2200-NEXT.
           ADD     1 TO                         WK-FAIL-IDX.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2800-WRITE-EXCEPTION -- WRITE THE EXCEPTION LINE AS BUILT
      *  AND COUNT IT.
      *---------------------------------------------------------------
       2800-WRITE-EXCEPTION.
      *---------------------------------------------------------------
           MOVE    WK-EXCEPTION-LINE TO         RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           ADD     1 TO                         WK-EXCEPTION-COUNT.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2900-WRITE-LINE -- WRITE THE LINE IN RPT-LINE.
      *---------------------------------------------------------------
       2900-WRITE-LINE.
      *---------------------------------------------------------------
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB21 - INTGRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-CHECK-OUTIDX -- SECOND PASS.  POSITION OFILE1X AT ITS
      *  FIRST KEY AND READ IT FRONT TO BACK, CHECKING EVERY ROW
      *  WITH A BUSINESS DATE IN THE RANGE.
      *---------------------------------------------------------------
       3000-CHECK-OUTIDX.
      *---------------------------------------------------------------
           IF      NOT WK-OUTIDX-OPEN
                   GO TO                        3000-EXIT
           END-IF.

           MOVE    LOW-VALUES TO                OUX-REC-KEY.
           START   OUT-FILE-IDX
                   KEY IS NOT LESS THAN         OUX-REC-KEY
                   INVALID KEY
                           GO TO                3000-EXIT
           END-START.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB21 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-OUTIDX-EOF-SW.
           PERFORM 3050-READ-OUTIDX             THRU 3050-EXIT
                   UNTIL   WK-OUTIDX-EOF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3050-READ-OUTIDX -- READ THE NEXT OFILE1X ROW.  WHEN ITS
      *  BUSINESS DATE IS IN THE RANGE AND ITS COMBINATION IS NO
      *  LONGER ON CKPTINV (COB4 HAS LOADED ITS AUDIT TO AUDHIST),
      *  CHECK AUDHIST FOR THE UNIT'S COB2 AND COB3 CALLS.
      *---------------------------------------------------------------
       3050-READ-OUTIDX.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           GO TO                3050-EXIT
           END-READ.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB21 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      OUX-BUS-DATE < WK-FROM-DATE
           OR      OUX-BUS-DATE > WK-TO-DATE
                   GO TO                        3050-EXIT
           END-IF.

           ADD     1 TO                         WK-OUTIDX-CHECKED.

           IF      WK-CKPTINV-OPEN
                   MOVE    OUX-RUN-ID TO        CKI-RUN-ID
                   MOVE    OUX-BUS-DATE TO      CKI-BUS-DATE
                   READ    CKPT-INVENTORY
                           INVALID KEY
                                   CONTINUE
                   END-READ
                   IF      WK-CKPTINV-STATUS-OK
                           GO TO                3050-EXIT
                   END-IF
                   IF      NOT WK-CKPTINV-NOT-FOUND
                           DISPLAY 'COB21 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           MOVE    WK-PGM-COB2 TO               AUH-PGM-NAME.
           PERFORM 3100-CHECK-AUDHIST           THRU 3100-EXIT.
           IF      NOT WK-AUDHIST-STATUS-OK
                   MOVE    'NOAUDC2' TO         WK-EXC-TYPE
                   MOVE    'OFILE1X ROW, NO COB2 CALL ON AUDHIST' TO
                                                 WK-EXC-TEXT
                   PERFORM 3200-WRITE-AUDIT-EXC THRU 3200-EXIT
                   ADD     1 TO                 WK-NOAUDC2-COUNT
           END-IF.

           MOVE    WK-PGM-COB3 TO               AUH-PGM-NAME.
           PERFORM 3100-CHECK-AUDHIST           THRU 3100-EXIT.
           IF      NOT WK-AUDHIST-STATUS-OK
                   MOVE    'NOAUDC3' TO         WK-EXC-TYPE
                   MOVE    'OFILE1X ROW, NO COB3 CALL ON AUDHIST' TO
                                                 WK-EXC-TEXT
                   PERFORM 3200-WRITE-AUDIT-EXC THRU 3200-EXIT
                   ADD     1 TO                 WK-NOAUDC3-COUNT
           END-IF.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3100-CHECK-AUDHIST -- READ THE AUDHIST ROW FOR THE OFILE1X
      *  ROW'S RUN-ID, BUSINESS DATE AND UNIT UNDER THE PROGRAM NAME
      *  ALREADY IN AUH-PGM-NAME.  LEAVES STATUS 00 WHEN FOUND AND 23
      *  WHEN NOT (ALSO WHEN AUDHIST HAS NEVER BEEN LOADED, AND WHEN
      *  THE ONLY CALL ON IT IS ONE COB25 BACKED OUT).
      *---------------------------------------------------------------
       3100-CHECK-AUDHIST.
      *---------------------------------------------------------------
           IF      NOT WK-AUDHIST-OPEN
                   SET     WK-AUDHIST-NOT-FOUND TO TRUE
                   GO TO                        3100-EXIT
           END-IF.

           MOVE    OUX-RUN-ID TO                AUH-RUN-ID.
           MOVE    OUX-BUS-DATE TO              AUH-BUS-DATE.
           MOVE    OUX-BUS-UNIT TO              AUH-BUS-UNIT.
           READ    AUDIT-HISTORY
                   INVALID KEY
                           CONTINUE
           END-READ.
           IF      NOT WK-AUDHIST-STATUS-OK
           AND     NOT WK-AUDHIST-NOT-FOUND
                   DISPLAY 'COB21 - AUDHIST FILE STATUS '
                           WK-AUDHIST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-AUDHIST-STATUS-OK
           AND     AUH-BACKED-OUT
                   SET     WK-AUDHIST-NOT-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3200-WRITE-AUDIT-EXC -- FILL IN THE OFILE1X ROW'S KEY ON
      *  THE EXCEPTION LINE AND WRITE IT.
      *---------------------------------------------------------------
       3200-WRITE-AUDIT-EXC.
      *---------------------------------------------------------------
           MOVE    OUX-RUN-ID TO                WK-EXC-RUN-ID.
           MOVE    OUX-BUS-DATE TO              WK-EXC-BUS-DATE.
           MOVE    OUX-BUS-UNIT TO              WK-EXC-BUS-UNIT.
           PERFORM 2800-WRITE-EXCEPTION         THRU 2800-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-WRITE-SUMMARY -- WRITE THE ROWS CHECKED AND THE
      *  DISCREPANCIES BY TYPE.
      *---------------------------------------------------------------
       4000-WRITE-SUMMARY.
      *---------------------------------------------------------------
           IF      WK-EXCEPTION-COUNT = ZERO
                   MOVE    'NO DISCREPANCIES FOUND' TO RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           END-IF.

           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    'DONE COMBINATIONS CHECKED' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-DONE-CHECKED TO           WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'OFILE1X ROWS CHECKED' TO    WK-SUM-LABEL.
           MOVE    WK-OUTIDX-CHECKED TO         WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'MISSOFX  - DONE, NO OFILE1X ROW' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-MISSOFX-COUNT TO          WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'FAILDONE - FAILED AFTER DONE' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-FAILDONE-COUNT TO         WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'NOAUDC2  - NO COB2 CALL ON AUDHIST' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-NOAUDC2-COUNT TO          WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'NOAUDC3  - NO COB3 CALL ON AUDHIST' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-NOAUDC3-COUNT TO          WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'TOTAL DISCREPANCIES' TO     WK-SUM-LABEL.
           MOVE    WK-EXCEPTION-COUNT TO        WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4100-WRITE-SUMMARY-LINE -- WRITE THE SUMMARY LINE AS BUILT.
      *---------------------------------------------------------------
       4100-WRITE-SUMMARY-LINE.
      *---------------------------------------------------------------
           MOVE    WK-SUMMARY-LINE TO           RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  5000-CLOSE-FILES -- CLOSE WHICHEVER KEYED FILES WERE OPENED
      *  AND THE REPORT.
      *---------------------------------------------------------------
       5000-CLOSE-FILES.
      *---------------------------------------------------------------
           IF      WK-CKPTINV-OPEN
                   CLOSE   CKPT-INVENTORY
                   IF      NOT WK-CKPTINV-STATUS-OK
                           DISPLAY 'COB21 - CKPTINV FILE STATUS '
                                   WK-CKPTINV-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-OUTIDX-OPEN
                   CLOSE   OUT-FILE-IDX
                   IF      NOT WK-OUTIDX-STATUS-OK
                           DISPLAY 'COB21 - OFILE1X FILE STATUS '
                                   WK-OUTIDX-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.
           IF      WK-AUDHIST-OPEN
                   CLOSE   AUDIT-HISTORY
                   IF      NOT WK-AUDHIST-STATUS-OK
                           DISPLAY 'COB21 - AUDHIST FILE STATUS '
                                   WK-AUDHIST-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB21 - INTGRPT FILE STATUS '
                           WK-REPORT-STATUS
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
           DISPLAY 'COB21 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
