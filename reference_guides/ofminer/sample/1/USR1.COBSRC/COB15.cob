       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB15.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-12-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB15 -- REGIONAL ROLLUP REPORT.  FOR THE BUSINESS DATE ON
      *    PARM, JOINS THAT DATE'S OFILE1X ROWS TO THE BUMAST
      *    BUSINESS-UNIT MASTER AND LISTS EVERY UNIT BY NAME UNDER
      *    ITS BUM-REGION, WITH ITS RECORDS PROCESSED, RECORDS
      *    REJECTED AND VALUE TOTAL SUMMED ACROSS ALL ITS RUN-IDS,
      *    FOLLOWED BY A SUBTOTAL FOR EACH REGION AND A GRAND TOTAL.
      *    A UNIT THAT WAS ACTIVE AND WITHIN ITS EFFECTIVE DATES ON
      *    BUMAST BUT HAS NO OFILE1X ROW FOR THE DATE IS LISTED WITH
      *    A NO ROW NOTE AND COUNTED UNDER ITS REGION AND IN THE
      *    GRAND TOTAL.  AN OFILE1X UNIT BUMAST DOES NOT KNOW IS
      *    LISTED UNDER REGION ???? SO ITS FIGURES STILL REACH THE
      *    GRAND TOTAL.
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
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  BUM-BUS-UNIT
                              FILE STATUS   IS  WK-BUMAST-STATUS.
            SELECT OUT-FILE-IDX
                              ASSIGN        TO  OFILE1X
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  OUX-REC-KEY
                              FILE STATUS   IS  WK-OUTIDX-STATUS.
            SELECT REPORT-FILE
                              ASSIGN        TO  REGNRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    BUS-UNIT-MASTER -- SAME LAYOUT AND KEY COB10 MAINTAINS,
      *    ONE ROW PER UNIT CODE.
      *---------------------------------------------------------------
       FD    BUS-UNIT-MASTER
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-UNIT-MST-REC.
       COPY  COPY1M.

      *---------------------------------------------------------------
      *    OUT-FILE-IDX -- SAME LAYOUT AND KEY COB1 MAINTAINS, ONE
      *    HISTORY ROW PER BUSINESS UNIT/RUN-ID/BUSINESS-DATE.
      *---------------------------------------------------------------
       FD    OUT-FILE-IDX
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    OUT-IDX-REC.
       COPY  COPY1X.

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE FORMATTED REGIONAL ROLLUP.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    BUMAST AND OFILE1X FILE STATUS.  STATUS 35 ON OPEN MEANS
      *    THE KSDS IS DEFINED BUT NEVER LOADED -- THE REPORT SIMPLY
      *    HAS NO UNITS OR NO FIGURES.
      *----------------------------------------------------------------
       01    WK-BUMAST-STATUS                   PIC  X(002).
             88    WK-BUMAST-STATUS-OK           VALUE '00'.
             88    WK-BUMAST-UNLOADED            VALUE '35'.
       01    WK-BUMAST-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-BUMAST-EOF                 VALUE 'Y'.

       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
             88    WK-OUTIDX-UNLOADED            VALUE '35'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

       01    WK-BUS-DATE                        PIC  X(008).

      *----------------------------------------------------------------
      *    ONE ENTRY PER UNIT -- EVERY BUMAST ROW, PLUS ANY OFILE1X
      *    UNIT BUMAST DOES NOT KNOW -- CARRYING ITS REGION/NAME SORT
      *    KEY, WHETHER IT WAS DUE TO RUN ON THE DATE, AND ITS
      *    FIGURES SUMMED ACROSS THE DATE'S OFILE1X ROWS.
      *    WK-UNT-HOLD IS THE SWAP AREA FOR 3000-SORT-UNITS.
      *----------------------------------------------------------------
       01    WK-UNT-TOTAL                       PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-UNT-TABLE.
             05    WK-UNT-ENTRY  OCCURS 500 TIMES.
                   10    WK-UNT-SORT-KEY.
                         15    WK-UNT-REGION      PIC  X(004).
                         15    WK-UNT-NAME        PIC  X(020).
                         15    WK-UNT-BUS-UNIT    PIC  X(004).
                   10    WK-UNT-DUE-SW            PIC  X(001).
                         88    WK-UNT-DUE          VALUE 'Y'.
                   10    WK-UNT-ROWS              PIC  9(004) COMP.
                   10    WK-UNT-PROCESSED         PIC  9(011) COMP.
                   10    WK-UNT-REJECTED          PIC  9(011) COMP.
                   10    WK-UNT-VALUE             PIC  S9(011)V9(002)
                                                 COMP.
       01    WK-UNT-HOLD.
             05    WK-HLD-SORT-KEY               PIC  X(028).
             05    WK-HLD-DUE-SW                 PIC  X(001).
             05    WK-HLD-ROWS                   PIC  9(004) COMP.
             05    WK-HLD-PROCESSED              PIC  9(011) COMP.
             05    WK-HLD-REJECTED               PIC  9(011) COMP.
             05    WK-HLD-VALUE                  PIC  S9(011)V9(002)
                                                 COMP.
       01    WK-UX                              PIC  9(004) COMP.
       01    WK-UY                              PIC  9(004) COMP.
       01    WK-UNT-HIT                         PIC  9(004) COMP.

      *----------------------------------------------------------------
      *    REGION CONTROL BREAK AND TOTALS.
      *----------------------------------------------------------------
       01    WK-CUR-REGION                      PIC  X(004).
       01    WK-REG-PROCESSED                   PIC  9(011) COMP.
       01    WK-REG-REJECTED                    PIC  9(011) COMP.
       01    WK-REG-VALUE                       PIC  S9(011)V9(002)
                                                 COMP.
       01    WK-REG-MISSING                     PIC  9(004) COMP.
       01    WK-GRD-PROCESSED                   PIC  9(011) COMP
                                                 VALUE 0.
       01    WK-GRD-REJECTED                    PIC  9(011) COMP
                                                 VALUE 0.
       01    WK-GRD-VALUE                       PIC  S9(011)V9(002)
                                                 COMP VALUE 0.
       01    WK-GRD-MISSING                     PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-GRD-UNITS                       PIC  9(004) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE, COLUMN HEADINGS,
      *    REGION HEADER, UNIT DETAIL, TOTAL AND MISSING-UNIT LINES.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(035)  VALUE
                   'COB15 - REGIONAL ROLLUP REPORT FOR '.
             05    WK-TTL-BUS-DATE               PIC  X(008).
             05    FILLER                       PIC  X(037)
                                                 VALUE SPACES.
       01    WK-HEADING-LINE                    PIC  X(080)  VALUE
             'UNIT  UNIT NAME              PROCESSED    REJECTED     VAL
      -      'UE-TOTAL NOTE'.
       01    WK-REGION-LINE.
             05    FILLER                       PIC  X(008)  VALUE
                   'REGION: '.
             05    WK-RGN-REGION                 PIC  X(004).
             05    FILLER                       PIC  X(068)
                                                 VALUE SPACES.
       01    WK-DETAIL-LINE.
             05    WK-DTL-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-NAME                   PIC  X(020).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-PROCESSED              PIC  Z(010)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-REJECTED               PIC  Z(010)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-VALUE                  PIC  -(011)9.99.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-NOTE                   PIC  X(006).
             05    FILLER                       PIC  X(007)
                                                 VALUE SPACES.
       01    WK-TOTAL-LINE.
             05    WK-TOT-LABEL.
                   10    WK-TOT-LABEL-WORD        PIC  X(007).
                   10    WK-TOT-LABEL-REGION      PIC  X(004).
                   10    WK-TOT-LABEL-TAIL        PIC  X(016).
             05    WK-TOT-PROCESSED              PIC  Z(010)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-TOT-REJECTED               PIC  Z(010)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-TOT-VALUE                  PIC  -(011)9.99.
             05    FILLER                       PIC  X(014)
                                                 VALUE SPACES.
       01    WK-MISSING-LINE.
             05    FILLER                       PIC  X(006)
                                                 VALUE SPACES.
             05    FILLER                       PIC  X(037)  VALUE
                   'ACTIVE UNITS WITH NO OFILE1X ROW:    '.
             05    WK-MIS-COUNT                  PIC  Z(003)9.
             05    FILLER                       PIC  X(033)
                                                 VALUE SPACES.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE BUSINESS DATE
      *    TO REPORT ON (YYYYMMDD).
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-BUS-DATE         PIC  X(008).

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
       PROCEDURE                                DIVISION      USING
                                                 WK-PARM-AREA.
      *---------------------------------------------------------------
       0000-MAINLINE.
      *---------------------------------------------------------------
           PERFORM 0500-GET-PARM                THRU 0500-EXIT.

           PERFORM 1000-LOAD-BUMAST             THRU 1000-EXIT.

           PERFORM 2000-SWEEP-OFILE1X           THRU 2000-EXIT.

           PERFORM 3000-SORT-UNITS              THRU 3000-EXIT.

           PERFORM 4000-WRITE-REPORT            THRU 4000-EXIT.

           DISPLAY 'COB15 - ' WK-GRD-UNITS ' UNITS REPORTED, '
                   WK-GRD-MISSING ' ACTIVE UNITS WITH NO ROW FOR '
                   WK-BUS-DATE.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP AND CHECK THE BUSINESS DATE.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB15 - PARM MUST CARRY THE BUSINESS '
                           'DATE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-BUS-DATE NOT NUMERIC
                   DISPLAY 'COB15 - PARM BUSINESS DATE '
                           WK-PARM-BUS-DATE ' MUST BE NUMERIC'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-BUS-DATE TO          WK-BUS-DATE.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-LOAD-BUMAST -- READ EVERY BUMAST ROW INTO THE UNIT
      *  TABLE, MARKING THE ONES DUE TO RUN ON THE DATE BY THE SAME
      *  RULE COB1'S 7555-VALIDATE-UNIT APPLIES: ACTIVE, AND THE
      *  DATE WITHIN THE EFFECTIVE START AND END.
      *---------------------------------------------------------------
       1000-LOAD-BUMAST.
      *---------------------------------------------------------------
           OPEN    INPUT                        BUS-UNIT-MASTER.
           IF      WK-BUMAST-UNLOADED
                   GO TO                        1000-EXIT
           END-IF.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB15 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-BUMAST-EOF-SW.
           PERFORM 1050-LOAD-UNIT               THRU 1050-EXIT
                   UNTIL   WK-BUMAST-EOF.

           CLOSE   BUS-UNIT-MASTER.
           IF      NOT WK-BUMAST-STATUS-OK
                   DISPLAY 'COB15 - BUMAST FILE STATUS '
                           WK-BUMAST-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1050-LOAD-UNIT -- READ ONE BUMAST ROW AND ADD IT TO THE
      *  TABLE.
      *---------------------------------------------------------------
       1050-LOAD-UNIT.
      *---------------------------------------------------------------
           READ    BUS-UNIT-MASTER NEXT
                   AT END
                           SET     WK-BUMAST-EOF TO TRUE
                           GO TO                1050-EXIT
           END-READ.

           PERFORM 1100-ADD-UNIT-ENTRY          THRU 1100-EXIT.
           MOVE    BUM-REGION TO                WK-UNT-REGION
                                                 (WK-UNT-TOTAL).
           MOVE    BUM-NAME TO                  WK-UNT-NAME
                                                 (WK-UNT-TOTAL).
           MOVE    BUM-BUS-UNIT TO              WK-UNT-BUS-UNIT
                                                 (WK-UNT-TOTAL).
           IF      BUM-ACTIVE
           AND     WK-BUS-DATE NOT < BUM-EFF-START
           AND     WK-BUS-DATE NOT > BUM-EFF-END
                   MOVE    'Y' TO               WK-UNT-DUE-SW
                                                 (WK-UNT-TOTAL)
           END-IF.
       1050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1100-ADD-UNIT-ENTRY -- OPEN A NEW, EMPTY TABLE ENTRY.
      *---------------------------------------------------------------
       1100-ADD-UNIT-ENTRY.
      *---------------------------------------------------------------
           IF      WK-UNT-TOTAL NOT < 500
                   DISPLAY 'COB15 - UNIT TABLE FULL AT 500 UNITS'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-UNT-TOTAL.
           MOVE    'N' TO                       WK-UNT-DUE-SW
                                                 (WK-UNT-TOTAL).
           MOVE    ZERO TO                      WK-UNT-ROWS
                                                 (WK-UNT-TOTAL)
                                                 WK-UNT-PROCESSED
                                                 (WK-UNT-TOTAL)
                                                 WK-UNT-REJECTED
                                                 (WK-UNT-TOTAL)
                                                 WK-UNT-VALUE
                                                 (WK-UNT-TOTAL).
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-OFILE1X -- READ EVERY OFILE1X ROW ONCE AND ADD
      *  EACH ROW FOR THE BUSINESS DATE TO ITS UNIT'S ENTRY.
      *---------------------------------------------------------------
       2000-SWEEP-OFILE1X.
      *---------------------------------------------------------------
           OPEN    INPUT                        OUT-FILE-IDX.
           IF      WK-OUTIDX-UNLOADED
                   GO TO                        2000-EXIT
           END-IF.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB15 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-OUTIDX-EOF-SW.
           PERFORM 2050-READ-OFILE1X            THRU 2050-EXIT
                   UNTIL   WK-OUTIDX-EOF.

           CLOSE   OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB15 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-OFILE1X -- READ THE NEXT OFILE1X ROW AND, WHEN IT
      *  IS FOR THE BUSINESS DATE, FIND ITS UNIT (ADDING AN UNKNOWN
      *  ONE UNDER REGION ????) AND ADD ITS FIGURES.
      *---------------------------------------------------------------
       2050-READ-OFILE1X.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.

           IF      OUX-BUS-DATE NOT = WK-BUS-DATE
                   GO TO                        2050-EXIT
           END-IF.

           MOVE    ZERO TO                      WK-UNT-HIT.
           MOVE    1 TO                         WK-UX.
           PERFORM 2100-MATCH-UNIT              THRU 2100-EXIT
                   UNTIL   WK-UNT-HIT > ZERO
                   OR      WK-UX > WK-UNT-TOTAL.

           IF      WK-UNT-HIT = ZERO
                   PERFORM 1100-ADD-UNIT-ENTRY  THRU 1100-EXIT
                   MOVE    WK-UNT-TOTAL TO      WK-UNT-HIT
                   MOVE    '????' TO            WK-UNT-REGION
                                                 (WK-UNT-HIT)
                   MOVE    '** NOT ON BUMAST **' TO
                                                 WK-UNT-NAME
                                                 (WK-UNT-HIT)
                   MOVE    OUX-BUS-UNIT TO      WK-UNT-BUS-UNIT
                                                 (WK-UNT-HIT)
           END-IF.

           ADD     1 TO                         WK-UNT-ROWS
                                                 (WK-UNT-HIT).
           ADD     OUX-REC-PROCESSED TO         WK-UNT-PROCESSED
                                                 (WK-UNT-HIT).
           ADD     OUX-REC-REJECTED TO          WK-UNT-REJECTED
                                                 (WK-UNT-HIT).
           ADD     OUX-VALUE-TOTAL TO           WK-UNT-VALUE
                                                 (WK-UNT-HIT).
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-MATCH-UNIT -- TEST ONE UNIT TABLE ENTRY.
      *---------------------------------------------------------------
       2100-MATCH-UNIT.
      *---------------------------------------------------------------
           IF      WK-UNT-BUS-UNIT (WK-UX) = OUX-BUS-UNIT
                   MOVE    WK-UX TO             WK-UNT-HIT
           END-IF.
           ADD     1 TO                         WK-UX.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-SORT-UNITS -- PUT THE TABLE IN REGION, NAME, UNIT
      *  ORDER.  EACH PASS OF THE OUTER LOOP BRINGS THE LOWEST
      *  REMAINING ENTRY UP TO POSITION WK-UX.
      *---------------------------------------------------------------
       3000-SORT-UNITS.
      *---------------------------------------------------------------
           MOVE    1 TO                         WK-UX.
           PERFORM 3050-SORT-PASS               THRU 3050-EXIT
                   UNTIL   WK-UX NOT < WK-UNT-TOTAL.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3050-SORT-PASS -- COMPARE ENTRY WK-UX WITH EVERY LATER
      *  ENTRY.
      *---------------------------------------------------------------
       3050-SORT-PASS.
      *---------------------------------------------------------------
           COMPUTE WK-UY = WK-UX + 1.
           PERFORM 3100-SORT-COMPARE            THRU 3100-EXIT
                   UNTIL   WK-UY > WK-UNT-TOTAL.
           ADD     1 TO                         WK-UX.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3100-SORT-COMPARE -- SWAP ENTRIES WK-UX AND WK-UY WHEN
      *  THEY ARE OUT OF ORDER.
      *---------------------------------------------------------------
       3100-SORT-COMPARE.
      *---------------------------------------------------------------
           IF      WK-UNT-SORT-KEY (WK-UY) < WK-UNT-SORT-KEY (WK-UX)
                   MOVE    WK-UNT-ENTRY (WK-UX) TO
                                                 WK-UNT-HOLD
                   MOVE    WK-UNT-ENTRY (WK-UY) TO
                                                 WK-UNT-ENTRY (WK-UX)
                   MOVE    WK-UNT-HOLD TO       WK-UNT-ENTRY (WK-UY)
           END-IF.
           ADD     1 TO                         WK-UY.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-WRITE-REPORT -- WRITE THE TITLE AND HEADINGS, ONE
      *  DETAIL LINE PER UNIT THAT EITHER HAS ROWS FOR THE DATE OR
      *  WAS DUE TO RUN ON IT, A SUBTOTAL AT EVERY CHANGE OF
      *  REGION, AND THE GRAND TOTAL.  UNITS THAT WERE NEITHER
      *  (INACTIVE OR OUTSIDE THEIR DATES, AND NO ROWS) ARE LEFT
      *  OFF.
      *---------------------------------------------------------------
       4000-WRITE-REPORT.
      *---------------------------------------------------------------
           OPEN    OUTPUT                       REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB15 - REGNRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-BUS-DATE TO               WK-TTL-BUS-DATE.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
           MOVE    WK-HEADING-LINE TO           RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.

           MOVE    LOW-VALUES TO                WK-CUR-REGION.
           MOVE    1 TO                         WK-UX.
           PERFORM 4100-WRITE-UNIT              THRU 4100-EXIT
                   UNTIL   WK-UX > WK-UNT-TOTAL.

           IF      WK-CUR-REGION NOT = LOW-VALUES
                   PERFORM 4300-WRITE-REGION-TOTAL
                                                 THRU 4300-EXIT
           END-IF.

           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
           MOVE    SPACES TO                    WK-TOT-LABEL.
           MOVE    'GRAND TOTAL' TO             WK-TOT-LABEL.
           MOVE    WK-GRD-PROCESSED TO          WK-TOT-PROCESSED.
           MOVE    WK-GRD-REJECTED TO           WK-TOT-REJECTED.
           MOVE    WK-GRD-VALUE TO              WK-TOT-VALUE.
           MOVE    WK-TOTAL-LINE TO             RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
           MOVE    WK-GRD-MISSING TO            WK-MIS-COUNT.
           MOVE    WK-MISSING-LINE TO           RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.

           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB15 - REGNRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4100-WRITE-UNIT -- WRITE ONE UNIT'S DETAIL LINE, OPENING A
      *  NEW REGION (AND CLOSING THE LAST ONE) WHEN THE REGION
      *  CHANGES.
      *---------------------------------------------------------------
       4100-WRITE-UNIT.
      *---------------------------------------------------------------
           IF      WK-UNT-ROWS (WK-UX) = ZERO
           AND     NOT WK-UNT-DUE (WK-UX)
                   GO TO                        4100-NEXT
           END-IF.

           IF      WK-UNT-REGION (WK-UX) NOT = WK-CUR-REGION
                   IF      WK-CUR-REGION NOT = LOW-VALUES
                           PERFORM 4300-WRITE-REGION-TOTAL
                                                 THRU 4300-EXIT
                   END-IF
                   PERFORM 4200-START-REGION    THRU 4200-EXIT
           END-IF.

           MOVE    WK-UNT-BUS-UNIT (WK-UX) TO   WK-DTL-BUS-UNIT.
           MOVE    WK-UNT-NAME (WK-UX) TO       WK-DTL-NAME.
           MOVE    WK-UNT-PROCESSED (WK-UX) TO  WK-DTL-PROCESSED.
           MOVE    WK-UNT-REJECTED (WK-UX) TO   WK-DTL-REJECTED.
           MOVE    WK-UNT-VALUE (WK-UX) TO      WK-DTL-VALUE.
           IF      WK-UNT-ROWS (WK-UX) = ZERO
                   MOVE    'NO ROW' TO          WK-DTL-NOTE
                   ADD     1 TO                 WK-REG-MISSING
                                                 WK-GRD-MISSING
           ELSE
                   MOVE    SPACES TO            WK-DTL-NOTE
           END-IF.
           MOVE    WK-DETAIL-LINE TO            RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.

           ADD     1 TO                         WK-GRD-UNITS.
           ADD     WK-UNT-PROCESSED (WK-UX) TO  WK-REG-PROCESSED
                                                 WK-GRD-PROCESSED.
           ADD     WK-UNT-REJECTED (WK-UX) TO   WK-REG-REJECTED
                                                 WK-GRD-REJECTED.
           ADD     WK-UNT-VALUE (WK-UX) TO      WK-REG-VALUE
                                                 WK-GRD-VALUE.
       4100-NEXT.
           ADD     1 TO                         WK-UX.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4200-START-REGION -- WRITE THE REGION HEADER AND CLEAR THE
      *  REGION TOTALS.
      *---------------------------------------------------------------
       4200-START-REGION.
      *---------------------------------------------------------------
           MOVE    WK-UNT-REGION (WK-UX) TO     WK-CUR-REGION.
           MOVE    ZERO TO                      WK-REG-PROCESSED
                                                 WK-REG-REJECTED
                                                 WK-REG-VALUE
                                                 WK-REG-MISSING.
           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
           MOVE    WK-CUR-REGION TO             WK-RGN-REGION.
           MOVE    WK-REGION-LINE TO            RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4300-WRITE-REGION-TOTAL -- WRITE THE REGION'S SUBTOTAL AND
      *  ITS COUNT OF DUE UNITS WITH NO ROW.
      *---------------------------------------------------------------
       4300-WRITE-REGION-TOTAL.
      *---------------------------------------------------------------
           MOVE    'REGION ' TO                 WK-TOT-LABEL-WORD.
           MOVE    WK-CUR-REGION TO             WK-TOT-LABEL-REGION.
           MOVE    ' TOTAL' TO                  WK-TOT-LABEL-TAIL.
           MOVE    WK-REG-PROCESSED TO          WK-TOT-PROCESSED.
           MOVE    WK-REG-REJECTED TO           WK-TOT-REJECTED.
           MOVE    WK-REG-VALUE TO              WK-TOT-VALUE.
           MOVE    WK-TOTAL-LINE TO             RPT-LINE.
           PERFORM 4900-WRITE-LINE              THRU 4900-EXIT.
           IF      WK-REG-MISSING > ZERO
                   MOVE    WK-REG-MISSING TO    WK-MIS-COUNT
                   MOVE    WK-MISSING-LINE TO   RPT-LINE
                   PERFORM 4900-WRITE-LINE      THRU 4900-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4900-WRITE-LINE -- WRITE THE REPORT LINE AS BUILT.
      *---------------------------------------------------------------
       4900-WRITE-LINE.
      *---------------------------------------------------------------
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB15 - REGNRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE OR PARM REJECTION IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB15 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
