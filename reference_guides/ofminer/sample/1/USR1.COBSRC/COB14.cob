       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB14.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-11-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB14 -- UNIT VARIANCE REPORT.  FOR THE BUSINESS DATE ON
      *    PARM, COMPARES EVERY UNIT/RUN-ID'S OFILE1X FIGURES --
      *    RECORDS PROCESSED, REJECT RATE (REJECTED AS A PERCENTAGE
      *    OF PROCESSED PLUS REJECTED) AND VALUE TOTAL -- AGAINST ITS
      *    AVERAGE OVER THE PRIOR N BUSINESS DATES IT RAN ON, AND
      *    LISTS EACH ONE TO VARRPT WITH A FLAG FOR EVERY FIGURE
      *    OUTSIDE TOLERANCE.  PROCESSED COUNT AND VALUE TOLERANCES
      *    ARE PERCENTAGES OF THE AVERAGE; THE REJECT-RATE TOLERANCE
      *    IS IN PERCENTAGE POINTS.  THE DEFAULT TOLERANCE ON PARM
      *    APPLIES TO ALL THREE UNLESS A TOLIN CARD SETS A RUN-ID'S
      *    OWN.  ONLY ROWS WITH COMPLETION STATUS '0' COUNT AS
      *    HISTORY.  ANY FLAGGED UNIT ENDS THE STEP WITH RETURN CODE
      *    4, SO A UNIT THAT QUIETLY PROCESSED HALF ITS USUAL VOLUME
      *    IS RAISED THE SAME MORNING.
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
            SELECT TOL-FILE   ASSIGN        TO  TOLIN
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-TOL-STATUS.
            SELECT REPORT-FILE
                              ASSIGN        TO  VARRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    OUT-FILE-IDX -- SAME LAYOUT AND KEY COB1 MAINTAINS, ONE
      *    HISTORY ROW PER BUSINESS UNIT/RUN-ID/BUSINESS-DATE.  THE
      *    KEY ORDER BRINGS EACH UNIT/RUN-ID'S DATES TOGETHER, OLDEST
      *    FIRST.
      *---------------------------------------------------------------
       FD    OUT-FILE-IDX
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    OUT-IDX-REC.
       COPY  COPY1X.

      *---------------------------------------------------------------
      *    TOL-FILE -- ONE TOLERANCE CARD PER RUN-ID THAT NEEDS ITS
      *    OWN: RUN-ID IN 1-8, PROCESSED-COUNT PERCENTAGE IN 10-12,
      *    REJECT-RATE POINTS IN 14-16, VALUE PERCENTAGE IN 18-20.
      *---------------------------------------------------------------
       FD    TOL-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    TOL-CARD.
             05    TLC-RUN-ID                    PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    TLC-PROC-PCT                  PIC  X(003).
             05    FILLER                       PIC  X(001).
             05    TLC-REJ-POINTS                PIC  X(003).
             05    FILLER                       PIC  X(001).
             05    TLC-VALUE-PCT                 PIC  X(003).
             05    FILLER                       PIC  X(060).

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE FORMATTED VARIANCE REPORT.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    OFILE1X FILE STATUS.  STATUS 35 ON OPEN MEANS THE KSDS IS
      *    DEFINED BUT NEVER LOADED -- THE REPORT SAYS SO INSTEAD OF
      *    FAILING.
      *----------------------------------------------------------------
       01    WK-OUTIDX-STATUS                   PIC  X(002).
             88    WK-OUTIDX-STATUS-OK           VALUE '00'.
             88    WK-OUTIDX-UNLOADED            VALUE '35'.
       01    WK-OUTIDX-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-OUTIDX-EOF                 VALUE 'Y'.

       01    WK-TOL-STATUS                      PIC  X(002).
             88    WK-TOL-STATUS-OK              VALUE '00'.
       01    WK-TOL-EOF-SW                      PIC  X(001)  VALUE 'N'.
             88    WK-TOL-EOF                    VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    REPORT DATE, HISTORY DEPTH AND DEFAULT TOLERANCE FROM
      *    PARM.
      *----------------------------------------------------------------
       01    WK-BUS-DATE                        PIC  X(008).
       01    WK-HIST-DEPTH                      PIC  9(002)  VALUE 0.
       01    WK-DEFAULT-TOL                     PIC  9(003)  VALUE 0.

      *----------------------------------------------------------------
      *    PER-RUN-ID TOLERANCES LOADED FROM TOLIN, AND THE THREE
      *    TOLERANCES IN FORCE FOR THE UNIT/RUN-ID BEING EVALUATED.
      *----------------------------------------------------------------
       01    WK-TOL-TOTAL                       PIC  9(004) COMP
                                                 VALUE 0.
       01    WK-TOL-TABLE.
             05    WK-TOL-ENTRY  OCCURS 100 TIMES.
                   10    WK-TOL-RUN-ID            PIC  X(008).
                   10    WK-TOL-PROC-PCT          PIC  9(003).
                   10    WK-TOL-REJ-POINTS        PIC  9(003).
                   10    WK-TOL-VALUE-PCT         PIC  9(003).
       01    WK-TX                              PIC  9(004) COMP.
       01    WK-TOL-HIT                         PIC  9(004) COMP.
       01    WK-CUR-PROC-PCT                    PIC  9(003).
       01    WK-CUR-REJ-POINTS                  PIC  9(003).
       01    WK-CUR-VALUE-PCT                   PIC  9(003).

      *----------------------------------------------------------------
      *    THE UNIT/RUN-ID GROUP BEING READ, ITS ROW FOR THE REPORT
      *    DATE (IF ANY), AND ITS LAST N COMPLETED HISTORY ROWS HELD
      *    AS A ROLLING WINDOW -- WK-HST-NEXT IS THE SLOT THE NEXT
      *    ROW GOES IN, OVERWRITING THE OLDEST ONCE THE WINDOW IS
      *    FULL, AND THE SUMS ARE KEPT IN STEP WITH THE WINDOW.
      *----------------------------------------------------------------
       01    WK-GRP-BUS-UNIT                    PIC  X(004).
       01    WK-GRP-RUN-ID                      PIC  X(008).
       01    WK-GRP-TONIGHT-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-GRP-TONIGHT-FOUND          VALUE 'Y'.
       01    WK-TNT-COMPL-STATUS                PIC  X(001).
       01    WK-TNT-PROCESSED                   PIC  9(009).
       01    WK-TNT-REJECTED                    PIC  9(009).
       01    WK-TNT-VALUE                       PIC  S9(009)V9(002).

       01    WK-HST-COUNT                       PIC  9(004) COMP.
       01    WK-HST-NEXT                        PIC  9(004) COMP.
       01    WK-HST-TABLE.
             05    WK-HST-ENTRY  OCCURS 30 TIMES.
                   10    WK-HST-PROCESSED         PIC  9(009).
                   10    WK-HST-REJECTED          PIC  9(009).
                   10    WK-HST-VALUE             PIC  S9(009)V9(002).
       01    WK-SUM-PROCESSED                   PIC  9(011) COMP.
       01    WK-SUM-REJECTED                    PIC  9(011) COMP.
       01    WK-SUM-VALUE                       PIC  S9(011)V9(002)
                                                 COMP.

      *----------------------------------------------------------------
      *    COMPARISON WORK AREAS -- THE AVERAGES, THE TWO REJECT
      *    RATES, AND THE DEVIATION OF EACH FIGURE FROM ITS AVERAGE.
      *----------------------------------------------------------------
       01    WK-AVG-PROCESSED                   PIC  9(009).
       01    WK-AVG-VALUE                       PIC  S9(009)V9(002).
       01    WK-TNT-REJ-RATE                    PIC  9(003)V9(001).
       01    WK-AVG-REJ-RATE                    PIC  9(003)V9(001).
       01    WK-RATE-BASE                       PIC  9(011) COMP.
       01    WK-DEVIATION                       PIC  S9(013)V9(001)
                                                 COMP.
       01    WK-UNIT-FLAG-SW                    PIC  X(001).
             88    WK-UNIT-FLAGGED               VALUE 'Y'.

      *----------------------------------------------------------------
      *    REPORT COUNTS.
      *----------------------------------------------------------------
       01    WK-UNIT-COUNT                      PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-FLAGGED-COUNT                   PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-NEW-COUNT                       PIC  9(007) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE LINE (WITH THE REPORT
      *    DATE AND HISTORY DEPTH FILLED IN), THE COLUMN HEADINGS,
      *    THE DETAIL LINE, THE FLAG LEGEND AND THE SUMMARY LINE.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(033)  VALUE
                   'COB14 - UNIT VARIANCE REPORT FOR '.
             05    WK-TTL-BUS-DATE               PIC  X(008).
             05    FILLER                       PIC  X(015)  VALUE
                   ' AGAINST PRIOR '.
             05    WK-TTL-HIST-DEPTH             PIC  Z9.
             05    FILLER                       PIC  X(022)  VALUE
                   ' BUSINESS DATES'.
       01    WK-HEADING-LINE                    PIC  X(080)  VALUE
             'UNIT RUN-ID   PROCESSED  AVG-PROC  REJ%  AVG%   VALUE-TOTA
      -      'L     AVG-VALUE FLAG'.
       01    WK-DETAIL-LINE.
             05    WK-DTL-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-RUN-ID                 PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-PROCESSED              PIC  Z(008)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-AVG-PROCESSED          PIC  Z(008)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-REJ-RATE               PIC  ZZ9.9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-AVG-REJ-RATE           PIC  ZZ9.9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-VALUE                  PIC  -(009)9.99.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-AVG-VALUE              PIC  -(009)9.99.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-FLAGS.
                   10    WK-DTL-FLAG-PROC         PIC  X(001).
                   10    WK-DTL-FLAG-REJ          PIC  X(001).
                   10    WK-DTL-FLAG-VALUE        PIC  X(001).
                   10    WK-DTL-FLAG-FAIL         PIC  X(001).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
       01    WK-LEGEND-LINE                     PIC  X(080)  VALUE
             'FLAG: P=PROCESSED  R=REJECT RATE  V=VALUE  F=UNIT FAILED  
      -      'NEW=NO HISTORY'.
       01    WK-SUMMARY-LINE.
             05    FILLER                       PIC  X(008)  VALUE
                   'UNITS: '.
             05    WK-SUM-UNITS                  PIC  Z(006)9.
             05    FILLER                       PIC  X(011)  VALUE
                   '  FLAGGED: '.
             05    WK-SUM-FLAGGED                PIC  Z(006)9.
             05    FILLER                       PIC  X(014)  VALUE
                   '  NO HISTORY: '.
             05    WK-SUM-NEW                    PIC  Z(006)9.
             05    FILLER                       PIC  X(026)
                                                 VALUE SPACES.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE BUSINESS DATE
      *    TO REPORT ON (YYYYMMDD), THE NUMBER OF PRIOR BUSINESS
      *    DATES TO AVERAGE (2 DIGITS, 01-30) AND THE DEFAULT
      *    TOLERANCE (3 DIGITS), ALL REQUIRED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-BUS-DATE         PIC  X(008).
                   10    WK-PARM-HIST-DEPTH       PIC  X(002).
                   10    WK-PARM-DEFAULT-TOL      PIC  X(003).

      *===============================================================
      *  PROGRAM   ROUTINE
      *---------------------------------------------------------------
       PROCEDURE                                DIVISION      USING
                                                 WK-PARM-AREA.
      *---------------------------------------------------------------
       0000-MAINLINE.
      *---------------------------------------------------------------
           PERFORM 0500-GET-PARM                THRU 0500-EXIT.

           PERFORM 1000-LOAD-TOLERANCES         THRU 1000-EXIT.

           PERFORM 1500-OPEN-REPORT             THRU 1500-EXIT.

           PERFORM 2000-SWEEP-OFILE1X           THRU 2000-EXIT.

           PERFORM 4000-CLOSE-REPORT            THRU 4000-EXIT.

           DISPLAY 'COB14 - ' WK-UNIT-COUNT ' UNITS REPORTED, '
                   WK-FLAGGED-COUNT ' FLAGGED, '
                   WK-NEW-COUNT ' WITH NO HISTORY'.

           IF      WK-FLAGGED-COUNT > ZERO
                   MOVE    4 TO                 RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP AND CHECK THE BUSINESS DATE,
      *  HISTORY DEPTH AND DEFAULT TOLERANCE.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 13
                   DISPLAY 'COB14 - PARM MUST CARRY BUSINESS DATE, '
                           'HISTORY DEPTH AND DEFAULT TOLERANCE'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-BUS-DATE NOT NUMERIC
                   DISPLAY 'COB14 - PARM BUSINESS DATE '
                           WK-PARM-BUS-DATE ' MUST BE NUMERIC'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-HIST-DEPTH NOT NUMERIC
           OR      WK-PARM-HIST-DEPTH < '01'
           OR      WK-PARM-HIST-DEPTH > '30'
                   DISPLAY 'COB14 - PARM HISTORY DEPTH '
                           WK-PARM-HIST-DEPTH ' MUST BE 01-30'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-DEFAULT-TOL NOT NUMERIC
                   DISPLAY 'COB14 - PARM DEFAULT TOLERANCE '
                           WK-PARM-DEFAULT-TOL ' MUST BE 3 DIGITS'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-PARM-BUS-DATE TO          WK-BUS-DATE.
           MOVE    WK-PARM-HIST-DEPTH TO        WK-HIST-DEPTH.
           MOVE    WK-PARM-DEFAULT-TOL TO       WK-DEFAULT-TOL.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-LOAD-TOLERANCES -- LOAD EVERY TOLIN CARD INTO THE
      *  TOLERANCE TABLE.  A BAD CARD STOPS THE STEP -- A REPORT
      *  RUN AGAINST THE WRONG TOLERANCES WOULD BE TRUSTED ANYWAY.
      *---------------------------------------------------------------
       1000-LOAD-TOLERANCES.
      *---------------------------------------------------------------
           OPEN    INPUT                        TOL-FILE.
           IF      NOT WK-TOL-STATUS-OK
                   DISPLAY 'COB14 - TOLIN FILE STATUS '
                           WK-TOL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-TOL-EOF-SW.
           PERFORM 1050-LOAD-TOLERANCE-CARD     THRU 1050-EXIT
                   UNTIL   WK-TOL-EOF.

           CLOSE   TOL-FILE.
           IF      NOT WK-TOL-STATUS-OK
                   DISPLAY 'COB14 - TOLIN FILE STATUS '
                           WK-TOL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1050-LOAD-TOLERANCE-CARD -- READ AND CHECK ONE TOLIN CARD
      *  AND ADD IT TO THE TABLE.
      *---------------------------------------------------------------
       1050-LOAD-TOLERANCE-CARD.
      *---------------------------------------------------------------
           READ    TOL-FILE
                   AT END
                           SET     WK-TOL-EOF TO TRUE
                           GO TO                1050-EXIT
           END-READ.

           IF      TLC-RUN-ID = SPACES
           OR      TLC-PROC-PCT NOT NUMERIC
           OR      TLC-REJ-POINTS NOT NUMERIC
           OR      TLC-VALUE-PCT NOT NUMERIC
                   DISPLAY 'COB14 - TOLIN CARD FOR ' TLC-RUN-ID
                           ' IS NOT RUN-ID NNN NNN NNN'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-TOL-TOTAL NOT < 100
                   DISPLAY 'COB14 - MORE THAN 100 TOLIN CARDS'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ADD     1 TO                         WK-TOL-TOTAL.
           MOVE    TLC-RUN-ID TO                WK-TOL-RUN-ID
                                                 (WK-TOL-TOTAL).
           MOVE    TLC-PROC-PCT TO              WK-TOL-PROC-PCT
                                                 (WK-TOL-TOTAL).
           MOVE    TLC-REJ-POINTS TO            WK-TOL-REJ-POINTS
                                                 (WK-TOL-TOTAL).
           MOVE    TLC-VALUE-PCT TO             WK-TOL-VALUE-PCT
                                                 (WK-TOL-TOTAL).
       1050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-OPEN-REPORT -- OPEN THE REPORT AND WRITE ITS TITLE AND
      *  COLUMN HEADINGS.
      *---------------------------------------------------------------
       1500-OPEN-REPORT.
      *---------------------------------------------------------------
           OPEN    OUTPUT                       REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB14 - VARRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-BUS-DATE TO               WK-TTL-BUS-DATE.
           MOVE    WK-HIST-DEPTH TO             WK-TTL-HIST-DEPTH.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
           MOVE    WK-HEADING-LINE TO           RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-OFILE1X -- READ EVERY OFILE1X ROW ONCE.  EACH
      *  UNIT/RUN-ID'S ROWS ARRIVE TOGETHER, OLDEST DATE FIRST, SO
      *  THE HISTORY WINDOW IS BUILT AS THE GROUP IS READ AND THE
      *  GROUP IS EVALUATED WHEN THE NEXT ONE STARTS.  A NEVER-
      *  LOADED KSDS (STATUS 35) WRITES A ONE-LINE NOTE INSTEAD.
      *---------------------------------------------------------------
       2000-SWEEP-OFILE1X.
      *---------------------------------------------------------------
           OPEN    INPUT                        OUT-FILE-IDX.
           IF      WK-OUTIDX-UNLOADED
                   MOVE    'NO OFILE1X ROWS HAVE BEEN WRITTEN YET' TO
                                                 RPT-LINE
                   PERFORM 3900-WRITE-LINE      THRU 3900-EXIT
                   GO TO                        2000-EXIT
           END-IF.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB14 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    LOW-VALUES TO                WK-GRP-BUS-UNIT
                                                 WK-GRP-RUN-ID.
           MOVE    'N' TO                       WK-GRP-TONIGHT-SW.
           MOVE    'N' TO                       WK-OUTIDX-EOF-SW.
           PERFORM 2050-READ-OFILE1X            THRU 2050-EXIT
                   UNTIL   WK-OUTIDX-EOF.

           CLOSE   OUT-FILE-IDX.
           IF      NOT WK-OUTIDX-STATUS-OK
                   DISPLAY 'COB14 - OFILE1X FILE STATUS '
                           WK-OUTIDX-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
           MOVE    WK-LEGEND-LINE TO            RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
           MOVE    WK-UNIT-COUNT TO             WK-SUM-UNITS.
           MOVE    WK-FLAGGED-COUNT TO          WK-SUM-FLAGGED.
           MOVE    WK-NEW-COUNT TO              WK-SUM-NEW.
           MOVE    WK-SUMMARY-LINE TO           RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-OFILE1X -- READ THE NEXT OFILE1X ROW.  AT A NEW
      *  UNIT/RUN-ID THE PREVIOUS GROUP IS EVALUATED AND THE WINDOW
      *  EMPTIED; AT END OF FILE THE LAST GROUP IS EVALUATED.
      *---------------------------------------------------------------
       2050-READ-OFILE1X.
      *---------------------------------------------------------------
           READ    OUT-FILE-IDX NEXT
                   AT END
                           SET     WK-OUTIDX-EOF TO TRUE
                           PERFORM 2500-EVALUATE-GROUP
                                                 THRU 2500-EXIT
                           GO TO                2050-EXIT
           END-READ.

           IF      OUX-BUS-UNIT NOT = WK-GRP-BUS-UNIT
           OR      OUX-RUN-ID NOT = WK-GRP-RUN-ID
                   PERFORM 2500-EVALUATE-GROUP  THRU 2500-EXIT
                   PERFORM 2100-START-GROUP     THRU 2100-EXIT
           END-IF.

           IF      OUX-BUS-DATE < WK-BUS-DATE
                   IF      OUX-COMPL-STATUS = '0'
                           PERFORM 2200-ADD-HISTORY
                                                 THRU 2200-EXIT
                   END-IF
           ELSE
           IF      OUX-BUS-DATE = WK-BUS-DATE
                   SET     WK-GRP-TONIGHT-FOUND TO TRUE
                   MOVE    OUX-COMPL-STATUS TO  WK-TNT-COMPL-STATUS
                   MOVE    OUX-REC-PROCESSED TO WK-TNT-PROCESSED
                   MOVE    OUX-REC-REJECTED TO  WK-TNT-REJECTED
                   MOVE    OUX-VALUE-TOTAL TO   WK-TNT-VALUE
           END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-START-GROUP -- START A NEW UNIT/RUN-ID GROUP WITH AN
      *  EMPTY HISTORY WINDOW.
      *---------------------------------------------------------------
       2100-START-GROUP.
      *---------------------------------------------------------------
           MOVE    OUX-BUS-UNIT TO              WK-GRP-BUS-UNIT.
           MOVE    OUX-RUN-ID TO                WK-GRP-RUN-ID.
           MOVE    'N' TO                       WK-GRP-TONIGHT-SW.
           MOVE    ZERO TO                      WK-HST-COUNT
                                                 WK-SUM-PROCESSED
                                                 WK-SUM-REJECTED
                                                 WK-SUM-VALUE.
           MOVE    1 TO                         WK-HST-NEXT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2200-ADD-HISTORY -- ADD THE CURRENT ROW TO THE ROLLING
      *  WINDOW.  ONCE THE WINDOW HOLDS N ROWS THE OLDEST ONE IS
      *  TAKEN OUT OF THE SUMS BEFORE ITS SLOT IS REUSED, SO THE
      *  WINDOW ALWAYS HOLDS THE N MOST RECENT DATES BEFORE THE
      *  REPORT DATE.
      *---------------------------------------------------------------
       2200-ADD-HISTORY.
      *---------------------------------------------------------------
           IF      WK-HST-COUNT = WK-HIST-DEPTH
                   SUBTRACT WK-HST-PROCESSED (WK-HST-NEXT) FROM
                                                 WK-SUM-PROCESSED
                   SUBTRACT WK-HST-REJECTED (WK-HST-NEXT) FROM
                                                 WK-SUM-REJECTED
                   SUBTRACT WK-HST-VALUE (WK-HST-NEXT) FROM
                                                 WK-SUM-VALUE
           ELSE
                   ADD     1 TO                 WK-HST-COUNT
           END-IF.

           MOVE    OUX-REC-PROCESSED TO         WK-HST-PROCESSED
                                                 (WK-HST-NEXT).
           MOVE    OUX-REC-REJECTED TO          WK-HST-REJECTED
                                                 (WK-HST-NEXT).
           MOVE    OUX-VALUE-TOTAL TO           WK-HST-VALUE
                                                 (WK-HST-NEXT).
           ADD     OUX-REC-PROCESSED TO         WK-SUM-PROCESSED.
           ADD     OUX-REC-REJECTED TO          WK-SUM-REJECTED.
           ADD     OUX-VALUE-TOTAL TO           WK-SUM-VALUE.

           ADD     1 TO                         WK-HST-NEXT.
           IF      WK-HST-NEXT > WK-HIST-DEPTH
                   MOVE    1 TO                 WK-HST-NEXT
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2500-EVALUATE-GROUP -- WHEN THE GROUP JUST READ HAS A ROW
      *  FOR THE REPORT DATE, COMPARE IT TO THE WINDOW'S AVERAGES
      *  UNDER THE RUN-ID'S TOLERANCES AND WRITE ITS DETAIL LINE.
      *  A GROUP WITH NO COMPLETED HISTORY IS LISTED AS NEW WITH NO
      *  AVERAGES TO COMPARE, BUT IS STILL FLAGGED F WHEN TONIGHT'S
      *  ROW DID NOT COMPLETE.
      *---------------------------------------------------------------
       2500-EVALUATE-GROUP.
      *---------------------------------------------------------------
           IF      NOT WK-GRP-TONIGHT-FOUND
                   GO TO                        2500-EXIT
           END-IF.
           ADD     1 TO                         WK-UNIT-COUNT.

           MOVE    WK-GRP-BUS-UNIT TO           WK-DTL-BUS-UNIT.
           MOVE    WK-GRP-RUN-ID TO             WK-DTL-RUN-ID.
           MOVE    WK-TNT-PROCESSED TO          WK-DTL-PROCESSED.
           MOVE    WK-TNT-VALUE TO              WK-DTL-VALUE.
           COMPUTE WK-RATE-BASE = WK-TNT-PROCESSED + WK-TNT-REJECTED.
           IF      WK-RATE-BASE > ZERO
                   COMPUTE WK-TNT-REJ-RATE ROUNDED =
                           WK-TNT-REJECTED * 100 / WK-RATE-BASE
           ELSE
                   MOVE    ZERO TO              WK-TNT-REJ-RATE
           END-IF.
           MOVE    WK-TNT-REJ-RATE TO           WK-DTL-REJ-RATE.
           MOVE    SPACES TO                    WK-DTL-FLAGS.
           MOVE    'N' TO                       WK-UNIT-FLAG-SW.

           IF      WK-HST-COUNT = ZERO
                   MOVE    ZERO TO              WK-DTL-AVG-PROCESSED
                                                 WK-DTL-AVG-REJ-RATE
                                                 WK-DTL-AVG-VALUE
                   MOVE    'NEW' TO             WK-DTL-FLAGS
                   ADD     1 TO                 WK-NEW-COUNT
                   GO TO                        2500-CHECK-FAIL
           END-IF.

           PERFORM 2600-FIND-TOLERANCE          THRU 2600-EXIT.

           COMPUTE WK-AVG-PROCESSED ROUNDED =
                   WK-SUM-PROCESSED / WK-HST-COUNT.
           COMPUTE WK-AVG-VALUE ROUNDED =
                   WK-SUM-VALUE / WK-HST-COUNT.
           COMPUTE WK-RATE-BASE = WK-SUM-PROCESSED + WK-SUM-REJECTED.
           IF      WK-RATE-BASE > ZERO
                   COMPUTE WK-AVG-REJ-RATE ROUNDED =
                           WK-SUM-REJECTED * 100 / WK-RATE-BASE
           ELSE
                   MOVE    ZERO TO              WK-AVG-REJ-RATE
           END-IF.
           MOVE    WK-AVG-PROCESSED TO          WK-DTL-AVG-PROCESSED.
           MOVE    WK-AVG-REJ-RATE TO           WK-DTL-AVG-REJ-RATE.
           MOVE    WK-AVG-VALUE TO              WK-DTL-AVG-VALUE.

           IF      WK-AVG-PROCESSED > ZERO
                   COMPUTE WK-DEVIATION ROUNDED =
                           (WK-TNT-PROCESSED - WK-AVG-PROCESSED)
                           * 100 / WK-AVG-PROCESSED
           ELSE
                   COMPUTE WK-DEVIATION = WK-TNT-PROCESSED * 100
           END-IF.
           IF      WK-DEVIATION < ZERO
                   COMPUTE WK-DEVIATION = ZERO - WK-DEVIATION
           END-IF.
           IF      WK-DEVIATION > WK-CUR-PROC-PCT
                   MOVE    'P' TO               WK-DTL-FLAG-PROC
                   SET     WK-UNIT-FLAGGED TO   TRUE
           END-IF.

           COMPUTE WK-DEVIATION = WK-TNT-REJ-RATE - WK-AVG-REJ-RATE.
           IF      WK-DEVIATION < ZERO
                   COMPUTE WK-DEVIATION = ZERO - WK-DEVIATION
           END-IF.
           IF      WK-DEVIATION > WK-CUR-REJ-POINTS
                   MOVE    'R' TO               WK-DTL-FLAG-REJ
                   SET     WK-UNIT-FLAGGED TO   TRUE
           END-IF.

           IF      WK-AVG-VALUE NOT = ZERO
                   COMPUTE WK-DEVIATION ROUNDED =
                           (WK-TNT-VALUE - WK-AVG-VALUE)
                           * 100 / WK-AVG-VALUE
           ELSE
                   COMPUTE WK-DEVIATION = WK-TNT-VALUE * 100
           END-IF.
           IF      WK-DEVIATION < ZERO
                   COMPUTE WK-DEVIATION = ZERO - WK-DEVIATION
           END-IF.
           IF      WK-DEVIATION > WK-CUR-VALUE-PCT
                   MOVE    'V' TO               WK-DTL-FLAG-VALUE
                   SET     WK-UNIT-FLAGGED TO   TRUE
           END-IF.

       2500-CHECK-FAIL.
           IF      WK-TNT-COMPL-STATUS NOT = '0'
                   MOVE    'F' TO               WK-DTL-FLAG-FAIL
                   SET     WK-UNIT-FLAGGED TO   TRUE
           END-IF.

           IF      WK-UNIT-FLAGGED
                   ADD     1 TO                 WK-FLAGGED-COUNT
           END-IF.

           MOVE    WK-DETAIL-LINE TO            RPT-LINE.
           PERFORM 3900-WRITE-LINE              THRU 3900-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2600-FIND-TOLERANCE -- LOOK UP THE GROUP'S RUN-ID IN THE
      *  TOLIN TABLE; A RUN-ID WITH NO CARD USES THE PARM DEFAULT
      *  FOR ALL THREE FIGURES.
      *---------------------------------------------------------------
       2600-FIND-TOLERANCE.
      *---------------------------------------------------------------
           MOVE    ZERO TO                      WK-TOL-HIT.
           MOVE    1 TO                         WK-TX.
           PERFORM 2650-MATCH-TOLERANCE         THRU 2650-EXIT
                   UNTIL   WK-TOL-HIT > ZERO
                   OR      WK-TX > WK-TOL-TOTAL.

           IF      WK-TOL-HIT > ZERO
                   MOVE    WK-TOL-PROC-PCT (WK-TOL-HIT) TO
                                                 WK-CUR-PROC-PCT
                   MOVE    WK-TOL-REJ-POINTS (WK-TOL-HIT) TO
                                                 WK-CUR-REJ-POINTS
                   MOVE    WK-TOL-VALUE-PCT (WK-TOL-HIT) TO
                                                 WK-CUR-VALUE-PCT
           ELSE
                   MOVE    WK-DEFAULT-TOL TO    WK-CUR-PROC-PCT
                                                 WK-CUR-REJ-POINTS
                                                 WK-CUR-VALUE-PCT
           END-IF.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2650-MATCH-TOLERANCE -- TEST ONE TOLERANCE TABLE ENTRY.
      *---------------------------------------------------------------
       2650-MATCH-TOLERANCE.
      *---------------------------------------------------------------
           IF      WK-TOL-RUN-ID (WK-TX) = WK-GRP-RUN-ID
                   MOVE    WK-TX TO             WK-TOL-HIT
           END-IF.
           ADD     1 TO                         WK-TX.
       2650-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3900-WRITE-LINE -- WRITE THE REPORT LINE AS BUILT.
      *---------------------------------------------------------------
       3900-WRITE-LINE.
      *---------------------------------------------------------------
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB14 - VARRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-CLOSE-REPORT -- CLOSE THE REPORT FILE.
      *---------------------------------------------------------------
       4000-CLOSE-REPORT.
      *---------------------------------------------------------------
           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB14 - VARRPT FILE STATUS '
                           WK-REPORT-STATUS
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
           DISPLAY 'COB14 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
