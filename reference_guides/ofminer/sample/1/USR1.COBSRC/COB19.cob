       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB19.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-13-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB19 -- BUMAST CHANGE REPORT.  LISTS EVERY CHANGE COB10
      *    JOURNALED TO BUMJRNL WITH A RUN STAMP DATE IN THE RANGE
      *    ON PARM, GROUPED BY BUSINESS UNIT IN THE ORDER THE
      *    CHANGES WERE MADE.  EACH CHANGE SHOWS ITS RUN STAMP, CARD
      *    SEQUENCE, ACTION AND REQUESTER, FOLLOWED BY ONE LINE PER
      *    BUMAST FIELD IT CHANGED WITH THE BEFORE AND AFTER VALUE
      *    (EVERY FIELD FOR AN ADD OR A DELETE).  A COUNT OF CHANGES
      *    CLOSES EACH UNIT AND THE REPORT ENDS WITH TOTALS BY
      *    ACTION.  RUN IT FOR THE MONTH, OR FOR ANY RANGE WHEN A
      *    UNIT DROPS OUT OF COB1'S UNIT LOOP AND THE QUESTION IS
      *    WHO CHANGED ITS MASTER RECORD AND WHEN.
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
            SELECT REPORT-FILE
                              ASSIGN        TO  JRNLRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    BUM-JOURNAL -- THE BUMJRNL KSDS COB10 WRITES, READ FRONT
      *    TO BACK IN UNIT, RUN STAMP, CARD SEQUENCE ORDER.
      *---------------------------------------------------------------
       FD    BUM-JOURNAL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUM-JRNL-REC.
       COPY  COPY1J.

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE FORMATTED CHANGE REPORT.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    BUMJRNL FILE STATUS.  STATUS 35 ON OPEN MEANS THE KSDS IS
      *    DEFINED BUT COB10 HAS NEVER APPLIED A CARD -- THE REPORT
      *    SAYS SO INSTEAD OF FAILING.
      *----------------------------------------------------------------
       01    WK-BUMJRNL-STATUS                  PIC  X(002).
             88    WK-BUMJRNL-STATUS-OK          VALUE '00'.
             88    WK-BUMJRNL-UNLOADED           VALUE '35'.
       01    WK-BUMJRNL-EOF-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-BUMJRNL-EOF                VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    RUN STAMP DATE RANGE FROM PARM.  THE END DATE DEFAULTS TO
      *    TODAY.
      *----------------------------------------------------------------
       01    WK-FROM-DATE                       PIC  X(008).
       01    WK-TO-DATE                         PIC  X(008).

      *----------------------------------------------------------------
      *    THE JOURNAL RECORD'S BEFORE AND AFTER IMAGES, LAID OUT AS
      *    BUMAST RECORDS SO THEY CAN BE COMPARED FIELD BY FIELD.
      *----------------------------------------------------------------
       01    WK-BEFORE-REC.
       COPY  COPY1M.
       01    WK-AFTER-REC.
       COPY  COPY1M.

      *----------------------------------------------------------------
      *    UNIT WHOSE CHANGES ARE BEING LISTED, AND ITS COUNT OF
      *    CHANGES FOR THE UNIT TOTAL LINE.
      *----------------------------------------------------------------
       01    WK-PREV-UNIT                       PIC  X(004)
                                                 VALUE SPACES.
       01    WK-UNIT-CHANGES                    PIC  9(005) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT TOTALS -- UNITS CHANGED AND CHANGES BY ACTION.
      *----------------------------------------------------------------
       01    WK-UNIT-COUNT                      PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-ADD-COUNT                       PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-UPDATE-COUNT                    PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-DELETE-COUNT                    PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-CHANGE-COUNT                    PIC  9(007) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE LINE (WITH THE DATE
      *    RANGE FILLED IN), THE TWO COLUMN HEADING LINES, THE CHANGE
      *    LINE, THE FIELD LINE, THE UNIT TOTAL LINE AND THE SUMMARY
      *    LINES.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(029)  VALUE
                   'COB19 - BUMAST CHANGE REPORT '.
             05    WK-TTL-FROM-DATE              PIC  X(008).
             05    FILLER                       PIC  X(006)  VALUE
                   ' THRU '.
             05    WK-TTL-TO-DATE                PIC  X(008).
             05    FILLER                       PIC  X(029)  VALUE
                   SPACES.
       01    WK-HEADING-LINE-1                  PIC  X(080)  VALUE
             'UNIT RUN-DATE RUN-TIME CARD  ACT REQUESTER'.
       01    WK-HEADING-LINE-2                  PIC  X(080)  VALUE
             '       FIELD      BEFORE                   AFTER'.
       01    WK-CHANGE-LINE.
             05    WK-CHG-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-CHG-RUN-DATE               PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-CHG-RUN-TIME               PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-CHG-CARD-SEQ               PIC  9(005).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-CHG-ACTION                 PIC  X(001).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-CHG-REQUESTER              PIC  X(008).
             05    FILLER                       PIC  X(039)
                                                 VALUE SPACES.
       01    WK-FIELD-LINE.
             05    FILLER                       PIC  X(007)
                                                 VALUE SPACES.
             05    WK-FLD-NAME                   PIC  X(011).
             05    WK-FLD-BEFORE                 PIC  X(020).
             05    FILLER                       PIC  X(005)
                                                 VALUE ' ->  '.
             05    WK-FLD-AFTER                  PIC  X(020).
             05    FILLER                       PIC  X(017)
                                                 VALUE SPACES.
       01    WK-UNIT-TOTAL-LINE.
             05    FILLER                       PIC  X(007)  VALUE
                   '  UNIT '.
             05    WK-UTL-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(003)  VALUE
                   ' - '.
             05    WK-UTL-CHANGES                PIC  ZZZZ9.
             05    FILLER                       PIC  X(061)  VALUE
                   ' CHANGES'.
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
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE FIRST RUN
      *    STAMP DATE TO REPORT (YYYYMMDD, REQUIRED) AND, OPTIONALLY,
      *    THE LAST.  WITHOUT THE LAST DATE THE RANGE RUNS TO TODAY.
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

           PERFORM 1000-OPEN-REPORT             THRU 1000-EXIT.

           PERFORM 2000-SWEEP-JOURNAL           THRU 2000-EXIT.

           PERFORM 4000-WRITE-SUMMARY           THRU 4000-EXIT.

           PERFORM 5000-CLOSE-REPORT            THRU 5000-EXIT.

           DISPLAY 'COB19 - ' WK-CHANGE-COUNT ' CHANGES TO '
                   WK-UNIT-COUNT ' UNITS FROM ' WK-FROM-DATE
                   ' THRU ' WK-TO-DATE.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE REQUIRED FIRST DATE AND THE
      *  OPTIONAL LAST DATE OF THE RANGE.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 8
                   DISPLAY 'COB19 - FROM DATE PARM REQUIRED'
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
                   DISPLAY 'COB19 - DATE RANGE ' WK-FROM-DATE '/'
                           WK-TO-DATE ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-FROM-DATE > WK-TO-DATE
                   DISPLAY 'COB19 - FROM DATE ' WK-FROM-DATE
                           ' IS AFTER THRU DATE ' WK-TO-DATE
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-REPORT -- OPEN THE REPORT AND WRITE ITS TITLE AND
      *  COLUMN HEADINGS.
      *---------------------------------------------------------------
       1000-OPEN-REPORT.
      *---------------------------------------------------------------
           OPEN    OUTPUT                       REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB19 - JRNLRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-FROM-DATE TO              WK-TTL-FROM-DATE.
           MOVE    WK-TO-DATE TO                WK-TTL-TO-DATE.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    WK-HEADING-LINE-1 TO         RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    WK-HEADING-LINE-2 TO         RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-JOURNAL -- READ EVERY BUMJRNL RECORD ONCE AND
      *  LIST THE ONES IN THE DATE RANGE, THEN CLOSE OFF THE LAST
      *  UNIT.  A NEVER-LOADED KSDS (STATUS 35) WRITES A ONE-LINE
      *  NOTE INSTEAD OF FAILING.
      *---------------------------------------------------------------
       2000-SWEEP-JOURNAL.
      *---------------------------------------------------------------
           OPEN    INPUT                        BUM-JOURNAL.
           IF      WK-BUMJRNL-UNLOADED
                   MOVE    'NO BUMAST CHANGES HAVE EVER BEEN JOURNALED'
                                                 TO RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
                   GO TO                        2000-EXIT
           END-IF.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB19 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-BUMJRNL-EOF-SW.
           PERFORM 2050-READ-JOURNAL            THRU 2050-EXIT
                   UNTIL   WK-BUMJRNL-EOF.

           IF      WK-UNIT-CHANGES > ZERO
                   PERFORM 2300-WRITE-UNIT-TOTAL
                                                 THRU 2300-EXIT
           END-IF.

           CLOSE   BUM-JOURNAL.
           IF      NOT WK-BUMJRNL-STATUS-OK
                   DISPLAY 'COB19 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-JOURNAL -- READ THE NEXT BUMJRNL RECORD AND, WHEN
      *  ITS RUN STAMP DATE IS IN THE RANGE, LIST IT.
      *---------------------------------------------------------------
       2050-READ-JOURNAL.
      *---------------------------------------------------------------
           READ    BUM-JOURNAL NEXT
                   AT END
                           SET     WK-BUMJRNL-EOF TO TRUE
                   NOT AT END
                           IF      JRN-RUN-DATE NOT < WK-FROM-DATE
                           AND     JRN-RUN-DATE NOT > WK-TO-DATE
                                   PERFORM 2100-LIST-CHANGE
                                                 THRU 2100-EXIT
                           END-IF
           END-READ.
           IF      NOT WK-BUMJRNL-STATUS-OK
           AND     NOT WK-BUMJRNL-EOF
                   DISPLAY 'COB19 - BUMJRNL FILE STATUS '
                           WK-BUMJRNL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-LIST-CHANGE -- CLOSE OFF THE PREVIOUS UNIT WHEN THE
      *  UNIT CHANGES, COUNT THE CHANGE BY ACTION, WRITE ITS CHANGE
      *  LINE AND THEN ONE FIELD LINE PER BUMAST FIELD WHOSE BEFORE
      *  AND AFTER VALUES DIFFER.
      *---------------------------------------------------------------
       2100-LIST-CHANGE.
      *---------------------------------------------------------------
           IF      JRN-BUS-UNIT NOT = WK-PREV-UNIT
                   IF      WK-UNIT-CHANGES > ZERO
                           PERFORM 2300-WRITE-UNIT-TOTAL
                                                 THRU 2300-EXIT
                   END-IF
                   MOVE    JRN-BUS-UNIT TO      WK-PREV-UNIT
                   MOVE    ZERO TO              WK-UNIT-CHANGES
                   ADD     1 TO                 WK-UNIT-COUNT
           END-IF.

           ADD     1 TO                         WK-UNIT-CHANGES
                                                 WK-CHANGE-COUNT.
           IF      JRN-ACTION-ADD
                   ADD     1 TO                 WK-ADD-COUNT
           ELSE
           IF      JRN-ACTION-UPDATE
                   ADD     1 TO                 WK-UPDATE-COUNT
           ELSE
                   ADD     1 TO                 WK-DELETE-COUNT
           END-IF
           END-IF.

           MOVE    JRN-BUS-UNIT TO              WK-CHG-BUS-UNIT.
           MOVE    JRN-RUN-DATE TO              WK-CHG-RUN-DATE.
           MOVE    JRN-RUN-TIME TO              WK-CHG-RUN-TIME.
           MOVE    JRN-CARD-SEQ TO              WK-CHG-CARD-SEQ.
           MOVE    JRN-ACTION TO                WK-CHG-ACTION.
           MOVE    JRN-REQUESTER TO             WK-CHG-REQUESTER.
           MOVE    WK-CHANGE-LINE TO            RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    JRN-BEFORE-IMAGE TO          WK-BEFORE-REC.
           MOVE    JRN-AFTER-IMAGE TO           WK-AFTER-REC.

           IF      BUM-NAME OF WK-BEFORE-REC NOT =
                   BUM-NAME OF WK-AFTER-REC
                   MOVE    'NAME' TO            WK-FLD-NAME
                   MOVE    BUM-NAME OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-NAME OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-REGION OF WK-BEFORE-REC NOT =
                   BUM-REGION OF WK-AFTER-REC
                   MOVE    'REGION' TO          WK-FLD-NAME
                   MOVE    BUM-REGION OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-REGION OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-STATUS OF WK-BEFORE-REC NOT =
                   BUM-STATUS OF WK-AFTER-REC
                   MOVE    'STATUS' TO          WK-FLD-NAME
                   MOVE    BUM-STATUS OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-STATUS OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-EFF-START OF WK-BEFORE-REC NOT =
                   BUM-EFF-START OF WK-AFTER-REC
                   MOVE    'EFF-START' TO       WK-FLD-NAME
                   MOVE    BUM-EFF-START OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-EFF-START OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-EFF-END OF WK-BEFORE-REC NOT =
                   BUM-EFF-END OF WK-AFTER-REC
                   MOVE    'EFF-END' TO         WK-FLD-NAME
                   MOVE    BUM-EFF-END OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-EFF-END OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-GL-ACCOUNT OF WK-BEFORE-REC NOT =
                   BUM-GL-ACCOUNT OF WK-AFTER-REC
                   MOVE    'GL-ACCOUNT' TO      WK-FLD-NAME
                   MOVE    BUM-GL-ACCOUNT OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-GL-ACCOUNT OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
           IF      BUM-COST-CENTRE OF WK-BEFORE-REC NOT =
                   BUM-COST-CENTRE OF WK-AFTER-REC
                   MOVE    'COST-CENTRE' TO     WK-FLD-NAME
                   MOVE    BUM-COST-CENTRE OF WK-BEFORE-REC TO
                                                 WK-FLD-BEFORE
                   MOVE    BUM-COST-CENTRE OF WK-AFTER-REC TO
                                                 WK-FLD-AFTER
                   PERFORM 2200-WRITE-FIELD     THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2200-WRITE-FIELD -- WRITE THE FIELD LINE AS BUILT.
      *---------------------------------------------------------------
       2200-WRITE-FIELD.
      *---------------------------------------------------------------
           MOVE    WK-FIELD-LINE TO             RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2300-WRITE-UNIT-TOTAL -- WRITE THE CHANGE COUNT FOR THE
      *  UNIT JUST LISTED, FOLLOWED BY A BLANK LINE.
      *---------------------------------------------------------------
       2300-WRITE-UNIT-TOTAL.
      *---------------------------------------------------------------
           MOVE    WK-PREV-UNIT TO              WK-UTL-BUS-UNIT.
           MOVE    WK-UNIT-CHANGES TO           WK-UTL-CHANGES.
           MOVE    WK-UNIT-TOTAL-LINE TO        RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2900-WRITE-LINE -- WRITE THE LINE IN RPT-LINE.
      *---------------------------------------------------------------
       2900-WRITE-LINE.
      *---------------------------------------------------------------
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB19 - JRNLRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-WRITE-SUMMARY -- WRITE THE UNITS CHANGED AND THE
      *  CHANGES BY ACTION.
      *---------------------------------------------------------------
       4000-WRITE-SUMMARY.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    'UNITS CHANGED' TO           WK-SUM-LABEL.
           MOVE    WK-UNIT-COUNT TO             WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'UNITS ADDED' TO             WK-SUM-LABEL.
           MOVE    WK-ADD-COUNT TO              WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'UNITS UPDATED' TO           WK-SUM-LABEL.
           MOVE    WK-UPDATE-COUNT TO           WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'UNITS DELETED' TO           WK-SUM-LABEL.
           MOVE    WK-DELETE-COUNT TO           WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'TOTAL CHANGES' TO           WK-SUM-LABEL.
           MOVE    WK-CHANGE-COUNT TO           WK-SUM-COUNT.
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
      *  5000-CLOSE-REPORT -- CLOSE THE REPORT.
      *---------------------------------------------------------------
       5000-CLOSE-REPORT.
      *---------------------------------------------------------------
           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB19 - JRNLRPT FILE STATUS '
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
           DISPLAY 'COB19 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
