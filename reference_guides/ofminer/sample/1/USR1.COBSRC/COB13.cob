       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB13.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-10-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB13 -- AGED-SUSPENSE REPORT.  ONE SWEEP OF THE SUSPFIL
      *    KSDS: EVERY ITEM STILL OPEN, OR RELEASED BUT NOT YET
      *    RECYCLED BY COB1, IS LISTED TO SUSPRPT WITH ITS RUN-ID,
      *    BUSINESS DATE, UNIT, PROGRAM, ITEM SEQUENCE, REJECT
      *    REASON, STATUS, THE DATE IT WENT INTO SUSPENSE AND ITS AGE
      *    IN CALENDAR DAYS AS OF THE REPORT DATE.  AN ITEM OLDER
      *    THAN THE AGE THRESHOLD ON PARM IS FLAGGED, AND THE REPORT
      *    ENDS WITH THE ITEM COUNTS BY STATUS AND BY AGE BAND.  ANY
      *    FLAGGED ITEM ENDS THE STEP WITH RETURN CODE 4 SO THE
      *    SCHEDULER CAN RAISE IT WITH OPS BEFORE A REJECT SITS
      *    UNWORKED FOR WEEKS.  RECYCLED AND WRITTEN-OFF ITEMS ARE
      *    CLOSED AND ARE NOT LISTED.
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
            SELECT SUSPENSE-FILE
                              ASSIGN        TO  SUSPFIL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  SUS-REC-KEY
                              FILE STATUS   IS  WK-SUSP-STATUS.
            SELECT REPORT-FILE
                              ASSIGN        TO  SUSPRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    SUSPENSE-FILE -- SAME LAYOUT AND KEY COB1 WRITES, ONE ROW
      *    PER REJECTED ITEM.
      *---------------------------------------------------------------
       FD    SUSPENSE-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    SUSPENSE-REC.
       COPY  COPY1S.

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE FORMATTED AGED-SUSPENSE REPORT.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    SUSPFIL FILE STATUS.  STATUS 35 ON OPEN MEANS THE KSDS IS
      *    DEFINED BUT NOTHING HAS EVER BEEN REJECTED -- THE REPORT
      *    SAYS SO INSTEAD OF FAILING.
      *----------------------------------------------------------------
       01    WK-SUSP-STATUS                     PIC  X(002).
             88    WK-SUSP-STATUS-OK             VALUE '00'.
             88    WK-SUSP-UNLOADED              VALUE '35'.
       01    WK-SUSP-EOF-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-SUSP-EOF                   VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    REPORT DATE (PARM, OR TODAY) AND AGE THRESHOLD IN DAYS
      *    (PARM).  AN ITEM WHOSE AGE EXCEEDS THE THRESHOLD IS
      *    FLAGGED.
      *----------------------------------------------------------------
       01    WK-ASOF-DATE                       PIC  X(008).
       01    WK-AGE-THRESHOLD                   PIC  9(003)  VALUE 0.

      *----------------------------------------------------------------
      *    DAY-NUMBER WORK AREAS FOR 3000-DAY-NUMBER.  THE DATE IN
      *    WK-DN-DATE IS TURNED INTO A RUNNING DAY COUNT (MARCH-BASED
      *    YEAR, SO THE LEAP DAY FALLS AT THE END OF THE COUNTING
      *    YEAR) AND TWO DAY COUNTS ARE SUBTRACTED TO GIVE AN AGE IN
      *    CALENDAR DAYS.  THE QUOTIENTS ARE TAKEN WITH DIVIDE INTO
      *    WHOLE-NUMBER FIELDS SO EVERY STEP TRUNCATES.
      *----------------------------------------------------------------
       01    WK-DN-DATE                         PIC  X(008).
       01    WK-DN-DATE-EDIT REDEFINES          WK-DN-DATE.
             05    WK-DN-YYYY                    PIC  9(004).
             05    WK-DN-MM                      PIC  9(002).
             05    WK-DN-DD                      PIC  9(002).
       01    WK-DN-YEAR                         PIC  9(004) COMP.
       01    WK-DN-MONTH                        PIC  9(002) COMP.
       01    WK-DN-Q4                           PIC  9(004) COMP.
       01    WK-DN-Q100                         PIC  9(004) COMP.
       01    WK-DN-Q400                         PIC  9(004) COMP.
       01    WK-DN-MONTH-DAYS                   PIC  9(004) COMP.
       01    WK-DN-WORK                         PIC  9(004) COMP.
       01    WK-DN-RESULT                       PIC  9(007) COMP.
       01    WK-ASOF-DAYNUM                     PIC  9(007) COMP.
       01    WK-AGE-DAYS                        PIC  S9(007) COMP.

      *----------------------------------------------------------------
      *    REPORT COUNTS -- BY STATUS, BY AGE BAND, AND OVER THE
      *    THRESHOLD.
      *----------------------------------------------------------------
       01    WK-OPEN-COUNT                      PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-RELEASED-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-OVER-COUNT                      PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-BAND-TABLE.
             05    WK-BAND-COUNT                 PIC  9(007) COMP
                                                 OCCURS 5 TIMES.
       01    WK-BX                              PIC  9(004) COMP.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE LINE (WITH THE REPORT
      *    DATE AND THRESHOLD FILLED IN), THE COLUMN HEADINGS, THE
      *    DETAIL LINE, AND THE SUMMARY LINES.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(035)  VALUE
                   'COB13 - AGED SUSPENSE REPORT AS OF '.
             05    WK-TTL-ASOF-DATE              PIC  X(008).
             05    FILLER                       PIC  X(013)  VALUE
                   '  THRESHOLD '.
             05    WK-TTL-THRESHOLD              PIC  ZZ9.
             05    FILLER                       PIC  X(021)  VALUE
                   ' DAYS'.
       01    WK-HEADING-LINE                    PIC  X(080)  VALUE
             'RUN-ID    BUS-DATE  UNIT PROGRAM  ITEM-SQ  RSN   ST  CREAT
      -      'ED   AGE  FLAG'.
       01    WK-DETAIL-LINE.
             05    WK-DTL-RUN-ID                 PIC  X(008).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-BUS-DATE               PIC  X(008).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-PGM-NAME               PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-ITEM-SEQ               PIC  9(007).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-REASON                 PIC  X(004).
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-STATUS                 PIC  X(001).
             05    FILLER                       PIC  X(003)
                                                 VALUE SPACES.
             05    WK-DTL-CREATE-DATE            PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-AGE                    PIC  ZZZ9.
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-DTL-FLAG                   PIC  X(004).
             05    FILLER                       PIC  X(006)
                                                 VALUE SPACES.
       01    WK-SUMMARY-LINE.
             05    FILLER                       PIC  X(002)
                                                 VALUE SPACES.
             05    WK-SUM-LABEL                  PIC  X(040).
             05    WK-SUM-COUNT                  PIC  Z(006)9.
             05    FILLER                       PIC  X(031)
                                                 VALUE SPACES.
       01    WK-BAND-LABEL-TABLE.
             05    FILLER                       PIC  X(040)  VALUE
                   'AGED 0-1 DAYS'.
             05    FILLER                       PIC  X(040)  VALUE
                   'AGED 2-5 DAYS'.
             05    FILLER                       PIC  X(040)  VALUE
                   'AGED 6-10 DAYS'.
             05    FILLER                       PIC  X(040)  VALUE
                   'AGED 11-30 DAYS'.
             05    FILLER                       PIC  X(040)  VALUE
                   'AGED OVER 30 DAYS'.
       01    WK-BAND-LABELS REDEFINES           WK-BAND-LABEL-TABLE.
             05    WK-BAND-LABEL                 PIC  X(040)
                                                 OCCURS 5 TIMES.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE AGE THRESHOLD
      *    IN DAYS (EXACTLY 3 DIGITS, REQUIRED) AND, OPTIONALLY, THE
      *    REPORT DATE (YYYYMMDD) TO AGE THE ITEMS AS OF.  WITHOUT
      *    THE DATE THE ITEMS ARE AGED AS OF TODAY.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-AGE              PIC  X(003).
                   10    WK-PARM-ASOF-DATE        PIC  X(008).

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

           PERFORM 2000-SWEEP-SUSPENSE          THRU 2000-EXIT.

           PERFORM 4000-WRITE-SUMMARY           THRU 4000-EXIT.

           PERFORM 5000-CLOSE-REPORT            THRU 5000-EXIT.

           DISPLAY 'COB13 - ' WK-OPEN-COUNT ' OPEN, '
                   WK-RELEASED-COUNT ' RELEASED NOT YET RECYCLED, '
                   WK-OVER-COUNT ' OVER ' WK-AGE-THRESHOLD ' DAYS'.

           IF      WK-OVER-COUNT > ZERO
                   MOVE    4 TO                 RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE AGE THRESHOLD AND THE OPTIONAL
      *  REPORT DATE, AND WORK OUT THE REPORT DATE'S DAY NUMBER.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 3
                   DISPLAY 'COB13 - AGE THRESHOLD PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      WK-PARM-AGE NOT NUMERIC
                   DISPLAY 'COB13 - AGE THRESHOLD ' WK-PARM-AGE
                           ' MUST BE 3 DIGITS'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-AGE TO               WK-AGE-THRESHOLD.

           IF      WK-PARM-LEN >= 11
                   MOVE    WK-PARM-ASOF-DATE TO WK-ASOF-DATE
           ELSE
                   ACCEPT  WK-ASOF-DATE FROM    DATE YYYYMMDD
           END-IF.
           IF      WK-ASOF-DATE NOT NUMERIC
                   DISPLAY 'COB13 - REPORT DATE ' WK-ASOF-DATE
                           ' MUST BE NUMERIC YYYYMMDD'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-ASOF-DATE TO              WK-DN-DATE.
           PERFORM 3000-DAY-NUMBER              THRU 3000-EXIT.
           MOVE    WK-DN-RESULT TO              WK-ASOF-DAYNUM.

           MOVE    ZERO TO                      WK-BAND-COUNT (1)
                                                 WK-BAND-COUNT (2)
                                                 WK-BAND-COUNT (3)
                                                 WK-BAND-COUNT (4)
                                                 WK-BAND-COUNT (5).
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
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-ASOF-DATE TO              WK-TTL-ASOF-DATE.
           MOVE    WK-AGE-THRESHOLD TO          WK-TTL-THRESHOLD.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-HEADING-LINE TO           RPT-LINE.
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-SUSPENSE -- READ EVERY SUSPFIL ROW ONCE AND LIST
      *  THE ONES STILL WAITING ON SOMEONE.  A NEVER-LOADED KSDS
      *  (STATUS 35) WRITES A ONE-LINE NOTE INSTEAD OF FAILING.
      *---------------------------------------------------------------
       2000-SWEEP-SUSPENSE.
      *---------------------------------------------------------------
           OPEN    INPUT                        SUSPENSE-FILE.
           IF      WK-SUSP-UNLOADED
                   MOVE    'NO ITEMS HAVE EVER BEEN IN SUSPENSE' TO
                                                 RPT-LINE
                   WRITE   RPT-LINE
                   IF      NOT WK-REPORT-STATUS-OK
                           DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                                   WK-REPORT-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
                   GO TO                        2000-EXIT
           END-IF.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB13 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-SUSP-EOF-SW.
           PERFORM 2050-READ-SUSPENSE           THRU 2050-EXIT
                   UNTIL   WK-SUSP-EOF.

           CLOSE   SUSPENSE-FILE.
           IF      NOT WK-SUSP-STATUS-OK
                   DISPLAY 'COB13 - SUSPFIL FILE STATUS '
                           WK-SUSP-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-SUSPENSE -- READ THE NEXT SUSPFIL ROW AND, WHEN IT
      *  IS OPEN OR RELEASED, AGE AND LIST IT.
      *---------------------------------------------------------------
       2050-READ-SUSPENSE.
      *---------------------------------------------------------------
           READ    SUSPENSE-FILE NEXT
                   AT END
                           SET     WK-SUSP-EOF TO TRUE
                   NOT AT END
                           IF      SUS-OPEN
                           OR      SUS-RELEASED
                                   PERFORM 2100-WRITE-ITEM-LINE
                                                 THRU 2100-EXIT
                           END-IF
           END-READ.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-WRITE-ITEM-LINE -- WORK OUT THE ITEM'S AGE IN DAYS
      *  FROM THE DATE IT WENT INTO SUSPENSE, COUNT IT BY STATUS
      *  AND AGE BAND, AND WRITE ITS DETAIL LINE.  A RELEASED ITEM
      *  IS STILL AGED FROM ITS CREATE DATE -- IT HAS NOT BEEN
      *  THROUGH COB2 YET.
      *---------------------------------------------------------------
       2100-WRITE-ITEM-LINE.
      *---------------------------------------------------------------
           IF      SUS-CREATE-DATE NUMERIC
                   MOVE    SUS-CREATE-DATE TO   WK-DN-DATE
                   PERFORM 3000-DAY-NUMBER      THRU 3000-EXIT
                   COMPUTE WK-AGE-DAYS =
                           WK-ASOF-DAYNUM - WK-DN-RESULT
           ELSE
                   MOVE    ZERO TO              WK-AGE-DAYS
           END-IF.
           IF      WK-AGE-DAYS < ZERO
                   MOVE    ZERO TO              WK-AGE-DAYS
           END-IF.

           IF      SUS-OPEN
                   ADD     1 TO                 WK-OPEN-COUNT
           ELSE
                   ADD     1 TO                 WK-RELEASED-COUNT
           END-IF.

           IF      WK-AGE-DAYS < 2
                   MOVE    1 TO                 WK-BX
           ELSE
           IF      WK-AGE-DAYS < 6
                   MOVE    2 TO                 WK-BX
           ELSE
           IF      WK-AGE-DAYS < 11
                   MOVE    3 TO                 WK-BX
           ELSE
           IF      WK-AGE-DAYS < 31
                   MOVE    4 TO                 WK-BX
           ELSE
                   MOVE    5 TO                 WK-BX
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD     1 TO                         WK-BAND-COUNT (WK-BX).

           MOVE    SUS-RUN-ID TO                WK-DTL-RUN-ID.
           MOVE    SUS-BUS-DATE TO              WK-DTL-BUS-DATE.
           MOVE    SUS-BUS-UNIT TO              WK-DTL-BUS-UNIT.
           MOVE    SUS-PGM-NAME TO              WK-DTL-PGM-NAME.
           MOVE    SUS-ITEM-SEQ TO              WK-DTL-ITEM-SEQ.
           MOVE    SUS-REASON-CODE TO           WK-DTL-REASON.
           MOVE    SUS-STATUS TO                WK-DTL-STATUS.
           MOVE    SUS-CREATE-DATE TO           WK-DTL-CREATE-DATE.
           MOVE    WK-AGE-DAYS TO               WK-DTL-AGE.
           IF      WK-AGE-DAYS > WK-AGE-THRESHOLD
                   MOVE    'OVER' TO            WK-DTL-FLAG
                   ADD     1 TO                 WK-OVER-COUNT
           ELSE
                   MOVE    SPACES TO            WK-DTL-FLAG
           END-IF.

           MOVE    WK-DETAIL-LINE TO            RPT-LINE.
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-DAY-NUMBER -- TURN THE YYYYMMDD DATE IN WK-DN-DATE
      *  INTO A DAY COUNT IN WK-DN-RESULT.  THE YEAR IS COUNTED FROM
      *  MARCH, SO JANUARY AND FEBRUARY BELONG TO THE PRIOR YEAR AND
      *  THE LEAP DAY IS THE LAST DAY OF THE COUNTING YEAR; THE
      *  MONTH OFFSET (153 * MONTH + 2) / 5 GIVES THE DAYS BEFORE
      *  EACH MONTH OF THAT MARCH-BASED YEAR.  ONLY DIFFERENCES
      *  BETWEEN TWO RESULTS ARE MEANINGFUL.
      *---------------------------------------------------------------
       3000-DAY-NUMBER.
      *---------------------------------------------------------------
           IF      WK-DN-MM > 2
                   MOVE    WK-DN-YYYY TO        WK-DN-YEAR
                   COMPUTE WK-DN-MONTH = WK-DN-MM - 3
           ELSE
                   COMPUTE WK-DN-YEAR = WK-DN-YYYY - 1
                   COMPUTE WK-DN-MONTH = WK-DN-MM + 9
           END-IF.

           DIVIDE  WK-DN-YEAR BY 4              GIVING WK-DN-Q4.
           DIVIDE  WK-DN-YEAR BY 100            GIVING WK-DN-Q100.
           DIVIDE  WK-DN-YEAR BY 400            GIVING WK-DN-Q400.
           COMPUTE WK-DN-WORK = 153 * WK-DN-MONTH + 2.
           DIVIDE  WK-DN-WORK BY 5              GIVING WK-DN-MONTH-DAYS.

           COMPUTE WK-DN-RESULT = 365 * WK-DN-YEAR
                                 + WK-DN-Q4
                                 - WK-DN-Q100
                                 + WK-DN-Q400
                                 + WK-DN-MONTH-DAYS
                                 + WK-DN-DD.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-WRITE-SUMMARY -- WRITE THE COUNTS BY STATUS, BY AGE
      *  BAND, AND OVER THE THRESHOLD.
      *---------------------------------------------------------------
       4000-WRITE-SUMMARY.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    RPT-LINE.
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'OPEN ITEMS' TO              WK-SUM-LABEL.
           MOVE    WK-OPEN-COUNT TO             WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'RELEASED, NOT YET RECYCLED' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-RELEASED-COUNT TO         WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    1 TO                         WK-BX.
           PERFORM 4050-WRITE-BAND-LINE         THRU 4050-EXIT
                   UNTIL   WK-BX > 5.

           MOVE    'OVER AGE THRESHOLD' TO      WK-SUM-LABEL.
           MOVE    WK-OVER-COUNT TO             WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4050-WRITE-BAND-LINE -- WRITE ONE AGE BAND'S COUNT.
      *---------------------------------------------------------------
       4050-WRITE-BAND-LINE.
      *---------------------------------------------------------------
           MOVE    WK-BAND-LABEL (WK-BX) TO     WK-SUM-LABEL.
           MOVE    WK-BAND-COUNT (WK-BX) TO     WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.
           ADD     1 TO                         WK-BX.
       4050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4100-WRITE-SUMMARY-LINE -- WRITE THE SUMMARY LINE AS BUILT.
      *---------------------------------------------------------------
       4100-WRITE-SUMMARY-LINE.
      *---------------------------------------------------------------
           MOVE    WK-SUMMARY-LINE TO           RPT-LINE.
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  5000-CLOSE-REPORT -- CLOSE THE REPORT FILE.
      *---------------------------------------------------------------
       5000-CLOSE-REPORT.
      *---------------------------------------------------------------
           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB13 - SUSPRPT FILE STATUS '
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
           DISPLAY 'COB13 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
