       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB24.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-17-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB24 -- PERIOD CLOSE.  CLOSES THE MONTH (YYYYMM) ON PARM
      *    ON THE PERCTL PERIOD-CLOSE REGISTER (COPY1E), AFTER WHICH
      *    COB23 NO LONGER POSTS TO IT: A LATE RERUN FOR ONE OF ITS
      *    DATES IS REFUSED OR POSTED AS A FLAGGED ADJUSTMENT TO THE
      *    NEXT MONTH.  MONTHS ARE CLOSED IN ORDER, ONE AT A TIME,
      *    AND ONLY ONCE THEY HAVE ENDED.
      *    THE CLOSE READS THE PERTOT PERIOD-TOTALS FILE (COPY1T) IN
      *    KEY ORDER AND PRINTS THE PERRPT MONTH-END TOTALS REPORT,
      *    ONE LINE PER UNIT AND RUN-ID WITH THE MONTH'S PROCESSED,
      *    REJECTED AND VALUE TOTALS, ANY ADJUSTMENTS POSTED TO IT
      *    (FLAGGED *) AND ITS YEAR-TO-DATE VALUE.  THE MONTH'S
      *    FIGURES ARE THEN ROLLED INTO THE NEXT MONTH'S YEAR-TO-DATE
      *    -- ADDED TO ITS ROW WHEN COB23 HAS ALREADY STARTED ONE,
      *    OTHERWISE WRITTEN AS A NEW ROW WITH NOTHING YET FOR THE
      *    MONTH.  CLOSING DECEMBER IS THE YEAR-END CLOSE: ITS
      *    YEAR-TO-DATE FIGURES STAND AS THE YEAR'S TOTALS AND ARE
      *    NOT CARRIED INTO JANUARY, WHICH STARTS THE NEW YEAR AT
      *    ZERO.
      *    A MONTH THAT CANNOT BE CLOSED ENDS THE STEP WITH RC 8 AND
      *    NOTHING CHANGED.
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
            SELECT PERIOD-CONTROL
                              ASSIGN        TO  PERCTL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  PRC-PERIOD
                              FILE STATUS   IS  WK-PERCTL-STATUS.
            SELECT PERIOD-TOTALS
                              ASSIGN        TO  PERTOT
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  DYNAMIC
                              RECORD KEY    IS  PTT-REC-KEY
                              FILE STATUS   IS  WK-PERTOT-STATUS.
            SELECT REPORT-FILE
                              ASSIGN        TO  PERRPT
                              ORGANIZATION  IS  SEQUENTIAL
                              FILE STATUS   IS  WK-REPORT-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    PERIOD-CONTROL -- THE PERCTL PERIOD-CLOSE REGISTER: ITS
      *    CONTROL ROW AND ONE ROW PER MONTH CLOSED.
      *---------------------------------------------------------------
       FD    PERIOD-CONTROL
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-CTL-REC.
       COPY  COPY1E.

      *---------------------------------------------------------------
      *    PERIOD-TOTALS -- THE PERTOT KSDS, READ IN KEY ORDER (UNIT,
      *    RUN-ID, MONTH) AND UPDATED WITH THE YEAR-TO-DATE CARRIED
      *    INTO THE NEXT MONTH.
      *---------------------------------------------------------------
       FD    PERIOD-TOTALS
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    PER-TOT-REC.
       COPY  COPY1T.

      *---------------------------------------------------------------
      *    REPORT-FILE -- THE MONTH-END TOTALS REPORT.
      *---------------------------------------------------------------
       FD    REPORT-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    RPT-LINE                           PIC  X(080).

      *===============================================================
       WORKING-STORAGE                          SECTION.
      *----------------------------------------------------------------
      *    FILE STATUSES.  STATUS 35 ON OPEN I-O OF PERCTL MEANS NO
      *    MONTH HAS EVER BEEN CLOSED -- IT IS OPENED OUTPUT INSTEAD
      *    (LOAD MODE).  A NEVER-LOADED PERTOT MEANS NOTHING HAS BEEN
      *    POSTED; THE MONTH IS STILL CLOSED, WITH A NOTE ON THE
      *    REPORT.
      *----------------------------------------------------------------
       01    WK-PERCTL-STATUS                   PIC  X(002).
             88    WK-PERCTL-STATUS-OK           VALUE '00'.
             88    WK-PERCTL-NOT-FOUND           VALUE '23'.
             88    WK-PERCTL-UNLOADED            VALUE '35'.
       01    WK-PERCTL-LOAD-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-PERCTL-LOAD-MODE           VALUE 'Y'.

       01    WK-PERTOT-STATUS                   PIC  X(002).
             88    WK-PERTOT-STATUS-OK           VALUE '00'.
             88    WK-PERTOT-UNLOADED            VALUE '35'.
       01    WK-PERTOT-OPEN-SW                  PIC  X(001)  VALUE 'N'.
             88    WK-PERTOT-OPEN                VALUE 'Y'.
       01    WK-PERTOT-EOF-SW                   PIC  X(001)  VALUE 'N'.
             88    WK-PERTOT-EOF                 VALUE 'Y'.

       01    WK-REPORT-STATUS                   PIC  X(002).
             88    WK-REPORT-STATUS-OK           VALUE '00'.

      *----------------------------------------------------------------
      *    THE MONTH TO CLOSE (FROM PARM), THE MONTH AFTER IT, THE
      *    MONTH THAT MUST BE NEXT TO CLOSE AND TODAY'S MONTH.
      *----------------------------------------------------------------
       01    WK-CLOSE-PERIOD.
             05    WK-CLOSE-YYYY                 PIC  9(004).
             05    WK-CLOSE-MM                   PIC  9(002).
                   88    WK-CLOSE-DECEMBER        VALUE 12.
       01    WK-NEXT-PERIOD.
             05    WK-NEXT-YYYY                  PIC  9(004).
             05    WK-NEXT-MM                    PIC  9(002).
       01    WK-EXPECT-PERIOD.
             05    WK-EXPECT-YYYY                PIC  9(004).
             05    WK-EXPECT-MM                  PIC  9(002).
       01    WK-LAST-CLOSED                     PIC  X(006)
                                                 VALUE '000000'.
       01    WK-CONTROL-FOUND-SW                PIC  X(001)  VALUE 'N'.
             88    WK-CONTROL-FOUND              VALUE 'Y'.
       01    WK-RUN-DATE.
             05    WK-RUN-PERIOD                 PIC  X(006).
             05    FILLER                       PIC  X(002).
       01    WK-RUN-TIME                        PIC  X(008).

      *----------------------------------------------------------------
      *    YEAR-TO-DATE HELD FROM THE LAST ROW PRINTED, UNTIL IT HAS
      *    BEEN CARRIED INTO THE SAME UNIT AND RUN-ID'S ROW FOR THE
      *    NEXT MONTH, AND THE PERTOT RECORD SAVED WHILE A NEW ROW IS
      *    WRITTEN FOR IT.
      *----------------------------------------------------------------
       01    WK-CARRY-SW                        PIC  X(001)  VALUE 'N'.
             88    WK-CARRY-HELD                 VALUE 'Y'.
       01    WK-CARRY-BUS-UNIT                  PIC  X(004).
       01    WK-CARRY-RUN-ID                    PIC  X(008).
       01    WK-CARRY-PROCESSED                 PIC  S9(011).
       01    WK-CARRY-REJECTED                  PIC  S9(011).
       01    WK-CARRY-VALUE                     PIC  S9(013)V9(002).
       01    WK-SAVE-REC                        PIC  X(150).

      *----------------------------------------------------------------
      *    MONTH TOTALS AND COUNTS.
      *----------------------------------------------------------------
       01    WK-TOT-PROCESSED                   PIC  S9(011)  VALUE 0.
       01    WK-TOT-REJECTED                    PIC  S9(011)  VALUE 0.
       01    WK-TOT-MTD-VALUE                   PIC  S9(013)V9(002)
                                                 VALUE 0.
       01    WK-TOT-ADJ-VALUE                   PIC  S9(013)V9(002)
                                                 VALUE 0.
       01    WK-TOT-YTD-VALUE                   PIC  S9(013)V9(002)
                                                 VALUE 0.
       01    WK-ROW-COUNT                       PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-ADJUSTED-COUNT                  PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-CARRY-ADDED-COUNT               PIC  9(007) COMP
                                                 VALUE 0.
       01    WK-CARRY-NEW-COUNT                 PIC  9(007) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    REPORT LINE WORK AREAS -- THE TITLE LINE (WITH THE MONTH
      *    FILLED IN), THE TWO COLUMN HEADING LINES, THE DETAIL LINE
      *    (ALSO USED FOR THE MONTH TOTALS) AND THE SUMMARY LINE.
      *----------------------------------------------------------------
       01    WK-TITLE-LINE.
             05    FILLER                       PIC  X(032)  VALUE
                   'COB24 - MONTH-END TOTALS REPORT '.
             05    WK-TTL-PERIOD                 PIC  X(006).
             05    FILLER                       PIC  X(011)  VALUE
                   ' CLOSED ON '.
             05    WK-TTL-RUN-DATE               PIC  X(008).
             05    WK-TTL-YEAR-END               PIC  X(017).
             05    FILLER                       PIC  X(006)  VALUE
                   SPACES.
       01    WK-HEADING-LINE-1.
             05    FILLER                       PIC  X(040)  VALUE
                   '                     MONTH-TO-DATE      '.
             05    FILLER                       PIC  X(040)  VALUE
                   '                                        '.
       01    WK-HEADING-LINE-2.
             05    FILLER                       PIC  X(040)  VALUE
                   'UNIT RUN-ID    PROCESSED   REJECTED     '.
             05    FILLER                       PIC  X(040)  VALUE
                   '    VALUE   ADJUSTMENTS       YTD VALUE '.
       01    WK-DETAIL-LINE.
             05    WK-DTL-BUS-UNIT               PIC  X(004).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-RUN-ID                 PIC  X(008).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-PROCESSED              PIC  -(009)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-REJECTED               PIC  -(009)9.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-MTD-VALUE              PIC  -(009)9.99.
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-ADJ-VALUE              PIC  -(009)9.99.
             05    WK-DTL-ADJ-FLAG               PIC  X(001).
             05    FILLER                       PIC  X(001)
                                                 VALUE SPACES.
             05    WK-DTL-YTD-VALUE              PIC  -(010)9.99.
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
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE MONTH TO CLOSE
      *    (YYYYMM, REQUIRED).
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-PERIOD           PIC  X(006).

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

           PERFORM 1500-CHECK-PERIOD            THRU 1500-EXIT.

           IF      WK-PERTOT-OPEN
                   PERFORM 2000-SWEEP-PERTOT    THRU 2000-EXIT
           END-IF.

           PERFORM 3000-UPDATE-CONTROL          THRU 3000-EXIT.

           PERFORM 4000-WRITE-SUMMARY           THRU 4000-EXIT.

           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.

           DISPLAY 'COB24 - MONTH ' WK-CLOSE-PERIOD ' CLOSED - '
                   WK-ROW-COUNT ' ROWS, ' WK-ADJUSTED-COUNT
                   ' WITH ADJUSTMENTS'.
           IF      WK-CLOSE-DECEMBER
                   DISPLAY 'COB24 - YEAR-END CLOSE FOR '
                           WK-CLOSE-YYYY
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP THE REQUIRED MONTH TO CLOSE AND
      *  WORK OUT THE MONTH AFTER IT.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 6
                   DISPLAY 'COB24 - PERIOD PARM REQUIRED'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           MOVE    WK-PARM-PERIOD TO            WK-CLOSE-PERIOD.
           IF      WK-CLOSE-PERIOD NOT NUMERIC
           OR      WK-CLOSE-MM < 1
           OR      WK-CLOSE-MM > 12
                   DISPLAY 'COB24 - PERIOD ' WK-PARM-PERIOD
                           ' MUST BE YYYYMM'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-CLOSE-PERIOD TO           WK-NEXT-PERIOD.
           IF      WK-NEXT-MM = 12
                   ADD     1 TO                 WK-NEXT-YYYY
                   MOVE    1 TO                 WK-NEXT-MM
           ELSE
                   ADD     1 TO                 WK-NEXT-MM
           END-IF.

           ACCEPT  WK-RUN-DATE FROM             DATE YYYYMMDD.
           ACCEPT  WK-RUN-TIME FROM             TIME.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE REPORT AND WRITE ITS TITLE AND
      *  COLUMN HEADINGS, THEN OPEN PERCTL I-O (LOAD MODE WHEN NO
      *  MONTH WAS EVER CLOSED) AND PERTOT I-O.  A NEVER-LOADED
      *  PERTOT IS NOTED ON THE REPORT.
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    OUTPUT                       REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB24 - PERRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-CLOSE-PERIOD TO           WK-TTL-PERIOD.
           MOVE    WK-RUN-DATE TO               WK-TTL-RUN-DATE.
           IF      WK-CLOSE-DECEMBER
                   MOVE    ' - YEAR-END CLOSE' TO WK-TTL-YEAR-END
           ELSE
                   MOVE    SPACES TO            WK-TTL-YEAR-END
           END-IF.
           MOVE    WK-TITLE-LINE TO             RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    WK-HEADING-LINE-1 TO         RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    WK-HEADING-LINE-2 TO         RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           OPEN    I-O                          PERIOD-CONTROL.
           IF      WK-PERCTL-UNLOADED
                   OPEN    OUTPUT               PERIOD-CONTROL
                   SET     WK-PERCTL-LOAD-MODE TO TRUE
           END-IF.
           IF      NOT WK-PERCTL-STATUS-OK
                   DISPLAY 'COB24 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          PERIOD-TOTALS.
           IF      WK-PERTOT-UNLOADED
                   MOVE    'PERTOT HAS NEVER BEEN LOADED' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           ELSE
           IF      WK-PERTOT-STATUS-OK
                   SET     WK-PERTOT-OPEN TO    TRUE
           ELSE
                   DISPLAY 'COB24 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-CHECK-PERIOD -- REFUSE THE CLOSE, WITH RC 8 AND
      *  NOTHING CHANGED, WHEN THE MONTH HAS NOT YET ENDED, IS
      *  ALREADY CLOSED, OR IS NOT THE MONTH AFTER THE LAST ONE
      *  CLOSED.
      *---------------------------------------------------------------
       1500-CHECK-PERIOD.
      *---------------------------------------------------------------
           IF      WK-CLOSE-PERIOD NOT < WK-RUN-PERIOD
                   MOVE    'MONTH HAS NOT ENDED - NOT CLOSED' TO
                                                 RPT-LINE
                   DISPLAY 'COB24 - MONTH ' WK-CLOSE-PERIOD
                           ' HAS NOT ENDED - NOT CLOSED'
                   GO TO                        1500-REFUSE
           END-IF.

           IF      WK-PERCTL-LOAD-MODE
                   GO TO                        1500-EXIT
           END-IF.

           SET     PRC-CONTROL-ROW TO           TRUE.
           READ    PERIOD-CONTROL
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           SET     WK-CONTROL-FOUND TO TRUE
           END-READ.
           IF      NOT WK-PERCTL-STATUS-OK
           AND     NOT WK-PERCTL-NOT-FOUND
                   DISPLAY 'COB24 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           IF      NOT WK-CONTROL-FOUND
                   GO TO                        1500-EXIT
           END-IF.

           MOVE    PRC-LAST-CLOSED TO           WK-LAST-CLOSED.
           IF      WK-CLOSE-PERIOD NOT > WK-LAST-CLOSED
                   MOVE    'MONTH IS ALREADY CLOSED - NOT CLOSED' TO
                                                 RPT-LINE
                   DISPLAY 'COB24 - MONTH ' WK-CLOSE-PERIOD
                           ' ALREADY CLOSED - LAST CLOSED '
                           WK-LAST-CLOSED
                   GO TO                        1500-REFUSE
           END-IF.

           MOVE    WK-LAST-CLOSED TO            WK-EXPECT-PERIOD.
           IF      WK-EXPECT-MM = 12
                   ADD     1 TO                 WK-EXPECT-YYYY
                   MOVE    1 TO                 WK-EXPECT-MM
           ELSE
                   ADD     1 TO                 WK-EXPECT-MM
           END-IF.
           IF      WK-CLOSE-PERIOD NOT = WK-EXPECT-PERIOD
                   MOVE    'EARLIER MONTH STILL OPEN - NOT CLOSED' TO
                                                 RPT-LINE
                   DISPLAY 'COB24 - MONTH ' WK-CLOSE-PERIOD
                           ' NOT CLOSED - ' WK-EXPECT-PERIOD
                           ' MUST BE CLOSED FIRST'
                   GO TO                        1500-REFUSE
           END-IF.
           GO TO                                1500-EXIT.

       1500-REFUSE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.
           MOVE    8 TO                         RETURN-CODE.
           PERFORM 5000-CLOSE-FILES             THRU 5000-EXIT.
           GOBACK.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-SWEEP-PERTOT -- POSITION PERTOT AT ITS FIRST KEY AND
      *  READ IT FRONT TO BACK, THEN CARRY THE LAST ROW'S
      *  YEAR-TO-DATE FORWARD IF IT IS STILL HELD.
      *---------------------------------------------------------------
       2000-SWEEP-PERTOT.
      *---------------------------------------------------------------
           MOVE    LOW-VALUES TO                PTT-REC-KEY.
           START   PERIOD-TOTALS
                   KEY IS NOT LESS THAN         PTT-REC-KEY
                   INVALID KEY
                           GO TO                2000-EXIT
           END-START.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB24 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    'N' TO                       WK-PERTOT-EOF-SW.
           PERFORM 2050-READ-PERTOT             THRU 2050-EXIT
                   UNTIL   WK-PERTOT-EOF.

           IF      WK-CARRY-HELD
                   PERFORM 2300-WRITE-CARRY     THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2050-READ-PERTOT -- READ THE NEXT PERTOT ROW.  WHILE A
      *  YEAR-TO-DATE IS HELD, ADD IT TO THIS ROW WHEN IT IS THE
      *  SAME UNIT AND RUN-ID FOR THE NEXT MONTH; OTHERWISE WRITE A
      *  NEW NEXT-MONTH ROW FOR IT FIRST.  THEN PRINT THE ROW WHEN
      *  IT IS FOR THE MONTH BEING CLOSED.
      *---------------------------------------------------------------
       2050-READ-PERTOT.
      *---------------------------------------------------------------
           READ    PERIOD-TOTALS NEXT
                   AT END
                           SET     WK-PERTOT-EOF TO TRUE
                           GO TO                2050-EXIT
           END-READ.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB24 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-CARRY-HELD
                   IF      PTT-BUS-UNIT = WK-CARRY-BUS-UNIT
                   AND     PTT-RUN-ID = WK-CARRY-RUN-ID
                   AND     PTT-PERIOD = WK-NEXT-PERIOD
                           PERFORM 2200-ADD-CARRY
                                                THRU 2200-EXIT
                           GO TO                2050-EXIT
                   ELSE
                           MOVE    PER-TOT-REC TO WK-SAVE-REC
                           PERFORM 2300-WRITE-CARRY
                                                THRU 2300-EXIT
                           MOVE    WK-SAVE-REC TO PER-TOT-REC
                   END-IF
           END-IF.

           IF      PTT-PERIOD NOT = WK-CLOSE-PERIOD
                   GO TO                        2050-EXIT
           END-IF.

           PERFORM 2100-PRINT-ROW               THRU 2100-EXIT.

           IF      NOT WK-CLOSE-DECEMBER
                   SET     WK-CARRY-HELD TO     TRUE
                   MOVE    PTT-BUS-UNIT TO      WK-CARRY-BUS-UNIT
                   MOVE    PTT-RUN-ID TO        WK-CARRY-RUN-ID
                   MOVE    PTT-YTD-PROCESSED TO WK-CARRY-PROCESSED
                   MOVE    PTT-YTD-REJECTED TO  WK-CARRY-REJECTED
                   MOVE    PTT-YTD-VALUE TO     WK-CARRY-VALUE
           END-IF.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-PRINT-ROW -- PRINT THE UNIT AND RUN-ID'S MONTH-END
      *  LINE, FLAGGING ADJUSTMENTS, AND ADD IT TO THE MONTH TOTALS.
      *---------------------------------------------------------------
       2100-PRINT-ROW.
      *---------------------------------------------------------------
           MOVE    PTT-BUS-UNIT TO              WK-DTL-BUS-UNIT.
           MOVE    PTT-RUN-ID TO                WK-DTL-RUN-ID.
           MOVE    PTT-MTD-PROCESSED TO         WK-DTL-PROCESSED.
           MOVE    PTT-MTD-REJECTED TO          WK-DTL-REJECTED.
           MOVE    PTT-MTD-VALUE TO             WK-DTL-MTD-VALUE.
           MOVE    PTT-ADJ-VALUE TO             WK-DTL-ADJ-VALUE.
           MOVE    PTT-YTD-VALUE TO             WK-DTL-YTD-VALUE.
           IF      PTT-ADJ-COUNT > ZERO
                   MOVE    '*' TO               WK-DTL-ADJ-FLAG
                   ADD     1 TO                 WK-ADJUSTED-COUNT
           ELSE
                   MOVE    SPACE TO             WK-DTL-ADJ-FLAG
           END-IF.
           MOVE    WK-DETAIL-LINE TO            RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           ADD     1 TO                         WK-ROW-COUNT.
           ADD     PTT-MTD-PROCESSED TO         WK-TOT-PROCESSED.
           ADD     PTT-MTD-REJECTED TO          WK-TOT-REJECTED.
           ADD     PTT-MTD-VALUE TO             WK-TOT-MTD-VALUE.
           ADD     PTT-ADJ-VALUE TO             WK-TOT-ADJ-VALUE.
           ADD     PTT-YTD-VALUE TO             WK-TOT-YTD-VALUE.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2200-ADD-CARRY -- ADD THE HELD YEAR-TO-DATE TO THE NEXT
      *  MONTH'S ROW JUST READ.
      *---------------------------------------------------------------
       2200-ADD-CARRY.
      *---------------------------------------------------------------
           ADD     WK-CARRY-PROCESSED TO        PTT-YTD-PROCESSED.
           ADD     WK-CARRY-REJECTED TO         PTT-YTD-REJECTED.
           ADD     WK-CARRY-VALUE TO            PTT-YTD-VALUE.
           REWRITE PER-TOT-REC.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB24 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-CARRY-ADDED-COUNT.
           MOVE    'N' TO                       WK-CARRY-SW.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2300-WRITE-CARRY -- WRITE A NEW NEXT-MONTH ROW FOR THE HELD
      *  UNIT AND RUN-ID, WITH NOTHING YET FOR THE MONTH AND THE
      *  HELD YEAR-TO-DATE.
      *---------------------------------------------------------------
       2300-WRITE-CARRY.
      *---------------------------------------------------------------
           INITIALIZE                           PER-TOT-REC.
           MOVE    WK-CARRY-BUS-UNIT TO         PTT-BUS-UNIT.
           MOVE    WK-CARRY-RUN-ID TO           PTT-RUN-ID.
           MOVE    WK-NEXT-PERIOD TO            PTT-PERIOD.
           MOVE    WK-CARRY-PROCESSED TO        PTT-YTD-PROCESSED.
           MOVE    WK-CARRY-REJECTED TO         PTT-YTD-REJECTED.
           MOVE    WK-CARRY-VALUE TO            PTT-YTD-VALUE.
           WRITE   PER-TOT-REC.
           IF      NOT WK-PERTOT-STATUS-OK
                   DISPLAY 'COB24 - PERTOT FILE STATUS '
                           WK-PERTOT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
           ADD     1 TO                         WK-CARRY-NEW-COUNT.
           MOVE    'N' TO                       WK-CARRY-SW.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2900-WRITE-LINE -- WRITE THE LINE IN RPT-LINE.
      *---------------------------------------------------------------
       2900-WRITE-LINE.
      *---------------------------------------------------------------
           WRITE   RPT-LINE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB24 - PERRPT FILE STATUS '
                           WK-REPORT-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-UPDATE-CONTROL -- MARK THE MONTH CLOSED: SET IT AS THE
      *  LAST MONTH CLOSED ON THE CONTROL ROW (WRITTEN FIRST, AS IT
      *  HAS THE LOWEST KEY) AND WRITE ITS OWN ROW WITH THE CLOSE
      *  STAMP AND TOTALS.
      *---------------------------------------------------------------
       3000-UPDATE-CONTROL.
      *---------------------------------------------------------------
           IF      NOT WK-CONTROL-FOUND
                   MOVE    SPACES TO            PER-CTL-REC
                   SET     PRC-CONTROL-ROW TO   TRUE
           END-IF.
           MOVE    WK-CLOSE-PERIOD TO           PRC-LAST-CLOSED.
           MOVE    WK-RUN-DATE TO               PRC-CLOSE-DATE.
           MOVE    WK-RUN-TIME TO               PRC-CLOSE-TIME.
           MOVE    'N' TO                       PRC-YEAR-END.
           MOVE    ZERO TO                      PRC-ROW-COUNT.
           MOVE    ZERO TO                      PRC-MTD-VALUE.
           MOVE    ZERO TO                      PRC-YTD-VALUE.
           IF      WK-CONTROL-FOUND
                   REWRITE PER-CTL-REC
           ELSE
                   WRITE   PER-CTL-REC
           END-IF.
           IF      NOT WK-PERCTL-STATUS-OK
                   DISPLAY 'COB24 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    SPACES TO                    PER-CTL-REC.
           MOVE    WK-CLOSE-PERIOD TO           PRC-PERIOD.
           MOVE    WK-CLOSE-PERIOD TO           PRC-LAST-CLOSED.
           MOVE    WK-RUN-DATE TO               PRC-CLOSE-DATE.
           MOVE    WK-RUN-TIME TO               PRC-CLOSE-TIME.
           IF      WK-CLOSE-DECEMBER
                   SET     PRC-YEAR-END-CLOSE TO TRUE
           ELSE
                   MOVE    'N' TO               PRC-YEAR-END
           END-IF.
           MOVE    WK-ROW-COUNT TO              PRC-ROW-COUNT.
           MOVE    WK-TOT-MTD-VALUE TO          PRC-MTD-VALUE.
           MOVE    WK-TOT-YTD-VALUE TO          PRC-YTD-VALUE.
           WRITE   PER-CTL-REC.
           IF      NOT WK-PERCTL-STATUS-OK
                   DISPLAY 'COB24 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  4000-WRITE-SUMMARY -- WRITE THE MONTH TOTALS LINE AND THE
      *  ROW COUNTS.
      *---------------------------------------------------------------
       4000-WRITE-SUMMARY.
      *---------------------------------------------------------------
           IF      WK-ROW-COUNT = ZERO
                   MOVE    'NO PERIOD TOTALS FOR THE MONTH' TO
                                                 RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
           END-IF.

           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    SPACES TO                    WK-DTL-BUS-UNIT.
           MOVE    'TOTAL' TO                   WK-DTL-RUN-ID.
           MOVE    WK-TOT-PROCESSED TO          WK-DTL-PROCESSED.
           MOVE    WK-TOT-REJECTED TO           WK-DTL-REJECTED.
           MOVE    WK-TOT-MTD-VALUE TO          WK-DTL-MTD-VALUE.
           MOVE    WK-TOT-ADJ-VALUE TO          WK-DTL-ADJ-VALUE.
           MOVE    WK-TOT-YTD-VALUE TO          WK-DTL-YTD-VALUE.
           MOVE    SPACE TO                     WK-DTL-ADJ-FLAG.
           MOVE    WK-DETAIL-LINE TO            RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    SPACES TO                    RPT-LINE.
           PERFORM 2900-WRITE-LINE              THRU 2900-EXIT.

           MOVE    'UNIT/RUN-ID ROWS CLOSED' TO WK-SUM-LABEL.
           MOVE    WK-ROW-COUNT TO              WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'ROWS WITH ADJUSTMENTS (*)' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-ADJUSTED-COUNT TO         WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           IF      WK-CLOSE-DECEMBER
                   MOVE    'YEAR-END CLOSE - YTD NOT CARRIED FORWARD'
                                                 TO RPT-LINE
                   PERFORM 2900-WRITE-LINE      THRU 2900-EXIT
                   GO TO                        4000-EXIT
           END-IF.

           MOVE    'YTD ADDED TO NEXT MONTH ROWS' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-CARRY-ADDED-COUNT TO      WK-SUM-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE      THRU 4100-EXIT.

           MOVE    'NEXT MONTH ROWS STARTED WITH YTD' TO
                                                 WK-SUM-LABEL.
           MOVE    WK-CARRY-NEW-COUNT TO        WK-SUM-COUNT.
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
      *  5000-CLOSE-FILES -- CLOSE PERCTL, PERTOT IF IT WAS OPENED,
      *  AND THE REPORT.
      *---------------------------------------------------------------
       5000-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   PERIOD-CONTROL.
           IF      NOT WK-PERCTL-STATUS-OK
                   DISPLAY 'COB24 - PERCTL FILE STATUS '
                           WK-PERCTL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-PERTOT-OPEN
                   CLOSE   PERIOD-TOTALS
                   IF      NOT WK-PERTOT-STATUS-OK
                           DISPLAY 'COB24 - PERTOT FILE STATUS '
                                   WK-PERTOT-STATUS
                           GO TO                9000-ABEND-HANDLING
                   END-IF
           END-IF.

           CLOSE   REPORT-FILE.
           IF      NOT WK-REPORT-STATUS-OK
                   DISPLAY 'COB24 - PERRPT FILE STATUS '
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
           DISPLAY 'COB24 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
