       IDENTIFICATION                           DIVISION.
      ****************************************************************
       PROGRAM-ID.                              COB16.
       AUTHOR.                                  TMAX.
       INSTALLATION.                            TMAX.
       DATE-WRITTEN.                     2026-10-15-09-00.00.000000
       SECURITY.
      ****************************************************************
      *    COB16 -- PROCESSING CALENDAR LOAD.  BUILDS ONE YEAR OF THE
      *    BUSCAL PROCESSING CALENDAR FOR THE YEAR ON PARM.  EVERY
      *    DATE OF THE YEAR IS GENERATED WITH ITS DAY OF THE WEEK;
      *    MONDAY TO FRIDAY DEFAULT TO PROCESSING DAYS AND SATURDAY
      *    AND SUNDAY TO WEEKEND DAYS.  A DECK OF CARDS ON CARDIN
      *    THEN OVERRIDES INDIVIDUAL DATES -- NORMALLY TO MARK THE
      *    YEAR'S HOLIDAYS, BUT A WEEKEND DATE CAN ALSO BE MADE A
      *    PROCESSING DAY.  ONCE THE DECK IS APPLIED THE LAST
      *    PROCESSING DAY OF EACH MONTH IS FLAGGED AS MONTH-END, AND
      *    OF MARCH, JUNE, SEPTEMBER AND DECEMBER AS QUARTER-END, AND
      *    OF DECEMBER AS YEAR-END.  THE YEAR IS WRITTEN TO BUSCAL;
      *    A DATE ALREADY ON FILE IS REPLACED, SO THE LOAD CAN BE
      *    RERUN WITH A CORRECTED DECK.  AS IN COB10, A CARD THAT
      *    FAILS VALIDATION IS LOGGED AND COUNTED AS REJECTED WITHOUT
      *    STOPPING THE DECK, AND ANY REJECT ENDS THE STEP WITH
      *    RETURN CODE 8.
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
            SELECT BUS-CALENDAR
                              ASSIGN        TO  BUSCAL
                              ORGANIZATION  IS  INDEXED
                              ACCESS MODE   IS  RANDOM
                              RECORD KEY    IS  CAL-DATE
                              FILE STATUS   IS  WK-BUSCAL-STATUS.
      *===============================================================
       DATA                                     DIVISION.
      *===============================================================

      *---------------------------------------------------------------
       FILE                                     SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      *    CARD-FILE -- THE CALENDAR OVERRIDE DECK.  ONE CARD PER
      *    DATE: THE DATE (YYYYMMDD) IN 1-8, THE DAY TYPE
      *    (H=HOLIDAY, P=PROCESSING, W=WEEKEND/NON-PROCESSING) IN 10
      *    AND A DESCRIPTION IN 12-41.  FIELDS ARE X(...) SO A
      *    MISKEYED CARD IS REJECTED RATHER THAN ABENDING ON A BAD
      *    MOVE.
      *---------------------------------------------------------------
       FD    CARD-FILE
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    CARD-REC.
             05    CRD-CAL-DATE                  PIC  X(008).
             05    FILLER                       PIC  X(001).
             05    CRD-DAY-TYPE                  PIC  X(001).
                   88    CRD-DAY-TYPE-VALID        VALUES 'H' 'P' 'W'.
             05    FILLER                       PIC  X(001).
             05    CRD-DESCRIPTION               PIC  X(030).
             05    FILLER                       PIC  X(039).

      *---------------------------------------------------------------
      *    BUS-CALENDAR -- THE BUSCAL KSDS, KEYED BY CAL-DATE.
      *---------------------------------------------------------------
       FD    BUS-CALENDAR
                             LABEL     RECORD   IS   STANDARD
                             RECORDING MODE     F
                             BLOCK     CONTAINS 0    RECORDS.
       01    BUS-CAL-REC.
       COPY  COPY1K.

      *===============================================================
       WORKING-STORAGE                          SECTION.
       01    WK-CARD-STATUS                     PIC  X(002).
             88    WK-CARD-STATUS-OK             VALUE '00'.
       01    WK-CARD-EOF-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-EOF                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    BUSCAL FILE STATUS.  STATUS 35 ON OPEN I-O MEANS THE
      *    CALENDAR HAS NEVER BEEN LOADED -- 1000-OPEN-FILES FALLS
      *    BACK TO OPEN OUTPUT SO THE FIRST YEAR LOADS THE CLUSTER,
      *    THE SAME WAY COB10 HANDLES BUMAST.  A DUPLICATE KEY ON
      *    WRITE IS A DATE ALREADY ON FILE FROM AN EARLIER LOAD OF
      *    THE SAME YEAR AND IS REWRITTEN.
      *----------------------------------------------------------------
       01    WK-BUSCAL-STATUS                   PIC  X(002).
             88    WK-BUSCAL-STATUS-OK           VALUE '00'.
             88    WK-BUSCAL-DUPLICATE-KEY       VALUE '22'.
             88    WK-BUSCAL-UNLOADED            VALUE '35'.

      *----------------------------------------------------------------
      *    CALENDAR YEAR FROM PARM AND TODAY'S DATE FOR THE
      *    CAL-UPDATE-DATE STAMP.
      *----------------------------------------------------------------
       01    WK-CAL-YEAR                        PIC  9(004).
       01    WK-CURRENT-DATE                    PIC  X(008).

      *----------------------------------------------------------------
      *    DAYS IN EACH MONTH AND THE LEAP-YEAR CHECK, AS IN COB1'S
      *    0550-VALIDATE-PARM.  0560-CHECK-LEAP-YEAR IS DONE ONCE
      *    FOR THE PARM YEAR; EVERY CARD MUST BE FOR THAT YEAR.
      *----------------------------------------------------------------
       01    WK-MONTH-DAYS-TABLE                 VALUE
                   '312831303130313130313031'.
             05    WK-MONTH-DAYS                  PIC  9(002)
                                                 OCCURS 12 TIMES.
       01    WK-MAX-DAY                          PIC  9(002).

       01    WK-LEAP-SW                          PIC  X(001)  VALUE 'N'.
             88    WK-LEAP-YEAR                   VALUE 'Y'.
       01    WK-DIV-RESULT                       PIC  9(004).
       01    WK-REM-4                            PIC  9(004).
       01    WK-REM-100                          PIC  9(004).
       01    WK-REM-400                          PIC  9(004).

      *----------------------------------------------------------------
      *    THE YEAR BEING BUILT, ONE ENTRY PER DATE IN DATE ORDER.
      *    WK-DAY-COUNT IS 365 OR 366.  WK-LAST-PDAY HOLDS, FOR EACH
      *    MONTH, THE ENTRY NUMBER OF ITS LAST PROCESSING DAY (ZERO
      *    WHEN THE MONTH HAS NONE), SET BY 2000-FIND-PERIOD-ENDS
      *    AFTER THE DECK HAS BEEN APPLIED.
      *----------------------------------------------------------------
       01    WK-CAL-TABLE.
             05    WK-CAL-ENTRY                  OCCURS 366 TIMES.
                   10    WK-CAL-DATE.
                         15    WK-CAL-YYYY      PIC  9(004).
                         15    WK-CAL-MM        PIC  9(002).
                         15    WK-CAL-DD        PIC  9(002).
                   10    WK-CAL-DAY-TYPE        PIC  X(001).
                   10    WK-CAL-WEEKDAY         PIC  9(001).
                   10    WK-CAL-DESCRIPTION     PIC  X(030).
       01    WK-DAY-COUNT                       PIC  9(003) COMP
                                                 VALUE 0.
       01    WK-LAST-PDAY-TABLE.
             05    WK-LAST-PDAY                  PIC  9(003) COMP
                                                 OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    SUBSCRIPTS -- WK-CX OVER THE CALENDAR ENTRIES, WK-MX OVER
      *    THE MONTHS, WK-DX OVER THE DAYS OF ONE MONTH.
      *----------------------------------------------------------------
       01    WK-CX                              PIC  9(003) COMP.
       01    WK-MX                              PIC  9(002) COMP.
       01    WK-DX                              PIC  9(002) COMP.

      *----------------------------------------------------------------
      *    DAY-NUMBER WORK AREAS FOR 3000-DAY-NUMBER, AS IN COB13.
      *    THE DATE IN WK-DN-DATE IS TURNED INTO A RUNNING DAY COUNT
      *    (MARCH-BASED YEAR, SO THE LEAP DAY FALLS AT THE END OF THE
      *    COUNTING YEAR).  JANUARY 1ST'S COUNT GIVES THE DAY OF THE
      *    WEEK FOR THE WHOLE YEAR, AND A CARD'S COUNT LESS JANUARY
      *    1ST'S GIVES ITS ENTRY IN WK-CAL-TABLE.  THE QUOTIENTS ARE
      *    TAKEN WITH DIVIDE INTO WHOLE-NUMBER FIELDS SO EVERY STEP
      *    TRUNCATES.
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
       01    WK-JAN1-DAYNUM                     PIC  9(007) COMP.
       01    WK-CUR-DAYNUM                      PIC  9(007) COMP.

      *----------------------------------------------------------------
      *    DAY OF THE WEEK (1=MONDAY ... 7=SUNDAY) FROM A DAY COUNT:
      *    THE REMAINDER OF (COUNT + 1) / 7, PLUS ONE.
      *----------------------------------------------------------------
       01    WK-WDAY-WORK                       PIC  9(007) COMP.
       01    WK-WDAY-QUOT                       PIC  9(007) COMP.
       01    WK-WDAY-REM                        PIC  9(001) COMP.

      *----------------------------------------------------------------
      *    THE CARD DATE, BROKEN OUT FOR VALIDATION.
      *----------------------------------------------------------------
       01    WK-CARD-DATE                       PIC  X(008).
       01    WK-CARD-DATE-EDIT REDEFINES        WK-CARD-DATE.
             05    WK-CARD-YYYY                  PIC  9(004).
             05    WK-CARD-MM                    PIC  9(002).
             05    WK-CARD-DD                    PIC  9(002).

      *----------------------------------------------------------------
      *    DECK AND LOAD TOTALS FOR THE END-OF-JOB LOG LINE, AND THE
      *    COUNT 0000-MAINLINE TESTS TO END A PARTIAL DECK WITH
      *    RETURN CODE 8.
      *----------------------------------------------------------------
       01    WK-APPLIED-COUNT                   PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-REJECT-COUNT                    PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-CARD-SEQ                        PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-ADDED-COUNT                     PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-REPLACED-COUNT                  PIC  9(005) COMP
                                                 VALUE 0.
       01    WK-PROC-DAY-COUNT                  PIC  9(005) COMP
                                                 VALUE 0.

      *----------------------------------------------------------------
      *    'Y' WHEN THE CURRENT CARD CANNOT BE APPLIED -- SET BY
      *    1600-VALIDATE-CARD.
      *----------------------------------------------------------------
       01    WK-CARD-BAD-SW                     PIC  X(001)  VALUE 'N'.
             88    WK-CARD-BAD                   VALUE 'Y'.

      *===============================================================
       LINKAGE                                  SECTION.
      *===============================================================
      *----------------------------------------------------------------
      *    PARM PASSED ON THE EXECUTE STATEMENT -- THE CALENDAR YEAR
      *    (YYYY) TO LOAD.  REQUIRED.
      *----------------------------------------------------------------
       01    WK-PARM-AREA.
             05    WK-PARM-LEN                   PIC  S9(04) COMP.
             05    WK-PARM-DATA.
                   10    WK-PARM-YEAR             PIC  X(004).

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

           PERFORM 1100-BUILD-YEAR               THRU 1100-EXIT.

           MOVE    'N' TO                        WK-CARD-EOF-SW.
           PERFORM 1500-PROCESS-CARD             THRU 1500-EXIT
                   UNTIL   WK-CARD-EOF.

           PERFORM 2000-FIND-PERIOD-ENDS         THRU 2000-EXIT.

           MOVE    1 TO                          WK-CX.
           PERFORM 2100-WRITE-CALENDAR-DAY       THRU 2100-EXIT
                   UNTIL   WK-CX > WK-DAY-COUNT.

           PERFORM 2500-CLOSE-FILES              THRU 2500-EXIT.

           DISPLAY 'COB16 - ' WK-DAY-COUNT ' DATES LOADED FOR '
                   WK-CAL-YEAR ' (' WK-ADDED-COUNT ' ADDED, '
                   WK-REPLACED-COUNT ' REPLACED), '
                   WK-PROC-DAY-COUNT ' PROCESSING DAYS'.
           DISPLAY 'COB16 - ' WK-APPLIED-COUNT ' CARDS APPLIED, '
                   WK-REJECT-COUNT ' CARDS REJECTED'.

           IF      WK-REJECT-COUNT > ZERO
                   MOVE    8 TO                  RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------
      *  0500-GET-PARM -- PICK UP AND CHECK THE CALENDAR YEAR.
      *---------------------------------------------------------------
       0500-GET-PARM.
      *---------------------------------------------------------------
           IF      WK-PARM-LEN < 4
                   DISPLAY 'COB16 - PARM MUST CARRY THE CALENDAR '
                           'YEAR (YYYY)'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           IF      WK-PARM-YEAR NOT NUMERIC
                   DISPLAY 'COB16 - PARM CALENDAR YEAR '
                           WK-PARM-YEAR ' MUST BE NUMERIC YYYY'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           MOVE    WK-PARM-YEAR TO              WK-CAL-YEAR.
           IF      WK-CAL-YEAR < 1901
                   DISPLAY 'COB16 - PARM CALENDAR YEAR '
                           WK-PARM-YEAR ' IS NOT A VALID YEAR'
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           PERFORM 0560-CHECK-LEAP-YEAR         THRU 0560-EXIT.
           ACCEPT   WK-CURRENT-DATE FROM         DATE YYYYMMDD.
       0500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  0560-CHECK-LEAP-YEAR -- SET WK-LEAP-YEAR WHEN WK-CAL-YEAR IS
      *  A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS THAT ARE
      *  NOT ALSO DIVISIBLE BY 400).
      *---------------------------------------------------------------
       0560-CHECK-LEAP-YEAR.
      *---------------------------------------------------------------
           MOVE    'N' TO                       WK-LEAP-SW.
           DIVIDE  WK-CAL-YEAR BY 4    GIVING    WK-DIV-RESULT
                                       REMAINDER WK-REM-4.
           DIVIDE  WK-CAL-YEAR BY 100  GIVING    WK-DIV-RESULT
                                       REMAINDER WK-REM-100.
           DIVIDE  WK-CAL-YEAR BY 400  GIVING    WK-DIV-RESULT
                                       REMAINDER WK-REM-400.
           IF      (WK-REM-4 = 0 AND WK-REM-100 NOT = 0)
           OR      WK-REM-400 = 0
                   MOVE    'Y' TO               WK-LEAP-SW
           END-IF.
       0560-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1000-OPEN-FILES -- OPEN THE CARD DECK FOR INPUT AND BUSCAL
      *  I-O (FALLING BACK TO OPEN OUTPUT WHEN THE CALENDAR IS
      *  DEFINED BUT NOT YET LOADED).
      *---------------------------------------------------------------
       1000-OPEN-FILES.
      *---------------------------------------------------------------
           OPEN    INPUT                        CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB16 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           OPEN    I-O                          BUS-CALENDAR.
           IF      WK-BUSCAL-UNLOADED
                   OPEN    OUTPUT               BUS-CALENDAR
           END-IF.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB16 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1100-BUILD-YEAR -- FILL WK-CAL-TABLE WITH EVERY DATE OF THE
      *  YEAR AT ITS DEFAULT DAY TYPE, STARTING THE DAY COUNT AT
      *  JANUARY 1ST.
      *---------------------------------------------------------------
       1100-BUILD-YEAR.
      *---------------------------------------------------------------
           MOVE    WK-CAL-YEAR TO               WK-DN-YYYY.
           MOVE    1 TO                         WK-DN-MM.
           MOVE    1 TO                         WK-DN-DD.
           PERFORM 3000-DAY-NUMBER              THRU 3000-EXIT.
           MOVE    WK-DN-RESULT TO              WK-JAN1-DAYNUM.
           MOVE    WK-DN-RESULT TO              WK-CUR-DAYNUM.

           MOVE    0 TO                         WK-DAY-COUNT.
           MOVE    1 TO                         WK-MX.
           PERFORM 1150-BUILD-MONTH             THRU 1150-EXIT
                   UNTIL   WK-MX > 12.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1150-BUILD-MONTH -- ADD THE DAYS OF MONTH WK-MX.
      *---------------------------------------------------------------
       1150-BUILD-MONTH.
      *---------------------------------------------------------------
           MOVE    WK-MONTH-DAYS (WK-MX) TO     WK-MAX-DAY.
           IF      WK-MX = 2
           AND     WK-LEAP-YEAR
                   ADD     1 TO                 WK-MAX-DAY
           END-IF.

           MOVE    1 TO                         WK-DX.
           PERFORM 1160-BUILD-DAY               THRU 1160-EXIT
                   UNTIL   WK-DX > WK-MAX-DAY.

           ADD     1 TO                         WK-MX.
       1150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1160-BUILD-DAY -- ADD DAY WK-DX OF MONTH WK-MX: WEEKDAYS ARE
      *  PROCESSING DAYS, SATURDAY AND SUNDAY ARE WEEKEND DAYS.
      *---------------------------------------------------------------
       1160-BUILD-DAY.
      *---------------------------------------------------------------
           ADD     1 TO                         WK-DAY-COUNT.
           MOVE    WK-DAY-COUNT TO              WK-CX.
           MOVE    WK-CAL-YEAR TO               WK-CAL-YYYY (WK-CX).
           MOVE    WK-MX TO                     WK-CAL-MM (WK-CX).
           MOVE    WK-DX TO                     WK-CAL-DD (WK-CX).

           COMPUTE WK-WDAY-WORK = WK-CUR-DAYNUM + 1.
           DIVIDE  WK-WDAY-WORK BY 7   GIVING    WK-WDAY-QUOT
                                       REMAINDER WK-WDAY-REM.
           COMPUTE WK-CAL-WEEKDAY (WK-CX) = WK-WDAY-REM + 1.

           IF      WK-CAL-WEEKDAY (WK-CX) > 5
                   MOVE    'W' TO               WK-CAL-DAY-TYPE (WK-CX)
                   MOVE    'WEEKEND' TO
                                         WK-CAL-DESCRIPTION (WK-CX)
           ELSE
                   MOVE    'P' TO               WK-CAL-DAY-TYPE (WK-CX)
                   MOVE    'PROCESSING DAY' TO
                                         WK-CAL-DESCRIPTION (WK-CX)
           END-IF.

           ADD     1 TO                         WK-CUR-DAYNUM.
           ADD     1 TO                         WK-DX.
       1160-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1500-PROCESS-CARD -- READ ONE OVERRIDE CARD.  AT END SETS
      *  THE SWITCH THAT ENDS THE MAINLINE LOOP; OTHERWISE VALIDATES
      *  THE CARD AND APPLIES OR REJECTS IT.
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
           PERFORM 1600-VALIDATE-CARD           THRU 1600-EXIT.
           IF      WK-CARD-BAD
                   ADD     1 TO                 WK-REJECT-COUNT
           ELSE
                   PERFORM 1700-APPLY-CARD      THRU 1700-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1600-VALIDATE-CARD -- REJECT A CARD WHOSE DATE IS NOT A
      *  VALID NUMERIC YYYYMMDD DATE IN THE PARM YEAR, OR WHOSE DAY
      *  TYPE IS NOT H, P OR W.
      *---------------------------------------------------------------
       1600-VALIDATE-CARD.
      *---------------------------------------------------------------
           MOVE    CRD-CAL-DATE TO              WK-CARD-DATE.
           IF      WK-CARD-DATE NOT NUMERIC
                   DISPLAY 'COB16 - CARD ' WK-CARD-SEQ
                           ' REJECTED - DATE ' CRD-CAL-DATE
                           ' IS NOT NUMERIC YYYYMMDD'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      WK-CARD-YYYY NOT = WK-CAL-YEAR
                   DISPLAY 'COB16 - CARD ' WK-CARD-SEQ
                           ' REJECTED - DATE ' CRD-CAL-DATE
                           ' IS NOT IN CALENDAR YEAR ' WK-CAL-YEAR
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      WK-CARD-MM < 1
           OR      WK-CARD-MM > 12
                   DISPLAY 'COB16 - CARD ' WK-CARD-SEQ
                           ' REJECTED - DATE ' CRD-CAL-DATE
                           ' HAS AN INVALID MONTH'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           MOVE    WK-MONTH-DAYS (WK-CARD-MM) TO WK-MAX-DAY.
           IF      WK-CARD-MM = 2
           AND     WK-LEAP-YEAR
                   ADD     1 TO                 WK-MAX-DAY
           END-IF.

           IF      WK-CARD-DD < 1
           OR      WK-CARD-DD > WK-MAX-DAY
                   DISPLAY 'COB16 - CARD ' WK-CARD-SEQ
                           ' REJECTED - DATE ' CRD-CAL-DATE
                           ' HAS AN INVALID DAY-OF-MONTH'
                   SET     WK-CARD-BAD TO       TRUE
                   GO TO                        1600-EXIT
           END-IF.

           IF      NOT CRD-DAY-TYPE-VALID
                   DISPLAY 'COB16 - CARD ' WK-CARD-SEQ
                           ' REJECTED - DAY TYPE ' CRD-DAY-TYPE
                           ' IS NOT H, P OR W'
                   SET     WK-CARD-BAD TO       TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  1700-APPLY-CARD -- FIND THE CARD'S DATE IN WK-CAL-TABLE FROM
      *  ITS DAY COUNT AND SET THE DAY TYPE AND DESCRIPTION.  A
      *  BLANK DESCRIPTION KEEPS A STANDARD ONE FOR THE DAY TYPE.
      *  A LATER CARD FOR THE SAME DATE REPLACES AN EARLIER ONE.
      *---------------------------------------------------------------
       1700-APPLY-CARD.
      *---------------------------------------------------------------
           MOVE    WK-CARD-DATE TO              WK-DN-DATE.
           PERFORM 3000-DAY-NUMBER              THRU 3000-EXIT.
           COMPUTE WK-CX = WK-DN-RESULT - WK-JAN1-DAYNUM + 1.

           MOVE    CRD-DAY-TYPE TO              WK-CAL-DAY-TYPE (WK-CX).
           IF      CRD-DESCRIPTION NOT = SPACES
                   MOVE    CRD-DESCRIPTION TO
                                         WK-CAL-DESCRIPTION (WK-CX)
           ELSE
                   IF      CRD-DAY-TYPE = 'H'
                           MOVE    'HOLIDAY' TO
                                         WK-CAL-DESCRIPTION (WK-CX)
                   ELSE
                   IF      CRD-DAY-TYPE = 'W'
                           MOVE    'NON-PROCESSING DAY' TO
                                         WK-CAL-DESCRIPTION (WK-CX)
                   ELSE
                           MOVE    'PROCESSING DAY' TO
                                         WK-CAL-DESCRIPTION (WK-CX)
                   END-IF
                   END-IF
           END-IF.

           ADD     1 TO                         WK-APPLIED-COUNT.
       1700-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2000-FIND-PERIOD-ENDS -- RECORD THE LAST PROCESSING DAY OF
      *  EACH MONTH.  THE TABLE IS IN DATE ORDER, SO THE LAST
      *  PROCESSING ENTRY SEEN FOR A MONTH IS ITS MONTH-END.
      *---------------------------------------------------------------
       2000-FIND-PERIOD-ENDS.
      *---------------------------------------------------------------
           MOVE    1 TO                         WK-MX.
           PERFORM 2010-CLEAR-MONTH             THRU 2010-EXIT
                   UNTIL   WK-MX > 12.

           MOVE    1 TO                         WK-CX.
           PERFORM 2020-CHECK-DAY               THRU 2020-EXIT
                   UNTIL   WK-CX > WK-DAY-COUNT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2010-CLEAR-MONTH -- NO PROCESSING DAY SEEN YET FOR WK-MX.
      *---------------------------------------------------------------
       2010-CLEAR-MONTH.
      *---------------------------------------------------------------
           MOVE    0 TO                         WK-LAST-PDAY (WK-MX).
           ADD     1 TO                         WK-MX.
       2010-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2020-CHECK-DAY -- IF ENTRY WK-CX IS A PROCESSING DAY, IT IS
      *  THE LATEST ONE SO FAR FOR ITS MONTH.
      *---------------------------------------------------------------
       2020-CHECK-DAY.
      *---------------------------------------------------------------
           IF      WK-CAL-DAY-TYPE (WK-CX) = 'P'
                   MOVE    WK-CAL-MM (WK-CX) TO WK-MX
                   MOVE    WK-CX TO             WK-LAST-PDAY (WK-MX)
           END-IF.
           ADD     1 TO                         WK-CX.
       2020-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2100-WRITE-CALENDAR-DAY -- BUILD THE BUSCAL ROW FOR ENTRY
      *  WK-CX AND WRITE IT, REWRITING A ROW ALREADY ON FILE FROM AN
      *  EARLIER LOAD OF THE YEAR.
      *---------------------------------------------------------------
       2100-WRITE-CALENDAR-DAY.
      *---------------------------------------------------------------
           MOVE    SPACES TO                    BUS-CAL-REC.
           MOVE    WK-CAL-DATE (WK-CX) TO       CAL-DATE.
           MOVE    WK-CAL-DAY-TYPE (WK-CX) TO   CAL-DAY-TYPE.
           MOVE    WK-CAL-WEEKDAY (WK-CX) TO    CAL-WEEKDAY.
           MOVE    WK-CAL-DESCRIPTION (WK-CX) TO
                                                 CAL-DESCRIPTION.
           MOVE    WK-CURRENT-DATE TO           CAL-UPDATE-DATE.
           MOVE    'N' TO                       CAL-MONTH-END.
           MOVE    'N' TO                       CAL-QUARTER-END.
           MOVE    'N' TO                       CAL-YEAR-END.

           MOVE    WK-CAL-MM (WK-CX) TO         WK-MX.
           IF      WK-LAST-PDAY (WK-MX) = WK-CX
                   MOVE    'Y' TO               CAL-MONTH-END
                   IF      WK-MX = 3 OR 6 OR 9 OR 12
                           MOVE    'Y' TO       CAL-QUARTER-END
                   END-IF
                   IF      WK-MX = 12
                           MOVE    'Y' TO       CAL-YEAR-END
                   END-IF
           END-IF.

           IF      CAL-PROCESSING-DAY
                   ADD     1 TO                 WK-PROC-DAY-COUNT
           END-IF.

           WRITE   BUS-CAL-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD     1 TO              WK-ADDED-COUNT
           END-WRITE.
           IF      WK-BUSCAL-DUPLICATE-KEY
                   REWRITE BUS-CAL-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD     1 TO      WK-REPLACED-COUNT
                   END-REWRITE
           END-IF.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB16 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS ' FOR ' CAL-DATE
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           ADD     1 TO                         WK-CX.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  2500-CLOSE-FILES -- CLOSE THE DECK AND BUSCAL.
      *---------------------------------------------------------------
       2500-CLOSE-FILES.
      *---------------------------------------------------------------
           CLOSE   CARD-FILE.
           IF      NOT WK-CARD-STATUS-OK
                   DISPLAY 'COB16 - CARDIN FILE STATUS '
                           WK-CARD-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.

           CLOSE   BUS-CALENDAR.
           IF      NOT WK-BUSCAL-STATUS-OK
                   DISPLAY 'COB16 - BUSCAL FILE STATUS '
                           WK-BUSCAL-STATUS
                   GO TO                        9000-ABEND-HANDLING
           END-IF.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      *  3000-DAY-NUMBER -- TURN THE YYYYMMDD DATE IN WK-DN-DATE
      *  INTO A DAY COUNT IN WK-DN-RESULT.  THE YEAR IS COUNTED FROM
      *  MARCH, SO JANUARY AND FEBRUARY BELONG TO THE PRIOR YEAR AND
      *  THE LEAP DAY IS THE LAST DAY OF THE COUNTING YEAR; THE
      *  MONTH OFFSET (153 * MONTH + 2) / 5 GIVES THE DAYS BEFORE
      *  EACH MONTH OF THAT MARCH-BASED YEAR.
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
      *  9000-ABEND-HANDLING -- SHARED ABEND TAIL FOR EVERY FILE
      *  STATUS FAILURE OR PARM REJECTION IN THIS PROGRAM.
      *---------------------------------------------------------------
       9000-ABEND-HANDLING.
      *---------------------------------------------------------------
           DISPLAY 'COB16 - JOB ABENDED'.
           MOVE    16 TO                        RETURN-CODE.
           GOBACK.
