      ****************************************************************
      *    COPYBOOK.                            COPY1R.
      *    DESCRIPTION.                          RUN-SCHED-REC LAYOUT
      *                                          FOR SCHDMST, THE
      *                                          KEYED RUN-ID
      *                                          SCHEDULE MASTER --
      *                                          ONE RECORD PER
      *                                          RUN-ID WITH HOW
      *                                          OFTEN IT RUNS
      *                                          (EVERY PROCESSING
      *                                          DAY, WEEKLY ON A
      *                                          GIVEN DAY, OR ONLY
      *                                          ON THE MONTH-END,
      *                                          QUARTER-END OR
      *                                          YEAR-END PROCESSING
      *                                          DAY), ITS SLA
      *                                          THRESHOLD AND
      *                                          WHETHER IT IS
      *                                          ACTIVE, KEYED BY
      *                                          SCH-RUN-ID.
      *                                          MAINTAINED BY COB17;
      *                                          READ BY COB18 WITH
      *                                          THE BUSCAL CALENDAR
      *                                          TO WRITE THE NEXT
      *                                          BUSINESS DATE'S
      *                                          BATCHLST.
      *                                          SCH-RUN-WEEKDAY IS
      *                                          1=MONDAY ... 7=
      *                                          SUNDAY AS ON BUSCAL
      *                                          (ZERO UNLESS
      *                                          WEEKLY);
      *                                          SCH-SLA-THRESHOLD IS
      *                                          WHOLE SECONDS, ZERO
      *                                          FOR NO SLA.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE RUN-ID SCHEDULE MASTER.
      ****************************************************************
           05    SCH-RUN-ID                       PIC  X(008).
           05    SCH-FREQUENCY                    PIC  X(001).
                 88    SCH-FREQ-DAILY              VALUE 'D'.
                 88    SCH-FREQ-WEEKLY             VALUE 'W'.
                 88    SCH-FREQ-MONTH-END          VALUE 'M'.
                 88    SCH-FREQ-QUARTER-END        VALUE 'Q'.
                 88    SCH-FREQ-YEAR-END           VALUE 'Y'.
                 88    SCH-FREQ-VALID              VALUES 'D' 'W'
                                                          'M' 'Q'
                                                          'Y'.
           05    SCH-RUN-WEEKDAY                  PIC  9(001).
           05    SCH-SLA-THRESHOLD                PIC  9(006).
           05    SCH-STATUS                       PIC  X(001).
                 88    SCH-ACTIVE                  VALUE 'A'.
                 88    SCH-INACTIVE                VALUE 'I'.
           05    SCH-DESCRIPTION                  PIC  X(030).
           05    SCH-UPDATE-DATE                  PIC  X(008).
           05    FILLER                           PIC  X(025).
