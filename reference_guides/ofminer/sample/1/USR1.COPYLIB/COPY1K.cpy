      ****************************************************************
      *    COPYBOOK.                            COPY1K.
      *    DESCRIPTION.                          BUS-CAL-REC LAYOUT
      *                                          FOR BUSCAL, THE
      *                                          KEYED PROCESSING
      *                                          CALENDAR -- ONE ROW
      *                                          PER CALENDAR DATE
      *                                          SAYING WHETHER IT IS
      *                                          A PROCESSING DAY, A
      *                                          HOLIDAY OR A WEEKEND
      *                                          (NON-PROCESSING) DAY,
      *                                          ITS DAY OF THE WEEK,
      *                                          AND WHETHER IT IS THE
      *                                          LAST PROCESSING DAY
      *                                          OF ITS MONTH,
      *                                          QUARTER OR YEAR,
      *                                          KEYED BY CAL-DATE.
      *                                          LOADED A YEAR AT A
      *                                          TIME BY COB16; READ
      *                                          BY COB1 TO REFUSE A
      *                                          NON-PROCESSING
      *                                          BUSINESS DATE AND BY
      *                                          COB8 TO DROP SUCH
      *                                          PAIRS FROM THE
      *                                          WINDOW.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE PROCESSING CALENDAR.
      ****************************************************************
           05    CAL-DATE                         PIC  X(008).
           05    CAL-DAY-TYPE                     PIC  X(001).
                 88    CAL-PROCESSING-DAY          VALUE 'P'.
                 88    CAL-HOLIDAY                 VALUE 'H'.
                 88    CAL-WEEKEND                 VALUE 'W'.
                 88    CAL-NON-PROCESSING          VALUES 'H' 'W'.
           05    CAL-WEEKDAY                      PIC  9(001).
           05    CAL-MONTH-END                    PIC  X(001).
                 88    CAL-MONTH-END-YES           VALUE 'Y'.
           05    CAL-QUARTER-END                  PIC  X(001).
                 88    CAL-QUARTER-END-YES         VALUE 'Y'.
           05    CAL-YEAR-END                     PIC  X(001).
                 88    CAL-YEAR-END-YES            VALUE 'Y'.
           05    CAL-DESCRIPTION                  PIC  X(030).
           05    CAL-UPDATE-DATE                  PIC  X(008).
           05    FILLER                           PIC  X(029).
