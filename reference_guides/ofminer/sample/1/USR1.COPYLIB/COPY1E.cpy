      ****************************************************************
      *    COPYBOOK.                            COPY1E.
      *    DESCRIPTION.                          PER-CTL-REC LAYOUT
      *                                          FOR PERCTL, THE
      *                                          KEYED PERIOD-CLOSE
      *                                          REGISTER -- ONE ROW
      *                                          PER MONTH (YYYYMM)
      *                                          COB24 HAS CLOSED,
      *                                          WITH WHEN, WHETHER
      *                                          IT WAS THE YEAR-END
      *                                          CLOSE, AND ITS ROW
      *                                          COUNT AND MTD AND
      *                                          YTD VALUE TOTALS,
      *                                          PLUS THE CONTROL ROW
      *                                          KEYED 000000 WHOSE
      *                                          PRC-LAST-CLOSED IS
      *                                          THE LATEST MONTH
      *                                          CLOSED.  MONTHS UP
      *                                          TO AND INCLUDING IT
      *                                          ARE FROZEN: COB23
      *                                          REFUSES OR ADJUSTS
      *                                          LATE POSTINGS FOR
      *                                          THEM, AND COB25 WILL
      *                                          NOT BACK OUT A DATE
      *                                          IN THEM.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE PERIOD-CLOSE REGISTER.
      ****************************************************************
           05    PRC-PERIOD                       PIC  X(006).
                 88    PRC-CONTROL-ROW             VALUE '000000'.
           05    PRC-LAST-CLOSED                  PIC  X(006).
           05    PRC-CLOSE-DATE                   PIC  X(008).
           05    PRC-CLOSE-TIME                   PIC  X(008).
           05    PRC-YEAR-END                     PIC  X(001).
                 88    PRC-YEAR-END-CLOSE          VALUE 'Y'.
           05    PRC-ROW-COUNT                    PIC  9(007).
           05    PRC-MTD-VALUE                    PIC  S9(013)V9(002).
           05    PRC-YTD-VALUE                    PIC  S9(013)V9(002).
           05    FILLER                           PIC  X(014).
