      ****************************************************************
      *    COPYBOOK.                            COPY1T.
      *    DESCRIPTION.                          PER-TOT-REC LAYOUT
      *                                          FOR PERTOT, THE
      *                                          KEYED PERIOD-TOTALS
      *                                          FILE -- ONE ROW PER
      *                                          UNIT, RUN-ID AND
      *                                          MONTH (YYYYMM) WITH
      *                                          THE MONTH-TO-DATE
      *                                          PROCESSED, REJECTED
      *                                          AND VALUE TOTALS OF
      *                                          THE MONTH'S OWN
      *                                          BUSINESS DATES, THE
      *                                          FLAGGED ADJUSTMENTS
      *                                          POSTED INTO THE
      *                                          MONTH FOR EARLIER,
      *                                          ALREADY-CLOSED
      *                                          MONTHS, AND THE
      *                                          YEAR-TO-DATE TOTALS
      *                                          THROUGH THE MONTH.
      *                                          POSTED BY COB23 FROM
      *                                          OFILE1X AS EACH
      *                                          BUSINESS DATE
      *                                          REACHES DONE; CLOSED
      *                                          AND ROLLED FORWARD
      *                                          BY COB24.  AMOUNTS
      *                                          ARE SIGNED SO A
      *                                          RERUN THAT LOWERS A
      *                                          DATE'S FIGURES CAN
      *                                          POST A NEGATIVE
      *                                          ADJUSTMENT.  COB25
      *                                          TAKES A BACKED-OUT
      *                                          DATE'S POSTINGS BACK
      *                                          OUT AGAIN.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE PERIOD-TOTALS FILE.
      ****************************************************************
           05    PTT-REC-KEY.
                 10    PTT-BUS-UNIT               PIC  X(004).
                 10    PTT-RUN-ID                 PIC  X(008).
                 10    PTT-PERIOD                 PIC  X(006).
           05    PTT-MTD-PROCESSED               PIC  S9(009).
           05    PTT-MTD-REJECTED                PIC  S9(009).
           05    PTT-MTD-VALUE                   PIC  S9(011)V9(002).
           05    PTT-ADJ-PROCESSED               PIC  S9(009).
           05    PTT-ADJ-REJECTED                PIC  S9(009).
           05    PTT-ADJ-VALUE                   PIC  S9(011)V9(002).
           05    PTT-ADJ-COUNT                   PIC  9(005).
           05    PTT-YTD-PROCESSED               PIC  S9(011).
           05    PTT-YTD-REJECTED                PIC  S9(011).
           05    PTT-YTD-VALUE                   PIC  S9(013)V9(002).
           05    PTT-LAST-POST-DATE              PIC  X(008).
           05    FILLER                          PIC  X(020).
