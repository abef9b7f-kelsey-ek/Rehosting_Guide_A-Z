      ****************************************************************
      *    COPYBOOK.                            COPY1P.
      *    DESCRIPTION.                          PER-POST-REC LAYOUT
      *                                          FOR PERPOST, THE
      *                                          KEYED PERIOD-POSTING
      *                                          LOG -- ONE ROW PER
      *                                          OFILE1X ROW (UNIT,
      *                                          RUN-ID, BUSINESS
      *                                          DATE) COB23 HAS
      *                                          POSTED TO PERTOT,
      *                                          WITH THE FIGURES
      *                                          POSTED, THE PERIOD
      *                                          THEY WENT TO AND
      *                                          WHETHER AS A FLAGGED
      *                                          ADJUSTMENT.  COB23
      *                                          POSTS ONLY THE
      *                                          DIFFERENCE BETWEEN
      *                                          OFILE1X AND THIS
      *                                          LOG, SO A DATE
      *                                          POSTED TWICE OR
      *                                          RERUN IS NEVER
      *                                          COUNTED TWICE.  COB25
      *                                          REVERSES A BACKED-OUT
      *                                          DATE'S ROWS FROM
      *                                          PERTOT AND DELETES
      *                                          THEM.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE PERIOD-POSTING LOG.
      ****************************************************************
           05    PPL-REC-KEY.
                 10    PPL-BUS-UNIT               PIC  X(004).
                 10    PPL-RUN-ID                 PIC  X(008).
                 10    PPL-BUS-DATE               PIC  X(008).
           05    PPL-PERIOD                      PIC  X(006).
           05    PPL-ADJ-FLAG                    PIC  X(001).
                 88    PPL-ADJUSTMENT              VALUE 'Y'.
           05    PPL-PROCESSED                   PIC  S9(009).
           05    PPL-REJECTED                    PIC  S9(009).
           05    PPL-VALUE                       PIC  S9(011)V9(002).
           05    PPL-POST-DATE                   PIC  X(008).
           05    FILLER                          PIC  X(014).
