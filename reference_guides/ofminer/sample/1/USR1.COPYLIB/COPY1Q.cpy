      ****************************************************************
      *    COPYBOOK.                            COPY1Q.
      *    DESCRIPTION.                          RECYCLE-QUE-REC
      *                                          LAYOUT FOR RCYQUE,
      *                                          THE KEYED QUEUE OF
      *                                          SUSPENSE ITEMS
      *                                          RELEASED FOR RE-
      *                                          PROCESSING -- ONE ROW
      *                                          PER RELEASED ITEM,
      *                                          HOLDING THE
      *                                          CORRECTED IMAGE AND
      *                                          THE BUSINESS DATE
      *                                          WHOSE RUN PICKS IT
      *                                          UP, KEYED BY
      *                                          RCQ-REC-KEY.
      *                                          WRITTEN BY COB12;
      *                                          READ AND MARKED
      *                                          CONSUMED BY COB1.
      *                                          RCQ-SUS-BUS-DATE,
      *                                          RCQ-SUS-PGM-NAME AND
      *                                          RCQ-SUS-ITEM-SEQ
      *                                          WITH THE RUN-ID AND
      *                                          UNIT ARE THE
      *                                          ORIGINATING SUSPFIL
      *                                          KEY.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE SUSPENSE RECYCLE QUEUE.
      ****************************************************************
           05    RCQ-REC-KEY.
                 10    RCQ-RUN-ID                  PIC  X(008).
                 10    RCQ-BUS-UNIT                PIC  X(004).
                 10    RCQ-ITEM-KEY.
                       15    RCQ-TARGET-DATE       PIC  X(008).
                       15    RCQ-SUS-BUS-DATE      PIC  X(008).
                       15    RCQ-SUS-PGM-NAME      PIC  X(008).
                       15    RCQ-SUS-ITEM-SEQ      PIC  9(007).
           05    RCQ-STATUS                       PIC  X(001).
                 88    RCQ-PENDING                 VALUE 'R'.
                 88    RCQ-CONSUMED                VALUE 'C'.
           05    RCQ-CONSUMED-DATE                PIC  X(008).
           05    RCQ-RELEASE-DATE                 PIC  X(008).
           05    RCQ-REQUESTER                    PIC  X(008).
           05    RCQ-CORRECTED-DATA               PIC  X(080).
           05    FILLER                           PIC  X(012).
