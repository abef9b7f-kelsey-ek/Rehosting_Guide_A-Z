      ****************************************************************
      *    COPYBOOK.                            COPY1V.
      *    DESCRIPTION.                          REV-REG-REC LAYOUT
      *                                          FOR REVREG, THE
      *                                          BACK-OUT REVERSAL
      *                                          REGISTER -- ONE
      *                                          RECORD PER COB25
      *                                          REQUEST TO BACK OUT
      *                                          A RUN-ID/BUSINESS-
      *                                          DATE, WITH THE
      *                                          OPERATOR AND THE
      *                                          REASON THEY GAVE,
      *                                          WHEN IT RAN, AND
      *                                          EITHER WHAT WAS
      *                                          BACKED OUT (OFILE1X
      *                                          ROWS REMOVED, AUDHIST
      *                                          CALLS MARKED, WHETHER
      *                                          THE CHECKPOINT WAS
      *                                          RESET) OR WHY IT WAS
      *                                          REFUSED.  APPENDED
      *                                          BY COB25, NEVER
      *                                          REWRITTEN.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE REVERSAL REGISTER.
      ****************************************************************
           05    REV-RUN-ID                       PIC  X(008).
           05    REV-BUS-DATE                     PIC  X(008).
           05    REV-OPERATOR                     PIC  X(008).
           05    REV-REASON                       PIC  X(030).
           05    REV-REQUEST-DATE                 PIC  X(008).
           05    REV-REQUEST-TIME                 PIC  X(008).
           05    REV-RESULT                       PIC  X(001).
                 88    REV-BACKED-OUT              VALUE 'B'.
                 88    REV-REFUSED-GL-SENT         VALUE 'G'.
                 88    REV-REFUSED-CLOSED          VALUE 'C'.
           05    REV-OFX-COUNT                    PIC  9(004).
           05    REV-AUH-COUNT                    PIC  9(004).
           05    REV-CKPT-RESET                   PIC  X(001).
