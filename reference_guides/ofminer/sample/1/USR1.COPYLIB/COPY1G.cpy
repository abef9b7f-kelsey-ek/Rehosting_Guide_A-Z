      ****************************************************************
      *    COPYBOOK.                            COPY1G.
      *    DESCRIPTION.                          GL-CTL-REC LAYOUT
      *                                          FOR GLCTL, THE KEYED
      *                                          GL SEND REGISTER --
      *                                          ONE ROW PER BUSINESS
      *                                          DATE COB22 HAS SENT
      *                                          TO THE GENERAL
      *                                          LEDGER, WITH HOW
      *                                          MANY TIMES, WHEN IT
      *                                          WAS FIRST AND LAST
      *                                          SENT, AND THE LAST
      *                                          FILE'S POSTING COUNT
      *                                          AND VALUE HASH
      *                                          TOTAL, KEYED BY
      *                                          GLC-BUS-DATE.
      *                                          WRITTEN BY COB22,
      *                                          WHICH REFUSES A DATE
      *                                          ALREADY ON IT UNLESS
      *                                          A RE-SEND IS ASKED
      *                                          FOR.  COB25 WILL NOT
      *                                          BACK OUT A DATE ON
      *                                          IT.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE GL SEND REGISTER.
      ****************************************************************
           05    GLC-BUS-DATE                     PIC  X(008).
           05    GLC-SEND-COUNT                   PIC  9(003).
           05    GLC-FIRST-SEND-DATE              PIC  X(008).
           05    GLC-LAST-SEND-DATE               PIC  X(008).
           05    GLC-LAST-SEND-TIME               PIC  X(008).
           05    GLC-REC-COUNT                    PIC  9(007).
           05    GLC-VALUE-HASH                   PIC  S9(013)V9(002).
           05    FILLER                           PIC  X(023).
