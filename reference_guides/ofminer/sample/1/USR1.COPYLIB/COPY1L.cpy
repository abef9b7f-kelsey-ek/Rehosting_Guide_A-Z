      ****************************************************************
      *    COPYBOOK.                            COPY1L.
      *    DESCRIPTION.                          GL-INTF-REC LAYOUT
      *                                          FOR GLEXTR, THE
      *                                          GENERAL-LEDGER
      *                                          INTERFACE FILE COB22
      *                                          WRITES FOR ONE
      *                                          BUSINESS DATE -- A
      *                                          HEADER, ONE POSTING
      *                                          PER OFILE1X UNIT ROW
      *                                          (UNIT'S VALUE TOTAL
      *                                          AGAINST ITS BUMAST
      *                                          GL ACCOUNT AND COST
      *                                          CENTRE), THEN A
      *                                          TRAILER WITH THE
      *                                          POSTING COUNT AND
      *                                          THE HASH TOTAL OF
      *                                          THE POSTED VALUES.
      *                                          RECORD TYPE SELECTS
      *                                          THE LAYOUT.  A
      *                                          RE-SENT DATE CARRIES
      *                                          SEND TYPE R ON THE
      *                                          HEADER SO THE LEDGER
      *                                          REPLACES THE EARLIER
      *                                          FILE.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE GL INTERFACE FILE.
      ****************************************************************
           05    GLI-REC-TYPE                    PIC  X(001).
                 88    GLI-REC-IS-HEADER           VALUE 'H'.
                 88    GLI-REC-IS-POSTING          VALUE 'D'.
                 88    GLI-REC-IS-TRAILER          VALUE 'T'.
           05    GLI-HDR-AREA.
                 10    GLI-HDR-BUS-DATE            PIC  X(008).
                 10    GLI-HDR-CREATE-DATE         PIC  X(008).
                 10    GLI-HDR-CREATE-TIME         PIC  X(008).
                 10    GLI-HDR-SEND-TYPE           PIC  X(001).
                       88    GLI-HDR-ORIGINAL      VALUE 'O'.
                       88    GLI-HDR-RESEND        VALUE 'R'.
                 10    GLI-HDR-SEND-NUMBER         PIC  9(003).
                 10    GLI-HDR-SOURCE              PIC  X(008).
                 10    FILLER                     PIC  X(043).
           05    GLI-DTL-AREA  REDEFINES GLI-HDR-AREA.
                 10    GLI-DTL-BUS-DATE            PIC  X(008).
                 10    GLI-DTL-RUN-ID              PIC  X(008).
                 10    GLI-DTL-BUS-UNIT            PIC  X(004).
                 10    GLI-DTL-GL-ACCOUNT          PIC  X(010).
                 10    GLI-DTL-COST-CENTRE         PIC  X(006).
                 10    GLI-DTL-AMOUNT              PIC  S9(011)V9(002).
                 10    FILLER                     PIC  X(030).
           05    GLI-TRL-AREA  REDEFINES GLI-HDR-AREA.
                 10    GLI-TRL-BUS-DATE            PIC  X(008).
                 10    GLI-TRL-REC-COUNT           PIC  9(007).
                 10    GLI-TRL-VALUE-HASH          PIC  S9(013)V9(002).
                 10    FILLER                     PIC  X(049).
