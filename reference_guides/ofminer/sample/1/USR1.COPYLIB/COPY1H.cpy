      *                                          BY THE COB4
      *                                          HOUSEKEEPING PASS;
      *                                          READ BY THE COB5 AND
      *                                          COB6 REPORTS.  A
      *                                          CALL WHOSE RUN COB25
      *                                          BACKED OUT IS KEPT,
      *                                          MARKED WITH THE
      *                                          BACK-OUT FLAG AND
      *                                          DATE, UNTIL A RERUN'S
      *                                          CALL REPLACES IT.
      *                                          EVERY READER (COB5,
      *                                          COB6, COB21) MUST
      *                                          IGNORE A MARKED ROW
      *                                          AS IF IT WERE NOT
      *                                          ON FILE.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-09-02  NEW COPYBOOK FOR THE AUDIT HISTORY KSDS.
      *    2026-10-15  ADDED BACK-OUT FLAG AND DATE FROM FILLER.
      ****************************************************************
           05    AUH-REC-KEY.
                 10    AUH-RUN-ID                  PIC  X(008).
           05    AUH-END-DATE                     PIC  X(008).
           05    AUH-END-TIME                     PIC  X(008).
           05    AUH-COMPL-STATUS                 PIC  X(001).
           05    AUH-BACKOUT-FLAG                 PIC  X(001).
                 88    AUH-BACKED-OUT              VALUE 'B'.
           05    AUH-BACKOUT-DATE                 PIC  X(008).
           05    FILLER                           PIC  X(010).
