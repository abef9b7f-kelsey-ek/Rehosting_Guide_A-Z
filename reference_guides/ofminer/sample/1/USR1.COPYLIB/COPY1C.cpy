      *                                          COB2 AND COB3 EACH
      *                                          ADD THEIR OWN COUNTS
      *                                          AND VALUE INTO THEM.
      *                                          COB2 AND COB3 ALSO
      *                                          HAND BACK EACH
      *                                          REJECTED ITEM IN THE
      *                                          REJECT TABLE FOR
      *                                          COB1 TO WRITE TO
      *                                          SUSPFIL; COB1 HANDS
      *                                          DOWN RELEASED
      *                                          SUSPENSE ITEMS IN THE
      *                                          RECYCLE TABLE FOR
      *                                          COB2 TO RE-PROCESS
      *                                          AHEAD OF ITS NORMAL
      *                                          INPUT.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    2026-09-02  NEW COPYBOOK -- LAYOUT LIFTED OUT OF COB1'S
      *                WORKING-STORAGE SO COB2/COB3 SHARE IT, WITH
      *                THE PER-UNIT PROCESSING FIGURES ADDED.
      *    2026-10-15  REJECT TABLE (UP TO 100 ITEMS PER CALL, ITEM
      *                SEQUENCE/REASON/IMAGE, OVERFLOW COUNT) AND
      *                RECYCLE TABLE (UP TO 100 RELEASED ITEMS PER
      *                UNIT) ADDED FOR THE SUSPENSE FILE.  COB1 ZEROES
      *                WK-CTL-REJ-COUNT AND WK-CTL-REJ-OVERFLOW BEFORE
      *                EVERY COB2/COB3 CALL.  THE ITEM SEQUENCE IS THE
      *                ITEM'S POSITION IN THE CALLED PROGRAM'S INPUT,
      *                SO A RE-DRIVEN UNIT REJECTS AN ITEM UNDER THE
      *                SAME SEQUENCE IT HAD THE FIRST TIME.
      ****************************************************************
           05    WK-CTL-RETURN-CODE              PIC  S9(04) COMP.
           05    WK-CTL-RUN-ID                   PIC  X(008).
           05    WK-CTL-REC-PROCESSED            PIC  9(009).
           05    WK-CTL-REC-REJECTED             PIC  9(009).
           05    WK-CTL-VALUE-TOTAL              PIC  S9(009)V9(002).
           05    WK-CTL-REJ-COUNT                PIC  9(004) COMP.
           05    WK-CTL-REJ-OVERFLOW             PIC  9(009).
           05    WK-CTL-REJ-ENTRY                OCCURS 100 TIMES.
                 10    WK-CTL-REJ-ITEM-SEQ         PIC  9(007).
                 10    WK-CTL-REJ-REASON           PIC  X(004).
                 10    WK-CTL-REJ-DATA             PIC  X(080).
           05    WK-CTL-RCY-COUNT                PIC  9(004) COMP.
           05    WK-CTL-RCY-ENTRY                OCCURS 100 TIMES.
                 10    WK-CTL-RCY-ORIG-DATE        PIC  X(008).
                 10    WK-CTL-RCY-ITEM-SEQ         PIC  9(007).
                 10    WK-CTL-RCY-DATA             PIC  X(080).
