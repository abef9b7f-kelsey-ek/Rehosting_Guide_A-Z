      ****************************************************************
      *    COPYBOOK.                            COPY1S.
      *    DESCRIPTION.                          SUSPENSE-REC LAYOUT
      *                                          FOR SUSPFIL, THE
      *                                          KEYED SUSPENSE FILE
      *                                          OF ITEMS COB2 AND
      *                                          COB3 REJECTED -- ONE
      *                                          ROW PER RUN-ID/
      *                                          BUSINESS-DATE/UNIT/
      *                                          PROGRAM/ITEM, WITH
      *                                          THE REJECT REASON
      *                                          AND THE REJECTED
      *                                          IMAGE, KEYED BY
      *                                          SUS-REC-KEY.
      *                                          WRITTEN BY COB1;
      *                                          RELEASED OR WRITTEN
      *                                          OFF BY COB12;
      *                                          MARKED RECYCLED BY
      *                                          COB1 ONCE A RELEASED
      *                                          ITEM GOES THROUGH
      *                                          CLEAN; AGED BY COB13.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE REJECTED-ITEM SUSPENSE
      *                FILE.
      ****************************************************************
           05    SUS-REC-KEY.
                 10    SUS-RUN-ID                  PIC  X(008).
                 10    SUS-BUS-DATE                PIC  X(008).
                 10    SUS-BUS-UNIT                PIC  X(004).
                 10    SUS-PGM-NAME                PIC  X(008).
                 10    SUS-ITEM-SEQ                PIC  9(007).
           05    SUS-REASON-CODE                  PIC  X(004).
           05    SUS-STATUS                       PIC  X(001).
                 88    SUS-OPEN                    VALUE 'O'.
                 88    SUS-RELEASED                VALUE 'R'.
                 88    SUS-RECYCLED                VALUE 'C'.
                 88    SUS-WRITTEN-OFF             VALUE 'W'.
           05    SUS-CREATE-DATE                  PIC  X(008).
           05    SUS-STATUS-DATE                  PIC  X(008).
           05    SUS-RECYCLE-DATE                 PIC  X(008).
           05    SUS-REQUESTER                    PIC  X(008).
           05    SUS-REJECT-DATA                  PIC  X(080).
           05    FILLER                           PIC  X(008).
