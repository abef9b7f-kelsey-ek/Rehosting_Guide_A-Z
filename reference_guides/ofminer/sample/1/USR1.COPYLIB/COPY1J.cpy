      ****************************************************************
      *    COPYBOOK.                            COPY1J.
      *    DESCRIPTION.                          BUM-JRNL-REC LAYOUT
      *                                          FOR BUMJRNL, THE
      *                                          KEYED BUMAST CHANGE
      *                                          JOURNAL -- ONE RECORD
      *                                          PER CARD COB10
      *                                          APPLIES, WITH THE
      *                                          CARD ACTION, THE
      *                                          REQUESTER ID FROM THE
      *                                          CARD, AND THE UNIT'S
      *                                          BUMAST RECORD BEFORE
      *                                          AND AFTER THE CHANGE
      *                                          (BEFORE IMAGE SPACES
      *                                          ON AN ADD, AFTER
      *                                          IMAGE SPACES ON A
      *                                          DELETE).  KEYED BY
      *                                          UNIT, THEN THE COB10
      *                                          RUN STAMP (DATE AND
      *                                          TIME THE RUN
      *                                          STARTED, SHARED BY
      *                                          EVERY CARD OF ONE
      *                                          DECK), THEN CARD
      *                                          SEQUENCE, SO A
      *                                          SEQUENTIAL READ
      *                                          GIVES EACH UNIT'S
      *                                          CHANGES IN THE ORDER
      *                                          THEY WERE MADE.
      *                                          WRITTEN BY COB10;
      *                                          READ BY COB19 FOR THE
      *                                          CHANGE REPORT AND BY
      *                                          COB20 TO REVERSE ONE
      *                                          RUN STAMP'S DECK.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-10-15  NEW COPYBOOK FOR THE BUMAST CHANGE JOURNAL.
      ****************************************************************
           05    JRN-REC-KEY.
                 10    JRN-BUS-UNIT               PIC  X(004).
                 10    JRN-RUN-STAMP.
                       15    JRN-RUN-DATE         PIC  X(008).
                       15    JRN-RUN-TIME         PIC  X(008).
                 10    JRN-CARD-SEQ               PIC  9(005).
           05    JRN-ACTION                      PIC  X(001).
                 88    JRN-ACTION-ADD              VALUE 'A'.
                 88    JRN-ACTION-UPDATE           VALUE 'U'.
                 88    JRN-ACTION-DELETE           VALUE 'D'.
           05    JRN-REQUESTER                   PIC  X(008).
           05    JRN-BEFORE-IMAGE                PIC  X(080).
           05    JRN-AFTER-IMAGE                 PIC  X(080).
           05    FILLER                          PIC  X(006).
