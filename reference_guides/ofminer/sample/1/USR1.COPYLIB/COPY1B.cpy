      *                                          DATE PAIRS COB8 LOOPS
      *                                          OVER TO SUBMIT ONE
      *                                          COB1PROC JOB PER PAIR.
      *                                          WRITTEN EACH EVENING
      *                                          BY COB18 FROM THE
      *                                          SCHDMST SCHEDULE
      *                                          MASTER.  BLANK OR
      *                                          ZERO SLA ON A HAND-
      *                                          KEYED PAIR LEAVES
      *                                          COB1PROC'S DEFAULT.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-08-21  NEW COPYBOOK FOR THE BATCH-WINDOW DRIVER FILE.
      *    2026-10-15  ADDED BTP-SLA-THRESHOLD, CARRIED FROM SCHDMST
      *                BY COB18 AND PASSED ON BY COB8 AS COB1PROC'S
      *                SLA= SYMBOLIC.
      ****************************************************************
           05    BTP-RUN-ID                      PIC  X(008).
           05    BTP-BUS-DATE                    PIC  X(008).
           05    BTP-SLA-THRESHOLD               PIC  X(006).
           05    FILLER                          PIC  X(058).
