      *                                          WITH ITS NAME,
      *                                          REGION, ACTIVE/
      *                                          INACTIVE STATUS AND
      *                                          EFFECTIVE DATES,
      *                                          PLUS THE GENERAL-
      *                                          LEDGER ACCOUNT AND
      *                                          COST CENTRE COB22
      *                                          POSTS ITS VALUE TO.
      *                                          MAINTAINED BY COB10;
      *                                          COB1'S UNIT LOOP
      *                                          VALIDATES EVERY
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-09-02  NEW COPYBOOK FOR THE BUSINESS-UNIT MASTER.
      *    2026-10-15  ADDED GL ACCOUNT AND COST CENTRE FROM FILLER.
      ****************************************************************
           05    BUM-BUS-UNIT                    PIC  X(004).
           05    BUM-NAME                        PIC  X(020).
                 88    BUM-INACTIVE                VALUE 'I'.
           05    BUM-EFF-START                   PIC  X(008).
           05    BUM-EFF-END                     PIC  X(008).
           05    BUM-GL-ACCOUNT                  PIC  X(010).
           05    BUM-COST-CENTRE                 PIC  X(006).
           05    FILLER                          PIC  X(019).
