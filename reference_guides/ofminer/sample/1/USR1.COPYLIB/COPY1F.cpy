      *                                          REASON CODES:
      *                                          P001 BLANK RUN-ID,
      *                                          P002-P004 BAD PARM
      *                                          DATE, P005 BUSINESS
      *                                          DATE NOT A
      *                                          PROCESSING DAY ON
      *                                          BUSCAL, P006
      *                                          BUSINESS DATE NOT ON
      *                                          BUSCAL, D001
      *                                          DUPLICATE
      *                                          SUBMISSION (ALL
      *                                          RC=8, RESUBMITTABLE
      *                                          AFTER CORRECTION);
      *    DATE        DESCRIPTION
      *    ----------  ----------------------------------------------
      *    2026-09-02  NEW COPYBOOK FOR THE FAILURE-REASON DATASET.
      *    2026-10-15  ADDED P005/P006 PROCESSING-CALENDAR REFUSALS.
      ****************************************************************
           05    FRR-REASON-CODE                 PIC  X(004).
           05    FRR-RETURN-CODE                 PIC  9(002).
