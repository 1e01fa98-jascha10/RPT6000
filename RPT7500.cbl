      *
      * MODIFICATION HISTORY:
      * 09/02/2026 JS  Initial version.
      * 10/15/2026 JS  Captions for the billing-load postings
      *                ("BILLED") and year-end rollover ("YR-END")
      *                the customer-change audit file now carries.
      * 10/15/2026 JS  Caption for the customer merge ("MERGED").
      ****************************************************************

       ENVIRONMENT DIVISION.
               WHEN AU-CHANGE    MOVE "CHANGE" TO ACTION-CAPTION
               WHEN AU-DELETE    MOVE "DELETE" TO ACTION-CAPTION
               WHEN AU-REINSTATE MOVE "REINST" TO ACTION-CAPTION
               WHEN AU-BILLING-POST
                                 MOVE "BILLED" TO ACTION-CAPTION
               WHEN AU-YEAR-END-ROLL
                                 MOVE "YR-END" TO ACTION-CAPTION
               WHEN AU-MERGE     MOVE "MERGED" TO ACTION-CAPTION
               WHEN OTHER
                   MOVE AU-ACTION-CODE TO ACTION-CAPTION
           END-EVALUATE.
