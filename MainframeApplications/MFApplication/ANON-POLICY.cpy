      ******************************************************************
      * ANON-POLICY.CPY                                                *
      * Site-configurable data-protection retention policy, applied   *
      * by CUSTANON. A closed customer's personal details are kept    *
      * for WS-ANP-RETENTION-YEARS after the close and then replaced  *
      * by the customer's token. Dated file generations (NOTIFY,      *
      * NOTLTR, AUDIT archives) are searched back WS-ANP-SEARCH-YEARS *
      * unless the supervisor names an earlier start date. Personal   *
      * details shorter than WS-ANP-MIN-MATCH characters are only     *
      * replaced where they stand in their own field, never searched  *
      * for in free text.                                              *
      ******************************************************************
       01  WS-ANON-POLICY.
           05  WS-ANP-RETENTION-YEARS   PIC 9(2) VALUE 6.
           05  WS-ANP-SEARCH-YEARS      PIC 9(2) VALUE 15.
           05  WS-ANP-MIN-MATCH         PIC 9(2) VALUE 4.
