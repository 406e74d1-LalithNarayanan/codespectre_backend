      ******************************************************************
      * BRANCH-POLICY.CPY                                              *
      * Site-configurable branch settings. The head office branch is   *
      * the home of every customer, account and operator record with a *
      * blank branch - records created before branches existed - so    *
      * they stay visible to head office clerks and are reported under *
      * head office until they are assigned. The head office branch    *
      * must be on BRANCH.DAT. Supervisors work every branch under the *
      * head-office override; clerks are held to their own branch.     *
      * The branch subtotal tables in the reports hold                 *
      * WS-BRP-MAX-BRANCHES branches - further branches are reported   *
      * in the grand totals only.                                      *
      ******************************************************************
       01  WS-BRANCH-POLICY.
           05  WS-BRP-HEAD-OFFICE       PIC X(4) VALUE "0001".
           05  WS-BRP-MAX-BRANCHES      PIC 9(3) VALUE 50.
