      ******************************************************************
      * XBRET-POLICY.CPY                                               *
      * Site-configurable terms of the central bank's monthly return   *
      * of cross-border payments (XBRETURN). A payment is cross-border *
      * when the counterparty bank's country on BANKDIR.DAT is not our *
      * own; it is reported when its amount, converted into the       *
      * reporting currency at the rates in force on its pay date, is   *
      * above the reporting threshold.                                 *
      ******************************************************************
       01  WS-XBRET-POLICY.
           05  WS-XP-HOME-COUNTRY       PIC X(2) VALUE "GB".
           05  WS-XP-REPORT-CCY         PIC X(3) VALUE "GBP".
           05  WS-XP-THRESHOLD          PIC 9(10)V99 VALUE 10000.00.
