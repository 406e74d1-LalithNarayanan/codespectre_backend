      ******************************************************************
      * WATCHLST-RECORD.CPY                                            *
      * Sanctions watch-list entry (WATCHLST.DAT), rebuilt by SANCLOAD *
      * from the compliance feed and screened by SANCCHK. The value is *
      * held in upper case. WS-WL-TYPE:                                *
      *   "N" = listed name - a screened name containing it is a hit;  *
      *   "B" = listed bank ID - a screened bank ID equal to it is a   *
      *         hit.                                                   *
      * WS-WL-LIST-REF is the feed's own reference for the listing,    *
      * carried onto the compliance hold so the officer can look the   *
      * entry up.                                                      *
      ******************************************************************
       01  WS-WATCHLST-RECORD.
           05  WS-WL-KEY.
               10  WS-WL-TYPE        PIC X.
               10  WS-WL-VALUE       PIC X(40).
           05  WS-WL-LIST-REF        PIC X(20).
           05  WS-WL-LOAD-DATE       PIC 9(8).
