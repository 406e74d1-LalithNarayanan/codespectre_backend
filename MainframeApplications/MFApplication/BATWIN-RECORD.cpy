      ******************************************************************
      * BATWIN-RECORD.CPY                                              *
      * Emergency online window during the nightly posting run         *
      * (BATWIN.DAT, one record keyed "EMERGWIN"). Opened and closed   *
      * by a supervisor through BATWMNT; while it is OPEN and short of *
      * its expiry, BATWCHK lets the updating online functions through *
      * and audits each update, counting them here. A window past its  *
      * expiry is closed by the next check, with "EXPIRED" as the      *
      * closing operator.                                              *
      ******************************************************************
       01  WS-BATWIN-RECORD.
           05  WS-BW-KEY                PIC X(8).
           05  WS-BW-STATUS             PIC X(6).
           05  WS-BW-OPENED-BY          PIC X(10).
           05  WS-BW-REASON             PIC X(40).
           05  WS-BW-OPEN-STAMP.
               10  WS-BW-OPEN-DATE      PIC 9(8).
               10  WS-BW-OPEN-TIME      PIC 9(6).
           05  WS-BW-EXPIRY-STAMP.
               10  WS-BW-EXPIRY-DATE    PIC 9(8).
               10  WS-BW-EXPIRY-TIME    PIC 9(6).
           05  WS-BW-CLOSED-BY          PIC X(10).
           05  WS-BW-CLOSE-STAMP.
               10  WS-BW-CLOSE-DATE     PIC 9(8).
               10  WS-BW-CLOSE-TIME     PIC 9(6).
           05  WS-BW-UPDATE-COUNT       PIC 9(7).
