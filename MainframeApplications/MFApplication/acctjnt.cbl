      ******************************************************************
      * ACCTJNT.CBL - Joint Holder Lookup                              *
      ******************************************************************
      * Returns the further holders of one account who receive what
      * the owner receives - every primary ("P") or joint ("J") link
      * on ACCTREL.DAT other than the owner on WS-ACCT-CUST-ID - so
      * execution notifications and statements reach every joint
      * holder, not just the primary. Attorneys and view-only links
      * are not holders and are not returned.
      * LINK-REL-RESULT: "Y" = the list is complete (it may be
      * empty), "E" = the relationship file exists but could not be
      * read - the list is empty and the caller says so; the open is
      * retried on the next call. The file is opened on first use
      * and kept open for the activation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTJNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AR-KEY OF ACCTREL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCTREL-FILE.
               COPY ACCTREL-RECORD
                   REPLACING ==WS-ACCTREL-RECORD==
                   BY ==ACCTREL-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet opened, "Y" = open, "U" = no relationship file
      * on the system.
       01  WS-FILE-STATE           PIC X VALUE "N".
       01  WS-SCAN-DONE            PIC X.
       LINKAGE SECTION.
       01  LINK-ACCT-ID            PIC X(15).
       01  LINK-ACCT-OWNER         PIC X(10).
           COPY JOINT-HOLDERS
               REPLACING ==WS-JOINT-HOLDERS==
               BY ==LINK-JOINT-HOLDERS==.
       01  LINK-REL-RESULT         PIC X.
       PROCEDURE DIVISION USING LINK-ACCT-ID, LINK-ACCT-OWNER,
               LINK-JOINT-HOLDERS, LINK-REL-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-REL-RESULT.
           MOVE ZERO TO WS-JH-COUNT OF LINK-JOINT-HOLDERS.
           MOVE "N" TO WS-JH-OVERFLOW OF LINK-JOINT-HOLDERS.

           IF WS-FILE-STATE = "N"
               OPEN INPUT ACCTREL-FILE
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FILE-STATE
                   WHEN "35"
                       MOVE "U" TO WS-FILE-STATE
                   WHEN OTHER
                       DISPLAY "ACCTJNT - ACCTREL.DAT OPEN "
                           "Error, Status: " WS-FILE-STATUS
                           " - joint holders cannot be listed."
                       MOVE "E" TO LINK-REL-RESULT
                       GO TO END-PROGRAM
               END-EVALUATE
           END-IF.
           IF WS-FILE-STATE = "U"
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-ACCT-ID TO WS-AR-ACCT-ID OF ACCTREL-RECORD.
           MOVE SPACES TO WS-AR-CUST-ID OF ACCTREL-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START ACCTREL-FILE
               KEY NOT < WS-AR-KEY OF ACCTREL-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ ACCTREL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-AR-ACCT-ID OF ACCTREL-RECORD NOT =
                          LINK-ACCT-ID
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           PERFORM COLLECT-ONE-HOLDER
                               THRU COLLECT-ONE-HOLDER-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       END-PROGRAM.
           EXIT PROGRAM.

       COLLECT-ONE-HOLDER.
           IF WS-AR-CUST-ID OF ACCTREL-RECORD = LINK-ACCT-OWNER
               GO TO COLLECT-ONE-HOLDER-EXIT
           END-IF.
           IF WS-AR-ROLE OF ACCTREL-RECORD NOT = "P" AND
              WS-AR-ROLE OF ACCTREL-RECORD NOT = "J"
               GO TO COLLECT-ONE-HOLDER-EXIT
           END-IF.
           IF WS-JH-COUNT OF LINK-JOINT-HOLDERS < 10
               ADD 1 TO WS-JH-COUNT OF LINK-JOINT-HOLDERS
               MOVE WS-AR-CUST-ID OF ACCTREL-RECORD TO
                   WS-JH-CUST-ID OF LINK-JOINT-HOLDERS
                   (WS-JH-COUNT OF LINK-JOINT-HOLDERS)
           ELSE
               MOVE "Y" TO WS-JH-OVERFLOW OF LINK-JOINT-HOLDERS
           END-IF.
       COLLECT-ONE-HOLDER-EXIT.
           EXIT.
