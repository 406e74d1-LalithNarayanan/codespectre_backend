      ******************************************************************
      * ACCTJRNW.CBL - Account Master Journal Writer                   *
      ******************************************************************
      * Appends one before/after-image entry to the day's account
      * master journal (ACCTJRNL<date>.DAT) for every write of an
      * ACCT.DAT record, the AUDITLOG pattern. The journal is the
      * forward-recovery log ACCTRCV rolls over a BALSNAP generation
      * to rebuild the account master, so every program that adds or
      * rewrites an account record calls this straight after the
      * write succeeds. The entry is stamped with the calendar date
      * and time of the write, not the business date - recovery
      * replays the writes in the order they happened.
      *
      * LINK-ACTION is "A" for an account added (the before-image is
      * passed as spaces) or "U" for an account record updated.
      * LINK-RESULT is "Y" when the entry is written, "E" when the
      * journal cannot be opened or written - the caller reports it,
      * the write to ACCT.DAT itself stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTJRNW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTJRNL-FILE ASSIGN TO WS-JRNL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTJRNL-FILE.
           COPY ACCTJRNL-RECORD
               REPLACING ==WS-ACCTJRNL-RECORD==
               BY ==ACCTJRNL-FILE-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY ACCTJRNL-RECORD.
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-JRNL-FILE-NAME       PIC X(30).
       LINKAGE SECTION.
       01  LINK-JOB-NAME           PIC X(8).
       01  LINK-ACTION             PIC X.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==LINK-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==LINK-AFTER-IMAGE==.
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-JOB-NAME, LINK-ACTION,
               LINK-BEFORE-IMAGE, LINK-AFTER-IMAGE, LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.

           MOVE WS-CURRENT-DATE TO WS-AJ-DATE OF WS-ACCTJRNL-RECORD.
           MOVE WS-TIME-NOW(1:6) TO WS-AJ-TIME OF WS-ACCTJRNL-RECORD.
           MOVE LINK-JOB-NAME TO WS-AJ-JOB-NAME OF WS-ACCTJRNL-RECORD.
           MOVE LINK-ACTION TO WS-AJ-ACTION OF WS-ACCTJRNL-RECORD.
           MOVE WS-ACCT-ID OF LINK-AFTER-IMAGE
               TO WS-AJ-ACCT-ID OF WS-ACCTJRNL-RECORD.
           MOVE LINK-BEFORE-IMAGE
               TO WS-AJ-BEFORE-IMAGE OF WS-ACCTJRNL-RECORD.
           MOVE LINK-AFTER-IMAGE
               TO WS-AJ-AFTER-IMAGE OF WS-ACCTJRNL-RECORD.

           MOVE SPACES TO WS-JRNL-FILE-NAME.
           STRING "ACCTJRNL" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-JRNL-FILE-NAME.

           OPEN EXTEND ACCTJRNL-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE ACCTJRNL-FILE
               OPEN OUTPUT ACCTJRNL-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY WS-JRNL-FILE-NAME " OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
               GO TO END-PROGRAM
           END-IF.

           MOVE WS-ACCTJRNL-RECORD TO ACCTJRNL-FILE-RECORD.
           WRITE ACCTJRNL-FILE-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY WS-JRNL-FILE-NAME " WRITE Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
           END-IF.

           CLOSE ACCTJRNL-FILE.

       END-PROGRAM.
           EXIT PROGRAM.
