       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BACKUP-JOB".
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 BACKUP-PARAMETERS PIC X(256).
       01 PARAMETER-PTR PIC 999.
       01 REPORT-INDEX PIC 99.
       01 REPORT-LINE PIC X(80).
       01 BACKUP-REQUEST.
           03 BACKUP-MODE PIC X(8).
               88 BACKUP-MODE-BACKUP VALUE "BACKUP".
               88 BACKUP-MODE-VERIFY VALUE "VERIFY".
               88 BACKUP-MODE-RESTORE VALUE "RESTORE".
           03 BACKUP-NAME PIC X(40).
           03 BACKUP-SELECTION PIC X(200).
           03 BACKUP-STATUS PIC 99.
               88 BACKUP-OK VALUE 0.
               88 BACKUP-BAD-REQUEST VALUE 10.
               88 BACKUP-REFUSED VALUE 20.
               88 BACKUP-WRITE-ERRORS VALUE 30.
           03 BACKUP-BAD-NAME PIC X(16).
           03 BACKUP-TAKEN-DAY PIC 9(7).
           03 BACKUP-TAKEN-TIME PIC 9(8).
           03 MASTER-ENTRY OCCURS 11 TIMES.
               05 MASTER-NAME PIC X(16).
               05 MASTER-FLAG PIC X.
                   88 MASTER-SELECTED VALUE "Y".
               05 MASTER-STATE PIC X(8).
                   88 MASTER-MATCHED VALUE "OK".
               05 MASTER-RECORDS PIC 9(9).
               05 MASTER-HASH PIC 9(15).
               05 MASTER-SAVED-RECORDS PIC 9(9).
               05 MASTER-SAVED-HASH PIC 9(15).
               05 MASTER-ERRORS PIC 9(6).

       PROCEDURE DIVISION.
           MOVE SPACES TO BACKUP-PARAMETERS.
           ACCEPT BACKUP-PARAMETERS.
           MOVE SPACES TO BACKUP-MODE, BACKUP-NAME, BACKUP-SELECTION.
           MOVE 1 TO PARAMETER-PTR.
           UNSTRING BACKUP-PARAMETERS DELIMITED BY ALL SPACES
                    INTO BACKUP-MODE, BACKUP-NAME
                    WITH POINTER PARAMETER-PTR.
           IF PARAMETER-PTR IS NOT GREATER THAN 256 THEN
               UNSTRING BACKUP-PARAMETERS
                        INTO BACKUP-SELECTION
                        WITH POINTER PARAMETER-PTR.
           IF BACKUP-MODE IS EQUAL TO SPACES THEN
               MOVE "BACKUP" TO BACKUP-MODE.
           CALL "MASTER-BACKUP" USING BACKUP-REQUEST.
           IF BACKUP-BAD-REQUEST THEN
               DISPLAY "MASTER FILE BACKUP. BAD REQUEST " BACKUP-MODE
               IF BACKUP-BAD-NAME IS NOT EQUAL TO SPACES THEN
                   DISPLAY "  NO SUCH MASTER FILE " BACKUP-BAD-NAME
               END-IF
               IF BACKUP-BAD-NAME IS EQUAL TO SPACES AND
                  BACKUP-NAME IS EQUAL TO SPACES THEN
                   DISPLAY "  BACKUP FILE NAME REQUIRED"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "MASTER FILE " BACKUP-MODE " " BACKUP-NAME.
           DISPLAY "  BACKUP TAKEN " BACKUP-TAKEN-DAY " "
                   BACKUP-TAKEN-TIME.
           PERFORM REPORT-MASTER-ENTRY
               VARYING REPORT-INDEX FROM 1 BY 1
               UNTIL REPORT-INDEX IS GREATER THAN 11.
           IF BACKUP-REFUSED THEN
               DISPLAY "CONTROL TOTALS DO NOT MATCH."
               IF BACKUP-MODE-RESTORE THEN
                   DISPLAY "RESTORE REFUSED. NO FILES RELOADED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE IF BACKUP-WRITE-ERRORS THEN
               DISPLAY "RESTORE COMPLETE WITH WRITE ERRORS."
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
       REPORT-MASTER-ENTRY.
           IF MASTER-SELECTED(REPORT-INDEX) THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE,
                      MASTER-NAME(REPORT-INDEX),
                      MASTER-STATE(REPORT-INDEX),
                      " RECORDS " DELIMITED BY SIZE,
                      MASTER-RECORDS(REPORT-INDEX),
                      " HASH " DELIMITED BY SIZE,
                      MASTER-HASH(REPORT-INDEX)
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               IF NOT BACKUP-MODE-BACKUP AND
                  NOT MASTER-MATCHED(REPORT-INDEX) AND
                  MASTER-STATE(REPORT-INDEX) IS NOT EQUAL TO
                  "RESTORED" THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "    TRAILER SAYS RECORDS " DELIMITED BY SIZE,
                          MASTER-SAVED-RECORDS(REPORT-INDEX),
                          " HASH " DELIMITED BY SIZE,
                          MASTER-SAVED-HASH(REPORT-INDEX)
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF MASTER-ERRORS(REPORT-INDEX) IS GREATER THAN ZERO THEN
                   DISPLAY "    ERRORS " MASTER-ERRORS(REPORT-INDEX).
