       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MASTER-BACKUP".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-NAME.
           SELECT CHANNELS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHANNEL-NAME.
           SELECT COMMAND-ACL
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-COMMAND.
           SELECT FACTOIDS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACTOID-TERM.
           SELECT VARIABLES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VARIABLE-NAME.
           SELECT MEMOS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMO-KEY.
           SELECT BANS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAN-KEY.
           SELECT IGNORES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IGNORE-MASK.
           SELECT SCHEDULE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-ENTRY-NAME.
           SELECT LAST-SEEN
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEEN-NICK.
           SELECT BF-WORKSPACE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORKSPACE-OWNER.
           SELECT OPTIONAL BACKUP-FILE
               ASSIGN TO BACKUP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD USERS.
       01 USER-RECORD.
           03 USER-NAME PIC X(40).
           03 USER-LEVEL PIC 9(2).
           03 USER-PREFERRED-DELIVERY PIC X.
           03 USER-TRUSTED-MASKS.
               05 USER-TRUSTED-MASK PIC X(60) OCCURS 3 TIMES.
       FD CHANNELS.
       01 CHANNEL-RECORD.
           03 CHANNEL-NAME PIC X(50).
           03 CHANNEL-MIN-OP-LEVEL PIC 9(2).
           03 CHANNEL-MIN-VOICE-LEVEL PIC 9(2).
           03 CHANNEL-AUTOJOIN PIC X.
           03 CHANNEL-BF-CYCLE-CAP PIC 9(8).
       FD COMMAND-ACL.
       01 ACL-RECORD.
           03 ACL-COMMAND PIC X(16).
           03 ACL-MIN-LEVEL PIC 9(2).
       FD FACTOIDS.
       01 FACTOID-RECORD.
           03 FACTOID-TERM PIC X(40).
           03 FACTOID-OWNER PIC X(40).
           03 FACTOID-TEXT PIC X(300).
       FD VARIABLES.
       01 VARIABLE-RECORD.
           03 VARIABLE-NAME PIC X(16).
           03 VARIABLE-OWNER PIC X(40).
           03 VARIABLE-VALUE PIC X(300).
       FD MEMOS.
       01 MEMO-RECORD.
           03 MEMO-KEY.
               05 MEMO-RECIPIENT PIC X(40).
               05 MEMO-SEQ PIC 9(3).
           03 MEMO-SENDER PIC X(40).
           03 MEMO-DAY PIC 9(7).
           03 MEMO-TIME PIC 9(8).
           03 MEMO-TEXT PIC X(300).
       FD BANS.
       01 BAN-RECORD.
           03 BAN-KEY.
               05 BAN-CHANNEL PIC X(50).
               05 BAN-MASK PIC X(60).
           03 BAN-SETTER PIC X(40).
           03 BAN-EXPIRY-DAY PIC 9(7).
       FD IGNORES.
       01 IGNORE-RECORD.
           03 IGNORE-MASK PIC X(60).
           03 IGNORE-SETTER PIC X(40).
           03 IGNORE-EXPIRY-DAY PIC 9(7).
       FD SCHEDULE.
       01 SCHEDULE-RECORD.
           03 SCHEDULE-ENTRY-NAME PIC X(16).
           03 SCHEDULE-TIME-OF-DAY PIC 9(6).
           03 SCHEDULE-REPEAT-SECONDS PIC 9(5).
           03 SCHEDULE-PROGRAM-NAME PIC X(16).
           03 SCHEDULE-CHANNEL PIC X(50).
           03 SCHEDULE-LAST-FIRED PIC 9(6).
           03 SCHEDULE-FIRED-TODAY PIC X.
       FD LAST-SEEN.
       01 SEEN-RECORD.
           03 SEEN-NICK PIC X(40).
           03 SEEN-DAY PIC 9(7).
           03 SEEN-TIME PIC 9(8).
           03 SEEN-CHANNEL PIC X(50).
           03 SEEN-TEXT PIC X(80).
       FD BF-WORKSPACE.
       01 WORKSPACE-RECORD.
           03 WORKSPACE-OWNER PIC X(40).
           03 WORKSPACE-CODE PIC X(999).
           03 WORKSPACE-INPUT PIC X(999).
           03 WORKSPACE-OUTPUT PIC X(999).
           03 WORKSPACE-SAVE-TAPE.
               05 WORKSPACE-SAVE-CELL PIC 999 OCCURS 999 TIMES.
           03 WORKSPACE-SAVE-DATA-PTR PIC 9(4).
           03 WORKSPACE-SAVE-CODE-PTR PIC 9(4).
           03 WORKSPACE-SAVE-FLAG PIC X.
       FD BACKUP-FILE.
       01 BACKUP-RECORD PIC X(6061).

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2).
           88 SUCCESS VALUE 0.
           88 DONE VALUE 99.
       01 BACKUP-FILE-NAME PIC X(40).
       01 MASTER-FILE-NAMES.
           03 FILLER PIC X(16) VALUE "USERS".
           03 FILLER PIC X(16) VALUE "CHANNELS".
           03 FILLER PIC X(16) VALUE "COMMAND-ACL".
           03 FILLER PIC X(16) VALUE "FACTOIDS".
           03 FILLER PIC X(16) VALUE "VARIABLES".
           03 FILLER PIC X(16) VALUE "MEMOS".
           03 FILLER PIC X(16) VALUE "BANS".
           03 FILLER PIC X(16) VALUE "IGNORES".
           03 FILLER PIC X(16) VALUE "SCHEDULE".
           03 FILLER PIC X(16) VALUE "LAST-SEEN".
           03 FILLER PIC X(16) VALUE "BF-WORKSPACE".
       01 MASTER-FILE-TABLE REDEFINES MASTER-FILE-NAMES.
           03 MASTER-FILE-NAME PIC X(16) OCCURS 11 TIMES.
       01 BACKUP-LINE.
           03 BACKUP-LINE-TYPE PIC X.
               88 BACKUP-HEADER VALUE "H".
               88 BACKUP-DETAIL VALUE "D".
               88 BACKUP-TRAILER VALUE "T".
           03 BACKUP-FILE-ID PIC X(16).
           03 BACKUP-DATA PIC X(6044).
           03 BACKUP-HEADER-DATA REDEFINES BACKUP-DATA.
               05 BACKUP-HEADER-DAY PIC 9(7).
               05 BACKUP-HEADER-TIME PIC 9(8).
               05 FILLER PIC X(6029).
           03 BACKUP-TRAILER-DATA REDEFINES BACKUP-DATA.
               05 BACKUP-TRAILER-COUNT PIC 9(9).
               05 BACKUP-TRAILER-HASH PIC 9(15).
               05 FILLER PIC X(6020).
           03 BACKUP-WORDS REDEFINES BACKUP-DATA.
               05 BACKUP-WORD PIC 9(9) COMP-5 OCCURS 1511 TIMES.
       01 BACKUP-WORK.
           03 MASTER-INDEX PIC 99.
           03 MASTER-SCAN PIC 99.
           03 BACKUP-WORD-INDEX PIC 9(4).
           03 RECORD-HASH PIC 9(18).
           03 HASH-SUM PIC 9(18).
           03 HASH-QUOTIENT PIC 9(18).
           03 SELECTION-WORDS.
               05 SELECTION-WORD PIC X(16) OCCURS 11 TIMES.
           03 SELECTION-INDEX PIC 99.
           03 SELECTION-FOUND PIC 99.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING BACKUP-REQUEST.
           MOVE 0 TO BACKUP-STATUS.
           MOVE SPACES TO BACKUP-BAD-NAME.
           MOVE 0 TO BACKUP-TAKEN-DAY, BACKUP-TAKEN-TIME.
           PERFORM RESET-MASTER-ENTRY
               VARYING MASTER-INDEX FROM 1 BY 1
               UNTIL MASTER-INDEX IS GREATER THAN 11.
           PERFORM SELECT-MASTER-FILES.
           IF BACKUP-OK THEN
               IF BACKUP-MODE-BACKUP THEN
                   PERFORM WRITE-BACKUP
               ELSE IF BACKUP-MODE-VERIFY OR BACKUP-MODE-RESTORE THEN
                   IF BACKUP-NAME IS EQUAL TO SPACES THEN
                       MOVE 10 TO BACKUP-STATUS
                   ELSE
                       PERFORM VERIFY-BACKUP
                       IF BACKUP-OK AND BACKUP-MODE-RESTORE THEN
                           PERFORM RESTORE-BACKUP
                       END-IF
                   END-IF
               ELSE
                   MOVE 10 TO BACKUP-STATUS.
           GOBACK.
       RESET-MASTER-ENTRY.
           MOVE MASTER-FILE-NAME(MASTER-INDEX) TO
                MASTER-NAME(MASTER-INDEX).
           MOVE "N" TO MASTER-FLAG(MASTER-INDEX).
           MOVE "MISSING" TO MASTER-STATE(MASTER-INDEX).
           MOVE 0 TO MASTER-RECORDS(MASTER-INDEX),
                     MASTER-HASH(MASTER-INDEX),
                     MASTER-SAVED-RECORDS(MASTER-INDEX),
                     MASTER-SAVED-HASH(MASTER-INDEX),
                     MASTER-ERRORS(MASTER-INDEX).
       SELECT-ALL-MASTERS.
           MOVE "Y" TO MASTER-FLAG(MASTER-INDEX).
       MATCH-MASTER-WORD.
           IF MASTER-NAME(MASTER-INDEX) IS EQUAL TO
              SELECTION-WORD(SELECTION-INDEX) THEN
               MOVE "Y" TO MASTER-FLAG(MASTER-INDEX)
               MOVE MASTER-INDEX TO SELECTION-FOUND.
       SELECT-MASTER-WORD.
           IF SELECTION-WORD(SELECTION-INDEX) IS NOT EQUAL TO SPACES
              THEN
               MOVE 0 TO SELECTION-FOUND
               PERFORM MATCH-MASTER-WORD
                   VARYING MASTER-INDEX FROM 1 BY 1
                   UNTIL MASTER-INDEX IS GREATER THAN 11
               IF SELECTION-FOUND IS EQUAL TO ZERO THEN
                   MOVE 10 TO BACKUP-STATUS
                   MOVE SELECTION-WORD(SELECTION-INDEX) TO
                        BACKUP-BAD-NAME.
       SELECT-MASTER-FILES.
           INSPECT BACKUP-MODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT BACKUP-SELECTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO SELECTION-WORDS.
           UNSTRING BACKUP-SELECTION DELIMITED BY ALL SPACES OR ","
                    INTO SELECTION-WORD(1), SELECTION-WORD(2),
                         SELECTION-WORD(3), SELECTION-WORD(4),
                         SELECTION-WORD(5), SELECTION-WORD(6),
                         SELECTION-WORD(7), SELECTION-WORD(8),
                         SELECTION-WORD(9), SELECTION-WORD(10),
                         SELECTION-WORD(11).
           IF BACKUP-MODE-BACKUP OR
              SELECTION-WORDS IS EQUAL TO SPACES OR
              SELECTION-WORD(1) IS EQUAL TO "ALL" THEN
               PERFORM SELECT-ALL-MASTERS
                   VARYING MASTER-INDEX FROM 1 BY 1
                   UNTIL MASTER-INDEX IS GREATER THAN 11
           ELSE
               PERFORM SELECT-MASTER-WORD
                   VARYING SELECTION-INDEX FROM 1 BY 1
                   UNTIL SELECTION-INDEX IS GREATER THAN 11.
       ADD-BACKUP-WORD.
           ADD BACKUP-WORD(BACKUP-WORD-INDEX) TO RECORD-HASH.
       ADD-RECORD-HASH.
           MOVE 0 TO RECORD-HASH.
           PERFORM ADD-BACKUP-WORD
               VARYING BACKUP-WORD-INDEX FROM 1 BY 1
               UNTIL BACKUP-WORD-INDEX IS GREATER THAN 1511.
           COMPUTE HASH-SUM = MASTER-HASH(MASTER-INDEX) + RECORD-HASH.
           DIVIDE HASH-SUM BY 1000000000000000
               GIVING HASH-QUOTIENT
               REMAINDER MASTER-HASH(MASTER-INDEX).
       OPEN-MASTER-INPUT.
           IF MASTER-INDEX IS EQUAL TO 1 THEN
               OPEN INPUT USERS
           ELSE IF MASTER-INDEX IS EQUAL TO 2 THEN
               OPEN INPUT CHANNELS
           ELSE IF MASTER-INDEX IS EQUAL TO 3 THEN
               OPEN INPUT COMMAND-ACL
           ELSE IF MASTER-INDEX IS EQUAL TO 4 THEN
               OPEN INPUT FACTOIDS
           ELSE IF MASTER-INDEX IS EQUAL TO 5 THEN
               OPEN INPUT VARIABLES
           ELSE IF MASTER-INDEX IS EQUAL TO 6 THEN
               OPEN INPUT MEMOS
           ELSE IF MASTER-INDEX IS EQUAL TO 7 THEN
               OPEN INPUT BANS
           ELSE IF MASTER-INDEX IS EQUAL TO 8 THEN
               OPEN INPUT IGNORES
           ELSE IF MASTER-INDEX IS EQUAL TO 9 THEN
               OPEN INPUT SCHEDULE
           ELSE IF MASTER-INDEX IS EQUAL TO 10 THEN
               OPEN INPUT LAST-SEEN
           ELSE
               OPEN INPUT BF-WORKSPACE.
       OPEN-MASTER-OUTPUT.
           IF MASTER-INDEX IS EQUAL TO 1 THEN
               OPEN OUTPUT USERS
           ELSE IF MASTER-INDEX IS EQUAL TO 2 THEN
               OPEN OUTPUT CHANNELS
           ELSE IF MASTER-INDEX IS EQUAL TO 3 THEN
               OPEN OUTPUT COMMAND-ACL
           ELSE IF MASTER-INDEX IS EQUAL TO 4 THEN
               OPEN OUTPUT FACTOIDS
           ELSE IF MASTER-INDEX IS EQUAL TO 5 THEN
               OPEN OUTPUT VARIABLES
           ELSE IF MASTER-INDEX IS EQUAL TO 6 THEN
               OPEN OUTPUT MEMOS
           ELSE IF MASTER-INDEX IS EQUAL TO 7 THEN
               OPEN OUTPUT BANS
           ELSE IF MASTER-INDEX IS EQUAL TO 8 THEN
               OPEN OUTPUT IGNORES
           ELSE IF MASTER-INDEX IS EQUAL TO 9 THEN
               OPEN OUTPUT SCHEDULE
           ELSE IF MASTER-INDEX IS EQUAL TO 10 THEN
               OPEN OUTPUT LAST-SEEN
           ELSE
               OPEN OUTPUT BF-WORKSPACE.
       CLOSE-MASTER-FILE.
           IF MASTER-INDEX IS EQUAL TO 1 THEN
               CLOSE USERS
           ELSE IF MASTER-INDEX IS EQUAL TO 2 THEN
               CLOSE CHANNELS
           ELSE IF MASTER-INDEX IS EQUAL TO 3 THEN
               CLOSE COMMAND-ACL
           ELSE IF MASTER-INDEX IS EQUAL TO 4 THEN
               CLOSE FACTOIDS
           ELSE IF MASTER-INDEX IS EQUAL TO 5 THEN
               CLOSE VARIABLES
           ELSE IF MASTER-INDEX IS EQUAL TO 6 THEN
               CLOSE MEMOS
           ELSE IF MASTER-INDEX IS EQUAL TO 7 THEN
               CLOSE BANS
           ELSE IF MASTER-INDEX IS EQUAL TO 8 THEN
               CLOSE IGNORES
           ELSE IF MASTER-INDEX IS EQUAL TO 9 THEN
               CLOSE SCHEDULE
           ELSE IF MASTER-INDEX IS EQUAL TO 10 THEN
               CLOSE LAST-SEEN
           ELSE
               CLOSE BF-WORKSPACE.
       READ-MASTER-RECORD.
           IF MASTER-INDEX IS EQUAL TO 1 THEN
               READ USERS NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 2 THEN
               READ CHANNELS NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 3 THEN
               READ COMMAND-ACL NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 4 THEN
               READ FACTOIDS NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 5 THEN
               READ VARIABLES NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 6 THEN
               READ MEMOS NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 7 THEN
               READ BANS NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 8 THEN
               READ IGNORES NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 9 THEN
               READ SCHEDULE NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE IF MASTER-INDEX IS EQUAL TO 10 THEN
               READ LAST-SEEN NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ
           ELSE
               READ BF-WORKSPACE NEXT RECORD INTO BACKUP-DATA
                   AT END MOVE 99 TO STATE
               END-READ.
       WRITE-MASTER-RECORD.
           IF MASTER-INDEX IS EQUAL TO 1 THEN
               WRITE USER-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 2 THEN
               WRITE CHANNEL-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 3 THEN
               WRITE ACL-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 4 THEN
               WRITE FACTOID-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 5 THEN
               WRITE VARIABLE-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 6 THEN
               WRITE MEMO-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 7 THEN
               WRITE BAN-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 8 THEN
               WRITE IGNORE-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 9 THEN
               WRITE SCHEDULE-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE IF MASTER-INDEX IS EQUAL TO 10 THEN
               WRITE SEEN-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE
           ELSE
               WRITE WORKSPACE-RECORD FROM BACKUP-DATA
                   INVALID KEY ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
               END-WRITE.
       UNLOAD-MASTER-RECORD.
           MOVE SPACES TO BACKUP-LINE.
           PERFORM READ-MASTER-RECORD.
           IF NOT DONE THEN
               MOVE "D" TO BACKUP-LINE-TYPE
               MOVE MASTER-NAME(MASTER-INDEX) TO BACKUP-FILE-ID
               ADD 1 TO MASTER-RECORDS(MASTER-INDEX)
               PERFORM ADD-RECORD-HASH
               WRITE BACKUP-RECORD FROM BACKUP-LINE.
       UNLOAD-MASTER-FILE.
           MOVE SPACES TO BACKUP-LINE.
           MOVE "H" TO BACKUP-LINE-TYPE.
           MOVE MASTER-NAME(MASTER-INDEX) TO BACKUP-FILE-ID.
           MOVE BACKUP-TAKEN-DAY TO BACKUP-HEADER-DAY.
           MOVE BACKUP-TAKEN-TIME TO BACKUP-HEADER-TIME.
           WRITE BACKUP-RECORD FROM BACKUP-LINE.
           PERFORM OPEN-MASTER-INPUT.
           MOVE 0 TO STATE.
           PERFORM UNLOAD-MASTER-RECORD UNTIL DONE.
           MOVE 0 TO STATE.
           PERFORM CLOSE-MASTER-FILE.
           MOVE SPACES TO BACKUP-LINE.
           MOVE "T" TO BACKUP-LINE-TYPE.
           MOVE MASTER-NAME(MASTER-INDEX) TO BACKUP-FILE-ID.
           MOVE MASTER-RECORDS(MASTER-INDEX) TO BACKUP-TRAILER-COUNT,
                MASTER-SAVED-RECORDS(MASTER-INDEX).
           MOVE MASTER-HASH(MASTER-INDEX) TO BACKUP-TRAILER-HASH,
                MASTER-SAVED-HASH(MASTER-INDEX).
           WRITE BACKUP-RECORD FROM BACKUP-LINE.
           MOVE "SAVED" TO MASTER-STATE(MASTER-INDEX).
       WRITE-BACKUP.
           ACCEPT BACKUP-TAKEN-DAY FROM DAY YYYYDDD.
           ACCEPT BACKUP-TAKEN-TIME FROM TIME.
           IF BACKUP-NAME IS EQUAL TO SPACES THEN
               STRING "MASTER-BACKUP-" DELIMITED BY SIZE,
                      BACKUP-TAKEN-DAY
                      INTO BACKUP-NAME.
           MOVE BACKUP-NAME TO BACKUP-FILE-NAME.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM UNLOAD-MASTER-FILE
               VARYING MASTER-INDEX FROM 1 BY 1
               UNTIL MASTER-INDEX IS GREATER THAN 11.
           CLOSE BACKUP-FILE.
       MATCH-MASTER-ENTRY.
           IF MASTER-NAME(MASTER-SCAN) IS EQUAL TO BACKUP-FILE-ID THEN
               MOVE MASTER-SCAN TO MASTER-INDEX.
       FIND-MASTER-ENTRY.
           MOVE 0 TO MASTER-INDEX.
           PERFORM MATCH-MASTER-ENTRY
               VARYING MASTER-SCAN FROM 1 BY 1
               UNTIL MASTER-SCAN IS GREATER THAN 11
                  OR MASTER-INDEX IS GREATER THAN ZERO.
       CHECK-MASTER-TRAILER.
           MOVE BACKUP-TRAILER-COUNT TO
                MASTER-SAVED-RECORDS(MASTER-INDEX).
           MOVE BACKUP-TRAILER-HASH TO MASTER-SAVED-HASH(MASTER-INDEX).
           IF MASTER-RECORDS(MASTER-INDEX) IS EQUAL TO
              MASTER-SAVED-RECORDS(MASTER-INDEX) AND
              MASTER-HASH(MASTER-INDEX) IS EQUAL TO
              MASTER-SAVED-HASH(MASTER-INDEX) AND
              MASTER-ERRORS(MASTER-INDEX) IS EQUAL TO ZERO THEN
               MOVE "OK" TO MASTER-STATE(MASTER-INDEX)
           ELSE
               MOVE "MISMATCH" TO MASTER-STATE(MASTER-INDEX).
       VERIFY-BACKUP-RECORD.
           READ BACKUP-FILE INTO BACKUP-LINE
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF BACKUP-HEADER THEN
                   PERFORM FIND-MASTER-ENTRY
                   IF MASTER-INDEX IS GREATER THAN ZERO THEN
                       MOVE 0 TO MASTER-RECORDS(MASTER-INDEX),
                                 MASTER-HASH(MASTER-INDEX),
                                 MASTER-ERRORS(MASTER-INDEX)
                       MOVE "OPEN" TO MASTER-STATE(MASTER-INDEX)
                       MOVE BACKUP-HEADER-DAY TO BACKUP-TAKEN-DAY
                       MOVE BACKUP-HEADER-TIME TO BACKUP-TAKEN-TIME
                   END-IF
               ELSE IF BACKUP-DETAIL AND
                       MASTER-INDEX IS GREATER THAN ZERO THEN
                   IF BACKUP-FILE-ID IS NOT EQUAL TO
                      MASTER-NAME(MASTER-INDEX) THEN
                       ADD 1 TO MASTER-ERRORS(MASTER-INDEX)
                   END-IF
                   ADD 1 TO MASTER-RECORDS(MASTER-INDEX)
                   PERFORM ADD-RECORD-HASH
               ELSE IF BACKUP-TRAILER AND
                       MASTER-INDEX IS GREATER THAN ZERO THEN
                   PERFORM CHECK-MASTER-TRAILER
                   MOVE 0 TO MASTER-INDEX.
       CHECK-MASTER-TOTALS.
           IF MASTER-SELECTED(MASTER-SCAN) AND
              NOT MASTER-MATCHED(MASTER-SCAN) THEN
               MOVE 20 TO BACKUP-STATUS.
       VERIFY-BACKUP.
           MOVE BACKUP-NAME TO BACKUP-FILE-NAME.
           OPEN INPUT BACKUP-FILE.
           MOVE 0 TO MASTER-INDEX.
           MOVE 0 TO STATE.
           PERFORM VERIFY-BACKUP-RECORD UNTIL DONE.
           MOVE 0 TO STATE.
           CLOSE BACKUP-FILE.
           PERFORM CHECK-MASTER-TOTALS
               VARYING MASTER-SCAN FROM 1 BY 1
               UNTIL MASTER-SCAN IS GREATER THAN 11.
       RESTORE-BACKUP-RECORD.
           READ BACKUP-FILE INTO BACKUP-LINE
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF BACKUP-HEADER THEN
                   PERFORM FIND-MASTER-ENTRY
                   IF MASTER-INDEX IS GREATER THAN ZERO THEN
                       IF MASTER-SELECTED(MASTER-INDEX) THEN
                           PERFORM OPEN-MASTER-OUTPUT
                       ELSE
                           MOVE 0 TO MASTER-INDEX
                       END-IF
                   END-IF
               ELSE IF BACKUP-DETAIL AND
                       MASTER-INDEX IS GREATER THAN ZERO THEN
                   PERFORM WRITE-MASTER-RECORD
               ELSE IF BACKUP-TRAILER AND
                       MASTER-INDEX IS GREATER THAN ZERO THEN
                   PERFORM CLOSE-MASTER-FILE
                   MOVE "RESTORED" TO MASTER-STATE(MASTER-INDEX)
                   IF MASTER-ERRORS(MASTER-INDEX) IS GREATER THAN ZERO
                      THEN
                       MOVE 30 TO BACKUP-STATUS
                   END-IF
                   MOVE 0 TO MASTER-INDEX.
       RESTORE-BACKUP.
           OPEN INPUT BACKUP-FILE.
           MOVE 0 TO MASTER-INDEX.
           MOVE 0 TO STATE.
           PERFORM RESTORE-BACKUP-RECORD UNTIL DONE.
           MOVE 0 TO STATE.
           CLOSE BACKUP-FILE.
