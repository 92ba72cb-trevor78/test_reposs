       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGRAM-XREF".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-INDEX
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME OF INDEX-ENTRY.
           SELECT PROGRAM-CODE
               ASSIGN TO DISK
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PROGRAM-IP.
           SELECT SCHEDULE
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-ENTRY-NAME.
           SELECT COMMAND-ACL
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-COMMAND.
           SELECT VARIABLES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VARIABLE-NAME.
           SELECT TRIGGERS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRIGGER-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD PROGRAM-INDEX.
       01 INDEX-ENTRY.
          03 NAME PIC X(16).
          03 ADDR PIC 999.
       FD PROGRAM-CODE.
       01 PROGRAM-RECORD.
           03 INSTRUCTION.
               05 IN-REG PIC 9.
                   88 INPUT-FROM-RECORD VALUE 9.
               05 OUT-REG PIC 9.
               05 INTERPRETER PIC X(6).
               05 INSTRUCTION-CODE PIC X(991).
               05 VM-INSTRUCTION REDEFINES INSTRUCTION-CODE.
                   07 CYCLE-LIMIT PIC 9(8).
                   07 VM-CODE PIC X(983).
           03 RAW-INSTRUCTION REDEFINES INSTRUCTION PIC X(999).
           03 PREV-IP PIC 999.
           03 NEXT-IP PIC 999.
       FD SCHEDULE.
       01 SCHEDULE-RECORD.
           03 SCHEDULE-ENTRY-NAME PIC X(16).
           03 SCHEDULE-TIME-OF-DAY PIC 9(6).
           03 SCHEDULE-TOD-COMPONENTS REDEFINES SCHEDULE-TIME-OF-DAY.
               05 SCHEDULE-TOD-HH PIC 99.
               05 SCHEDULE-TOD-MM PIC 99.
               05 SCHEDULE-TOD-SS PIC 99.
           03 SCHEDULE-REPEAT-SECONDS PIC 9(5).
           03 SCHEDULE-PROGRAM-NAME PIC X(16).
           03 SCHEDULE-CHANNEL PIC X(50).
           03 SCHEDULE-LAST-FIRED PIC 9(6).
           03 SCHEDULE-LAST-COMPONENTS REDEFINES SCHEDULE-LAST-FIRED.
               05 SCHEDULE-LAST-HH PIC 99.
               05 SCHEDULE-LAST-MM PIC 99.
               05 SCHEDULE-LAST-SS PIC 99.
           03 SCHEDULE-FIRED-TODAY PIC X.
               88 SCHEDULE-HAS-FIRED-TODAY VALUE "Y".
       FD COMMAND-ACL.
       01 ACL-RECORD.
           03 ACL-COMMAND PIC X(16).
           03 ACL-MIN-LEVEL PIC 9(2).
       FD VARIABLES.
       01 VARIABLE-RECORD.
           03 VARIABLE-NAME PIC X(16).
           03 VARIABLE-OWNER PIC X(40).
           03 VARIABLE-VALUE PIC X(300).
       FD TRIGGERS.
       01 TRIGGER-RECORD.
           03 TRIGGER-KEY.
               05 TRIGGER-CHANNEL PIC X(50).
               05 TRIGGER-EVENT PIC X(8).
                   88 TRIGGER-ON-JOIN VALUE "JOIN".
                   88 TRIGGER-ON-KICK VALUE "KICK".
                   88 TRIGGER-ON-PRIVMSG VALUE "PRIVMSG".
               05 TRIGGER-PROGRAM PIC X(16).
           03 TRIGGER-MASK PIC X(60).
           03 TRIGGER-COOLDOWN PIC 9(5).
           03 TRIGGER-SETTER PIC X(40).
           03 TRIGGER-LAST-DAY PIC 9(7).
           03 TRIGGER-LAST-TIME PIC 9(8).
           03 TRIGGER-LAST-COMPONENTS REDEFINES TRIGGER-LAST-TIME.
               05 TRIGGER-LAST-HH PIC 99.
               05 TRIGGER-LAST-MM PIC 99.
               05 TRIGGER-LAST-SS PIC 99.
               05 TRIGGER-LAST-HS PIC 99.

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2).
           88 SUCCESS VALUE 0.
           88 DONE VALUE 99.
       01 PROGRAM-IP PIC 999.
       01 XREF-FILTER PIC X(16) VALUE SPACES.
           88 ALL-PROGRAMS VALUE SPACES.
       01 CHAIN-TABLE.
           03 CHAIN-ENTRY OCCURS 998 TIMES.
               05 CHAIN-NAME PIC X(16).
               05 CHAIN-ADDR PIC 999.
               05 CHAIN-LENGTH PIC 999.
               05 CHAIN-FIRST-REF PIC 999.
               05 CHAIN-LAST-REF PIC 999.
           03 CHAIN-USED PIC 999 VALUE 0.
           03 CHAIN-INDEX PIC 999.
           03 CHAIN-FOUND PIC 999.
       01 SLOT-TABLE.
           03 SLOT-OWNER PIC 999 OCCURS 998 TIMES.
           03 SLOT-INDEX PIC 999.
       01 REF-TABLE.
           03 REF-ENTRY OCCURS 998 TIMES.
               05 REF-CHAIN PIC 999.
               05 REF-IP PIC 999.
               05 REF-KIND PIC X.
                   88 REF-CALL VALUE "C".
                   88 REF-READ VALUE "R".
                   88 REF-WRITE VALUE "W".
                   88 REF-BRANCH VALUE "B".
                   88 REF-LABEL VALUE "L".
                   88 REF-RUN VALUE "P".
                   88 REF-PROGRAM-CALL VALUES "C", "P".
               05 REF-NAME PIC X(16).
               05 REF-TARGET.
                   07 REF-TARGET-IP PIC 999.
                   07 REF-TARGET-REST PIC X(13).
           03 REF-USED PIC 999 VALUE 0.
           03 REF-INDEX PIC 999.
           03 REF-SCAN PIC 999.
           03 REF-MATCH-FLAG PIC 9.
               88 REF-MATCHED VALUE 1.
       01 SCHED-TABLE.
           03 SCHED-ENTRY OCCURS 500 TIMES.
               05 SCHED-NAME PIC X(16).
               05 SCHED-PROGRAM PIC X(16).
               05 SCHED-TIME PIC 9(6).
           03 SCHED-USED PIC 999 VALUE 0.
           03 SCHED-INDEX PIC 999.
       01 TRIG-TABLE.
           03 TRIG-ENTRY OCCURS 500 TIMES.
               05 TRIG-CHANNEL PIC X(50).
               05 TRIG-EVENT PIC X(8).
               05 TRIG-PROGRAM PIC X(16).
           03 TRIG-USED PIC 999 VALUE 0.
           03 TRIG-INDEX PIC 999.
       01 CHAIN-WALK.
           03 WALK-IP PIC 999.
           03 WALK-COUNT PIC 999.
           03 WALK-DONE-FLAG PIC 9.
               88 WALK-DONE VALUE 1.
       01 TOKEN-WORK.
           03 TOKEN-1 PIC X(16).
           03 TOKEN-2 PIC X(16).
           03 TOKEN-3 PIC X(16).
           03 TOKEN-4 PIC X(16).
           03 TOKEN-NAME PIC X(16).
           03 TOKEN-KIND PIC X.
       01 LOOKUP-NAME PIC X(16).
       01 COMMAND-MIN-LEVEL PIC 9(2) VALUE 0.
       01 ACL-DEFAULT-INDEX PIC 99.
       01 ACL-DEFAULTS.
           03 FILLER PIC X(18) VALUE "AUDIT-REPORT    90".
           03 FILLER PIC X(18) VALUE "SCHEDULE-ADD    60".
           03 FILLER PIC X(18) VALUE "SCHEDULE-DELETE 60".
           03 FILLER PIC X(18) VALUE "LEARN           10".
           03 FILLER PIC X(18) VALUE "FORGET          10".
           03 FILLER PIC X(18) VALUE "RECONCILE-USERS 90".
           03 FILLER PIC X(18) VALUE "RELOAD-CONFIG   90".
           03 FILLER PIC X(18) VALUE "JOIN            80".
           03 FILLER PIC X(18) VALUE "PART            80".
           03 FILLER PIC X(18) VALUE "QUIT            90".
           03 FILLER PIC X(18) VALUE "SHOW-ESCAPES    90".
           03 FILLER PIC X(18) VALUE "RELEVEL         99".
           03 FILLER PIC X(18) VALUE "BF-CODE         60".
           03 FILLER PIC X(18) VALUE "BF-INPUT        50".
           03 FILLER PIC X(18) VALUE "BF-RUN          50".
           03 FILLER PIC X(18) VALUE "BF-CONTINUE     50".
           03 FILLER PIC X(18) VALUE "PROGRAM-NEW     60".
           03 FILLER PIC X(18) VALUE "PROGRAM-APPEND  60".
           03 FILLER PIC X(18) VALUE "PROGRAM-DELETE  60".
           03 FILLER PIC X(18) VALUE "ACL             99".
           03 FILLER PIC X(18) VALUE "SET             10".
           03 FILLER PIC X(18) VALUE "ROTATE-LOGS     90".
           03 FILLER PIC X(18) VALUE "TRUSTMASK       01".
           03 FILLER PIC X(18) VALUE "PROGRAM-EXPORT  60".
           03 FILLER PIC X(18) VALUE "PROGRAM-IMPORT  60".
           03 FILLER PIC X(18) VALUE "IGNORE          60".
           03 FILLER PIC X(18) VALUE "UNIGNORE        60".
           03 FILLER PIC X(18) VALUE "TRIGGER-ADD     60".
           03 FILLER PIC X(18) VALUE "TRIGGER-DELETE  60".
           03 FILLER PIC X(18) VALUE "STRIKES         60".
           03 FILLER PIC X(18) VALUE "PROGRAM-ROLLBACK60".
           03 FILLER PIC X(18) VALUE "GREP            90".
           03 FILLER PIC X(18) VALUE "LOGSEARCH       90".
           03 FILLER PIC X(18) VALUE "BACKUP          90".
           03 FILLER PIC X(18) VALUE "RESTORE         99".
           03 FILLER PIC X(18) VALUE "ACCESS-REQUESTS 80".
           03 FILLER PIC X(18) VALUE "ACCESS-APPROVE  99".
           03 FILLER PIC X(18) VALUE "ACCESS-DENY     90".
           03 FILLER PIC X(18) VALUE "DORMANT         90".
           03 FILLER PIC X(18) VALUE "DORMANT-APPLY   99".
           03 FILLER PIC X(18) VALUE "PROGRAM-HISTORY 60".
           03 FILLER PIC X(18) VALUE "PROGRAM-DIFF    60".
       01 ACL-DEFAULT-TABLE REDEFINES ACL-DEFAULTS.
           03 ACL-DEFAULT-ENTRY OCCURS 42 TIMES.
               05 ACL-DEFAULT-NAME PIC X(16).
               05 ACL-DEFAULT-LEVEL PIC 9(2).
       01 BUILTIN-INDEX PIC 99.
       01 BUILTIN-COMMANDS.
           03 FILLER PIC X(16) VALUE "ACCESS-APPROVE  ".
           03 FILLER PIC X(16) VALUE "ACCESS-DENY     ".
           03 FILLER PIC X(16) VALUE "ACCESS-REQUESTS ".
           03 FILLER PIC X(16) VALUE "ACL             ".
           03 FILLER PIC X(16) VALUE "AUDIT-REPORT    ".
           03 FILLER PIC X(16) VALUE "BACKUP          ".
           03 FILLER PIC X(16) VALUE "BAN             ".
           03 FILLER PIC X(16) VALUE "BF-CODE         ".
           03 FILLER PIC X(16) VALUE "BF-CONTINUE     ".
           03 FILLER PIC X(16) VALUE "BF-INPUT        ".
           03 FILLER PIC X(16) VALUE "BF-OUTPUT       ".
           03 FILLER PIC X(16) VALUE "BF-RUN          ".
           03 FILLER PIC X(16) VALUE "CAT             ".
           03 FILLER PIC X(16) VALUE "CHANSTATS       ".
           03 FILLER PIC X(16) VALUE "COMMANDS        ".
           03 FILLER PIC X(16) VALUE "DELIVERY        ".
           03 FILLER PIC X(16) VALUE "DEOP            ".
           03 FILLER PIC X(16) VALUE "DEVOICE         ".
           03 FILLER PIC X(16) VALUE "DORMANT         ".
           03 FILLER PIC X(16) VALUE "DORMANT-APPLY   ".
           03 FILLER PIC X(16) VALUE "DUMP-REGS       ".
           03 FILLER PIC X(16) VALUE "ECHO            ".
           03 FILLER PIC X(16) VALUE "FORGET          ".
           03 FILLER PIC X(16) VALUE "GET             ".
           03 FILLER PIC X(16) VALUE "GREP            ".
           03 FILLER PIC X(16) VALUE "HELP            ".
           03 FILLER PIC X(16) VALUE "IGNORE          ".
           03 FILLER PIC X(16) VALUE "IGNORES         ".
           03 FILLER PIC X(16) VALUE "JOIN            ".
           03 FILLER PIC X(16) VALUE "KICK            ".
           03 FILLER PIC X(16) VALUE "LEARN           ".
           03 FILLER PIC X(16) VALUE "LEVEL           ".
           03 FILLER PIC X(16) VALUE "LICK            ".
           03 FILLER PIC X(16) VALUE "LIST-PROGRAM    ".
           03 FILLER PIC X(16) VALUE "LIST-USERS      ".
           03 FILLER PIC X(16) VALUE "LOGSEARCH       ".
           03 FILLER PIC X(16) VALUE "MEMOS           ".
           03 FILLER PIC X(16) VALUE "MORE            ".
           03 FILLER PIC X(16) VALUE "OP              ".
           03 FILLER PIC X(16) VALUE "PART            ".
           03 FILLER PIC X(16) VALUE "PROGRAM-APPEND  ".
           03 FILLER PIC X(16) VALUE "PROGRAM-DELETE  ".
           03 FILLER PIC X(16) VALUE "PROGRAM-DIFF    ".
           03 FILLER PIC X(16) VALUE "PROGRAM-EXPORT  ".
           03 FILLER PIC X(16) VALUE "PROGRAM-HISTORY ".
           03 FILLER PIC X(16) VALUE "PROGRAM-IMPORT  ".
           03 FILLER PIC X(16) VALUE "PROGRAM-NEW     ".
           03 FILLER PIC X(16) VALUE "PROGRAM-ROLLBACK".
           03 FILLER PIC X(16) VALUE "PROGRAMS        ".
           03 FILLER PIC X(16) VALUE "QUIT            ".
           03 FILLER PIC X(16) VALUE "RECONCILE-USERS ".
           03 FILLER PIC X(16) VALUE "RELEVEL         ".
           03 FILLER PIC X(16) VALUE "RELOAD-CONFIG   ".
           03 FILLER PIC X(16) VALUE "REQUEST-ACCESS  ".
           03 FILLER PIC X(16) VALUE "RESTORE         ".
           03 FILLER PIC X(16) VALUE "ROSTER          ".
           03 FILLER PIC X(16) VALUE "ROTATE-LOGS     ".
           03 FILLER PIC X(16) VALUE "RUN             ".
           03 FILLER PIC X(16) VALUE "SCHEDULE-ADD    ".
           03 FILLER PIC X(16) VALUE "SCHEDULE-DELETE ".
           03 FILLER PIC X(16) VALUE "SCHEDULES       ".
           03 FILLER PIC X(16) VALUE "SEEN            ".
           03 FILLER PIC X(16) VALUE "SET             ".
           03 FILLER PIC X(16) VALUE "SHITFED         ".
           03 FILLER PIC X(16) VALUE "SHOW-ESCAPES    ".
           03 FILLER PIC X(16) VALUE "SOURCE          ".
           03 FILLER PIC X(16) VALUE "STATS           ".
           03 FILLER PIC X(16) VALUE "STRESS          ".
           03 FILLER PIC X(16) VALUE "STRIKES         ".
           03 FILLER PIC X(16) VALUE "TELL            ".
           03 FILLER PIC X(16) VALUE "TRIGGER-ADD     ".
           03 FILLER PIC X(16) VALUE "TRIGGER-DELETE  ".
           03 FILLER PIC X(16) VALUE "TRIGGERS        ".
           03 FILLER PIC X(16) VALUE "TRUSTMASK       ".
           03 FILLER PIC X(16) VALUE "UNBAN           ".
           03 FILLER PIC X(16) VALUE "UNIGNORE        ".
           03 FILLER PIC X(16) VALUE "VARS            ".
           03 FILLER PIC X(16) VALUE "VOICE           ".
           03 FILLER PIC X(16) VALUE "WHATIS          ".
           03 FILLER PIC X(16) VALUE "XREF            ".
       01 BUILTIN-TABLE REDEFINES BUILTIN-COMMANDS.
           03 BUILTIN-NAME PIC X(16) OCCURS 80 TIMES.
       01 XREF-TOTALS.
           03 TOTAL-PROGRAMS PIC 9(4) VALUE 0.
           03 TOTAL-INSTRUCTIONS PIC 9(4) VALUE 0.
           03 TOTAL-REFERENCES PIC 9(4) VALUE 0.
           03 TOTAL-SCHEDULES PIC 9(4) VALUE 0.
           03 TOTAL-TRIGGERS PIC 9(4) VALUE 0.
           03 TOTAL-DANGLING PIC 9(4) VALUE 0.
           03 TOTAL-ERRORS PIC 9(4) VALUE 0.
       01 REPORT-LINE PIC X(80).
       01 REPORT-PTR PIC 99.

       PROCEDURE DIVISION.
           ACCEPT XREF-FILTER.
           IF ALL-PROGRAMS THEN
               DISPLAY "STORED PROGRAM CROSS-REFERENCE. ALL PROGRAMS."
           ELSE
               DISPLAY "STORED PROGRAM CROSS-REFERENCE. PROGRAM "
                       XREF-FILTER.
           PERFORM CLEAR-SLOT-OWNER
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX IS GREATER THAN 998.
           OPEN INPUT PROGRAM-INDEX, PROGRAM-CODE.
           OPEN INPUT SCHEDULE, COMMAND-ACL, VARIABLES, TRIGGERS.
           PERFORM LOAD-INDEX-ENTRIES.
           PERFORM WALK-PROGRAM-CHAIN
               VARYING CHAIN-INDEX FROM 1 BY 1
               UNTIL CHAIN-INDEX IS GREATER THAN CHAIN-USED.
           PERFORM LOAD-SCHEDULE-ENTRIES.
           PERFORM LOAD-TRIGGER-ENTRIES.
           PERFORM PRINT-PROGRAM-XREF
               VARYING CHAIN-INDEX FROM 1 BY 1
               UNTIL CHAIN-INDEX IS GREATER THAN CHAIN-USED.
           DISPLAY "DANGLING REFERENCES.".
           PERFORM CHECK-SCHEDULE-PROGRAM
               VARYING SCHED-INDEX FROM 1 BY 1
               UNTIL SCHED-INDEX IS GREATER THAN SCHED-USED.
           PERFORM CHECK-TRIGGER-PROGRAM
               VARYING TRIG-INDEX FROM 1 BY 1
               UNTIL TRIG-INDEX IS GREATER THAN TRIG-USED.
           PERFORM CHECK-DANGLING-REF
               VARYING REF-INDEX FROM 1 BY 1
               UNTIL REF-INDEX IS GREATER THAN REF-USED.
           CLOSE PROGRAM-INDEX, PROGRAM-CODE.
           CLOSE SCHEDULE, COMMAND-ACL, VARIABLES, TRIGGERS.
           PERFORM PRINT-CONTROL-TOTALS.
           IF TOTAL-DANGLING IS GREATER THAN ZERO OR
              TOTAL-ERRORS IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
       CLEAR-SLOT-OWNER.
           MOVE 0 TO SLOT-OWNER(SLOT-INDEX).
       LOAD-INDEX-ENTRY.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF CHAIN-USED IS NOT LESS THAN 998 THEN
                   DISPLAY "TOO MANY INDEX ENTRIES. STOPPED AT "
                           NAME OF INDEX-ENTRY
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 99 TO STATE
               ELSE
                   ADD 1 TO CHAIN-USED, TOTAL-PROGRAMS
                   MOVE NAME OF INDEX-ENTRY TO CHAIN-NAME(CHAIN-USED)
                   MOVE ADDR OF INDEX-ENTRY TO CHAIN-ADDR(CHAIN-USED)
                   MOVE 0 TO CHAIN-LENGTH(CHAIN-USED)
                   MOVE 0 TO CHAIN-FIRST-REF(CHAIN-USED)
                   MOVE 0 TO CHAIN-LAST-REF(CHAIN-USED).
       LOAD-INDEX-ENTRIES.
           MOVE 0 TO STATE.
           PERFORM LOAD-INDEX-ENTRY UNTIL DONE.
       LOAD-SCHEDULE-ENTRY.
           READ SCHEDULE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO TOTAL-SCHEDULES
               IF SCHED-USED IS LESS THAN 500 THEN
                   ADD 1 TO SCHED-USED
                   MOVE SCHEDULE-ENTRY-NAME TO SCHED-NAME(SCHED-USED)
                   MOVE SCHEDULE-PROGRAM-NAME TO
                        SCHED-PROGRAM(SCHED-USED)
                   MOVE SCHEDULE-TIME-OF-DAY TO SCHED-TIME(SCHED-USED).
       LOAD-SCHEDULE-ENTRIES.
           MOVE SPACES TO SCHEDULE-ENTRY-NAME.
           MOVE 0 TO STATE.
           START SCHEDULE KEY IS NOT LESS THAN SCHEDULE-ENTRY-NAME
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LOAD-SCHEDULE-ENTRY UNTIL DONE.
       LOAD-TRIGGER-ENTRY.
           READ TRIGGERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO TOTAL-TRIGGERS
               IF TRIG-USED IS LESS THAN 500 THEN
                   ADD 1 TO TRIG-USED
                   MOVE TRIGGER-CHANNEL TO TRIG-CHANNEL(TRIG-USED)
                   MOVE TRIGGER-EVENT TO TRIG-EVENT(TRIG-USED)
                   MOVE TRIGGER-PROGRAM TO TRIG-PROGRAM(TRIG-USED).
       LOAD-TRIGGER-ENTRIES.
           MOVE SPACES TO TRIGGER-KEY.
           MOVE 0 TO STATE.
           START TRIGGERS KEY IS NOT LESS THAN TRIGGER-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LOAD-TRIGGER-ENTRY UNTIL DONE.
           MOVE 0 TO STATE.
       CLASSIFY-INSTRUCTION.
           MOVE SPACES TO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4.
           MOVE SPACES TO TOKEN-NAME, TOKEN-KIND.
           UNSTRING INSTRUCTION-CODE DELIMITED BY "$$" OR "$NUL$"
                    INTO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4.
           IF INTERPRETER IS EQUAL TO "WOPO" THEN
               IF TOKEN-1 IS EQUAL TO "WOPO" THEN
                   MOVE TOKEN-2 TO TOKEN-1
                   MOVE TOKEN-3 TO TOKEN-2
               END-IF
               UNSTRING TOKEN-1 DELIMITED BY "/" INTO TOKEN-NAME
               MOVE "C" TO TOKEN-KIND
               IF TOKEN-NAME IS EQUAL TO "RUN" THEN
                   MOVE SPACES TO TOKEN-NAME
                   UNSTRING TOKEN-2 DELIMITED BY "/" INTO TOKEN-NAME
                   MOVE "P" TO TOKEN-KIND
               END-IF
           ELSE IF INTERPRETER IS EQUAL TO "GETV" THEN
               MOVE TOKEN-3 TO TOKEN-NAME
               MOVE "R" TO TOKEN-KIND
           ELSE IF INTERPRETER IS EQUAL TO "SETV" THEN
               MOVE TOKEN-2 TO TOKEN-NAME
               MOVE "W" TO TOKEN-KIND
           ELSE IF INTERPRETER IS EQUAL TO "BREQ" OR
                   INTERPRETER IS EQUAL TO "BRNE" THEN
               MOVE TOKEN-4 TO TOKEN-NAME
               MOVE "B" TO TOKEN-KIND
           ELSE IF INTERPRETER IS EQUAL TO "JUMP" THEN
               MOVE TOKEN-2 TO TOKEN-NAME
               MOVE "B" TO TOKEN-KIND
           ELSE IF INTERPRETER IS EQUAL TO "LABEL" THEN
               MOVE TOKEN-2 TO TOKEN-NAME
               MOVE "L" TO TOKEN-KIND.
           IF TOKEN-KIND IS NOT EQUAL TO SPACE AND
              TOKEN-NAME IS NOT EQUAL TO SPACES THEN
               IF REF-USED IS NOT LESS THAN 998 THEN
                   DISPLAY "TOO MANY REFERENCES. STOPPED AT "
                           CHAIN-NAME(CHAIN-INDEX)
                   ADD 1 TO TOTAL-ERRORS
               ELSE
                   ADD 1 TO REF-USED, TOTAL-REFERENCES
                   MOVE CHAIN-INDEX TO REF-CHAIN(REF-USED)
                   MOVE WALK-IP TO REF-IP(REF-USED)
                   MOVE TOKEN-KIND TO REF-KIND(REF-USED)
                   MOVE TOKEN-NAME TO REF-NAME(REF-USED),
                                      REF-TARGET(REF-USED)
                   IF CHAIN-FIRST-REF(CHAIN-INDEX) IS EQUAL TO ZERO
                       MOVE REF-USED TO CHAIN-FIRST-REF(CHAIN-INDEX)
                   END-IF
                   MOVE REF-USED TO CHAIN-LAST-REF(CHAIN-INDEX).
       WALK-CHAIN-SLOT.
           IF WALK-IP IS EQUAL TO ZERO OR
              WALK-IP IS NOT LESS THAN 999 THEN
               MOVE 1 TO WALK-DONE-FLAG
           ELSE IF SLOT-OWNER(WALK-IP) IS NOT EQUAL TO ZERO THEN
               DISPLAY "CHAIN OF " CHAIN-NAME(CHAIN-INDEX)
                       " RUNS INTO SLOT " WALK-IP " TWICE. RUN CHECK."
               ADD 1 TO TOTAL-ERRORS
               MOVE 1 TO WALK-DONE-FLAG
           ELSE
               MOVE WALK-IP TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
                   INVALID KEY MOVE 99 TO STATE
               END-READ
               IF DONE THEN
                   DISPLAY "CHAIN OF " CHAIN-NAME(CHAIN-INDEX)
                           " REACHES EMPTY SLOT " WALK-IP ". RUN CHECK."
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 1 TO WALK-DONE-FLAG
                   MOVE 0 TO STATE
               ELSE
                   MOVE CHAIN-INDEX TO SLOT-OWNER(WALK-IP)
                   ADD 1 TO CHAIN-LENGTH(CHAIN-INDEX),
                            TOTAL-INSTRUCTIONS
                   PERFORM CLASSIFY-INSTRUCTION
                   MOVE NEXT-IP TO WALK-IP.
       WALK-PROGRAM-CHAIN.
           MOVE CHAIN-ADDR(CHAIN-INDEX) TO WALK-IP.
           MOVE 0 TO WALK-DONE-FLAG, STATE.
           PERFORM WALK-CHAIN-SLOT UNTIL WALK-DONE.
       FIND-CHAIN-NAME.
           MOVE 0 TO CHAIN-FOUND.
           PERFORM MATCH-CHAIN-NAME
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX IS GREATER THAN CHAIN-USED
                  OR CHAIN-FOUND IS GREATER THAN ZERO.
       MATCH-CHAIN-NAME.
           IF CHAIN-NAME(SLOT-INDEX) IS EQUAL TO LOOKUP-NAME THEN
               MOVE SLOT-INDEX TO CHAIN-FOUND.
       CHECK-EARLIER-REF.
           IF REF-KIND(REF-SCAN) IS EQUAL TO REF-KIND(REF-INDEX) AND
              REF-NAME(REF-SCAN) IS EQUAL TO REF-NAME(REF-INDEX) THEN
               MOVE 1 TO REF-MATCH-FLAG.
       FIND-EARLIER-REF.
           MOVE 0 TO REF-MATCH-FLAG.
           PERFORM CHECK-EARLIER-REF
               VARYING REF-SCAN FROM CHAIN-FIRST-REF(CHAIN-INDEX) BY 1
               UNTIL REF-SCAN IS NOT LESS THAN REF-INDEX
                  OR REF-MATCHED.
       CHECK-DEFAULT-ACL-ENTRY.
           IF ACL-DEFAULT-NAME(ACL-DEFAULT-INDEX) IS EQUAL TO
              ACL-COMMAND THEN
               MOVE ACL-DEFAULT-LEVEL(ACL-DEFAULT-INDEX) TO
                    COMMAND-MIN-LEVEL.
       GET-DEFAULT-ACL-LEVEL.
           MOVE 0 TO COMMAND-MIN-LEVEL.
           PERFORM CHECK-DEFAULT-ACL-ENTRY
               VARYING ACL-DEFAULT-INDEX FROM 1 BY 1
               UNTIL ACL-DEFAULT-INDEX IS GREATER THAN 42.
       PRINT-CALL-REF.
           MOVE REF-NAME(REF-INDEX) TO LOOKUP-NAME.
           PERFORM FIND-CHAIN-NAME.
           MOVE SPACES TO REPORT-LINE.
           IF CHAIN-FOUND IS GREATER THAN ZERO OR
              REF-RUN(REF-INDEX) THEN
               STRING "  CALLS PROGRAM " DELIMITED BY SIZE,
                      REF-NAME(REF-INDEX) DELIMITED BY SPACE
                      INTO REPORT-LINE
           ELSE
               MOVE REF-NAME(REF-INDEX) TO ACL-COMMAND
               MOVE 0 TO STATE
               READ COMMAND-ACL RECORD
                   INVALID KEY MOVE 99 TO STATE
               END-READ
               IF DONE THEN
                   PERFORM GET-DEFAULT-ACL-LEVEL
                   MOVE 0 TO STATE
               ELSE
                   MOVE ACL-MIN-LEVEL TO COMMAND-MIN-LEVEL
               END-IF
               STRING "  CALLS COMMAND " DELIMITED BY SIZE,
                      REF-NAME(REF-INDEX) DELIMITED BY SPACE,
                      " AT LEVEL " DELIMITED BY SIZE,
                      COMMAND-MIN-LEVEL
                      INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
       PRINT-PROGRAM-REF.
           PERFORM FIND-EARLIER-REF.
           IF NOT REF-MATCHED THEN
               MOVE SPACES TO REPORT-LINE
               IF REF-PROGRAM-CALL(REF-INDEX) THEN
                   PERFORM PRINT-CALL-REF
               ELSE IF REF-READ(REF-INDEX) THEN
                   STRING "  READS VARIABLE " DELIMITED BY SIZE,
                          REF-NAME(REF-INDEX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE IF REF-WRITE(REF-INDEX) THEN
                   STRING "  WRITES VARIABLE " DELIMITED BY SIZE,
                          REF-NAME(REF-INDEX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE.
       PRINT-CALLER-REF.
           IF REF-PROGRAM-CALL(REF-INDEX) AND
              REF-NAME(REF-INDEX) IS EQUAL TO CHAIN-NAME(CHAIN-INDEX)
              THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  CALLED BY PROGRAM " DELIMITED BY SIZE,
                      CHAIN-NAME(REF-CHAIN(REF-INDEX))
                          DELIMITED BY SPACE,
                      " AT SLOT " DELIMITED BY SIZE,
                      REF-IP(REF-INDEX)
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE.
       PRINT-SCHEDULE-REF.
           IF SCHED-PROGRAM(SCHED-INDEX) IS EQUAL TO
              CHAIN-NAME(CHAIN-INDEX) THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  RUN BY SCHEDULE " DELIMITED BY SIZE,
                      SCHED-NAME(SCHED-INDEX) DELIMITED BY SPACE,
                      " AT " DELIMITED BY SIZE,
                      SCHED-TIME(SCHED-INDEX)
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE.
       PRINT-TRIGGER-REF.
           IF TRIG-PROGRAM(TRIG-INDEX) IS EQUAL TO
              CHAIN-NAME(CHAIN-INDEX) THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  RUN BY TRIGGER " DELIMITED BY SIZE,
                      TRIG-EVENT(TRIG-INDEX) DELIMITED BY SPACE,
                      " ON " DELIMITED BY SIZE,
                      TRIG-CHANNEL(TRIG-INDEX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE.
       PRINT-PROGRAM-XREF.
           IF ALL-PROGRAMS OR
              CHAIN-NAME(CHAIN-INDEX) IS EQUAL TO XREF-FILTER THEN
               MOVE SPACES TO REPORT-LINE
               STRING "PROGRAM " DELIMITED BY SIZE,
                      CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                      ", " DELIMITED BY SIZE,
                      CHAIN-LENGTH(CHAIN-INDEX),
                      " INSTRUCTION(S)." DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               IF CHAIN-FIRST-REF(CHAIN-INDEX) IS GREATER THAN ZERO
                   PERFORM PRINT-PROGRAM-REF
                       VARYING REF-INDEX
                       FROM CHAIN-FIRST-REF(CHAIN-INDEX) BY 1
                       UNTIL REF-INDEX IS GREATER THAN
                             CHAIN-LAST-REF(CHAIN-INDEX)
               END-IF
               PERFORM PRINT-CALLER-REF
                   VARYING REF-INDEX FROM 1 BY 1
                   UNTIL REF-INDEX IS GREATER THAN REF-USED
               PERFORM PRINT-SCHEDULE-REF
                   VARYING SCHED-INDEX FROM 1 BY 1
                   UNTIL SCHED-INDEX IS GREATER THAN SCHED-USED
               PERFORM PRINT-TRIGGER-REF
                   VARYING TRIG-INDEX FROM 1 BY 1
                   UNTIL TRIG-INDEX IS GREATER THAN TRIG-USED.
       CHECK-SCHEDULE-PROGRAM.
           IF ALL-PROGRAMS OR
              SCHED-PROGRAM(SCHED-INDEX) IS EQUAL TO XREF-FILTER THEN
               MOVE SCHED-PROGRAM(SCHED-INDEX) TO LOOKUP-NAME
               PERFORM FIND-CHAIN-NAME
               IF CHAIN-FOUND IS EQUAL TO ZERO THEN
                   ADD 1 TO TOTAL-DANGLING
                   MOVE SPACES TO REPORT-LINE
                   STRING "  SCHEDULE " DELIMITED BY SIZE,
                          SCHED-NAME(SCHED-INDEX) DELIMITED BY SPACE,
                          " RUNS MISSING PROGRAM " DELIMITED BY SIZE,
                          SCHED-PROGRAM(SCHED-INDEX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE.
       CHECK-TRIGGER-PROGRAM.
           IF ALL-PROGRAMS OR
              TRIG-PROGRAM(TRIG-INDEX) IS EQUAL TO XREF-FILTER THEN
               MOVE TRIG-PROGRAM(TRIG-INDEX) TO LOOKUP-NAME
               PERFORM FIND-CHAIN-NAME
               IF CHAIN-FOUND IS EQUAL TO ZERO THEN
                   ADD 1 TO TOTAL-DANGLING
                   MOVE SPACES TO REPORT-LINE
                   STRING "  TRIGGER " DELIMITED BY SIZE,
                          TRIG-EVENT(TRIG-INDEX) DELIMITED BY SPACE,
                          " ON " DELIMITED BY SIZE,
                          TRIG-CHANNEL(TRIG-INDEX) DELIMITED BY SPACE,
                          " RUNS MISSING PROGRAM " DELIMITED BY SIZE,
                          TRIG-PROGRAM(TRIG-INDEX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE.
       MATCH-BRANCH-LABEL.
           IF REF-LABEL(REF-SCAN) AND
              REF-NAME(REF-SCAN) IS EQUAL TO REF-NAME(REF-INDEX) THEN
               MOVE 1 TO REF-MATCH-FLAG.
       CHECK-BRANCH-REF.
           MOVE 0 TO REF-MATCH-FLAG.
           IF REF-TARGET-IP(REF-INDEX) IS NUMERIC AND
              REF-TARGET-REST(REF-INDEX) IS EQUAL TO SPACES THEN
               IF REF-TARGET-IP(REF-INDEX) IS GREATER THAN ZERO AND
                  REF-TARGET-IP(REF-INDEX) IS LESS THAN 999 THEN
                   IF SLOT-OWNER(REF-TARGET-IP(REF-INDEX)) IS EQUAL TO
                      REF-CHAIN(REF-INDEX) THEN
                       MOVE 1 TO REF-MATCH-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE REF-CHAIN(REF-INDEX) TO CHAIN-INDEX
               PERFORM MATCH-BRANCH-LABEL
                   VARYING REF-SCAN FROM CHAIN-FIRST-REF(CHAIN-INDEX)
                   BY 1
                   UNTIL REF-SCAN IS GREATER THAN
                         CHAIN-LAST-REF(CHAIN-INDEX)
                      OR REF-MATCHED.
           IF NOT REF-MATCHED THEN
               ADD 1 TO TOTAL-DANGLING
               MOVE SPACES TO REPORT-LINE
               STRING "  PROGRAM " DELIMITED BY SIZE,
                      CHAIN-NAME(REF-CHAIN(REF-INDEX))
                          DELIMITED BY SPACE,
                      " SLOT " DELIMITED BY SIZE,
                      REF-IP(REF-INDEX),
                      " BRANCHES TO MISSING LABEL " DELIMITED BY SIZE,
                      REF-NAME(REF-INDEX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE.
       MATCH-VARIABLE-WRITE.
           IF REF-WRITE(REF-SCAN) AND
              REF-NAME(REF-SCAN) IS EQUAL TO REF-NAME(REF-INDEX) THEN
               MOVE 1 TO REF-MATCH-FLAG.
       CHECK-READ-REF.
           MOVE REF-CHAIN(REF-INDEX) TO CHAIN-INDEX.
           PERFORM FIND-EARLIER-REF.
           IF NOT REF-MATCHED THEN
               PERFORM MATCH-VARIABLE-WRITE
                   VARYING REF-SCAN FROM 1 BY 1
                   UNTIL REF-SCAN IS GREATER THAN REF-USED
                      OR REF-MATCHED
               IF NOT REF-MATCHED THEN
                   ADD 1 TO TOTAL-DANGLING
                   MOVE REF-NAME(REF-INDEX) TO VARIABLE-NAME
                   MOVE 0 TO STATE
                   READ VARIABLES RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-READ
                   MOVE SPACES TO REPORT-LINE
                   MOVE 1 TO REPORT-PTR
                   STRING "  PROGRAM " DELIMITED BY SIZE,
                          CHAIN-NAME(REF-CHAIN(REF-INDEX))
                              DELIMITED BY SPACE,
                          " READS VARIABLE " DELIMITED BY SIZE,
                          REF-NAME(REF-INDEX) DELIMITED BY SPACE,
                          " THAT NO PROGRAM SETS" DELIMITED BY SIZE
                          INTO REPORT-LINE
                          WITH POINTER REPORT-PTR
                   IF DONE THEN
                       STRING ", NO VALUE ON FILE" DELIMITED BY SIZE
                              INTO REPORT-LINE
                              WITH POINTER REPORT-PTR
                       MOVE 0 TO STATE
                   END-IF
                   DISPLAY REPORT-LINE.
       MATCH-BUILTIN-COMMAND.
           IF BUILTIN-NAME(BUILTIN-INDEX) IS EQUAL TO LOOKUP-NAME THEN
               MOVE 1 TO REF-MATCH-FLAG.
       CHECK-CALL-REF.
           MOVE REF-CHAIN(REF-INDEX) TO CHAIN-INDEX.
           PERFORM FIND-EARLIER-REF.
           IF NOT REF-MATCHED THEN
               MOVE REF-NAME(REF-INDEX) TO LOOKUP-NAME
               PERFORM FIND-CHAIN-NAME
               IF REF-CALL(REF-INDEX) THEN
                   PERFORM MATCH-BUILTIN-COMMAND
                       VARYING BUILTIN-INDEX FROM 1 BY 1
                       UNTIL BUILTIN-INDEX IS GREATER THAN 80
                          OR REF-MATCHED
               END-IF
               IF CHAIN-FOUND IS EQUAL TO ZERO AND NOT REF-MATCHED THEN
                   ADD 1 TO TOTAL-DANGLING
                   MOVE SPACES TO REPORT-LINE
                   MOVE 1 TO REPORT-PTR
                   STRING "  PROGRAM " DELIMITED BY SIZE,
                          CHAIN-NAME(REF-CHAIN(REF-INDEX))
                              DELIMITED BY SPACE,
                          " SLOT " DELIMITED BY SIZE,
                          REF-IP(REF-INDEX)
                          INTO REPORT-LINE
                          WITH POINTER REPORT-PTR
                   IF REF-RUN(REF-INDEX) THEN
                       STRING " RUNS MISSING PROGRAM "
                              DELIMITED BY SIZE
                              INTO REPORT-LINE
                              WITH POINTER REPORT-PTR
                   ELSE
                       STRING " CALLS UNKNOWN COMMAND "
                              DELIMITED BY SIZE
                              INTO REPORT-LINE
                              WITH POINTER REPORT-PTR
                   END-IF
                   STRING REF-NAME(REF-INDEX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                          WITH POINTER REPORT-PTR
                   DISPLAY REPORT-LINE.
       CHECK-DANGLING-REF.
           IF ALL-PROGRAMS OR
              CHAIN-NAME(REF-CHAIN(REF-INDEX)) IS EQUAL TO XREF-FILTER
              THEN
               IF REF-BRANCH(REF-INDEX) THEN
                   PERFORM CHECK-BRANCH-REF
               ELSE IF REF-READ(REF-INDEX) THEN
                   PERFORM CHECK-READ-REF
               ELSE IF REF-PROGRAM-CALL(REF-INDEX) THEN
                   PERFORM CHECK-CALL-REF.
       PRINT-CONTROL-TOTALS.
           DISPLAY "CONTROL TOTALS.".
           DISPLAY "  PROGRAMS ON INDEX      " TOTAL-PROGRAMS.
           DISPLAY "  INSTRUCTIONS IN CHAINS " TOTAL-INSTRUCTIONS.
           DISPLAY "  REFERENCES FOUND       " TOTAL-REFERENCES.
           DISPLAY "  SCHEDULES              " TOTAL-SCHEDULES.
           DISPLAY "  TRIGGERS               " TOTAL-TRIGGERS.
           DISPLAY "  DANGLING REFERENCES    " TOTAL-DANGLING.
           DISPLAY "  ERRORS FOUND           " TOTAL-ERRORS.
