       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGRAM-CHECK".
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
           SELECT PROGRAM-COMPACT
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL.
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
       FD PROGRAM-COMPACT.
       01 COMPACT-RECORD.
           03 COMPACT-CHAIN PIC 999.
           03 COMPACT-INSTRUCTION PIC X(999).

       WORKING-STORAGE SECTION.
       01 STATE PIC 9(2).
           88 SUCCESS VALUE 0.
           88 DONE VALUE 99.
       01 PROGRAM-IP PIC 999.
       01 CHECK-MODE PIC X(8) VALUE SPACES.
           88 REPAIR-MODE VALUE "REPAIR".
       01 CHAIN-TABLE.
           03 CHAIN-ENTRY OCCURS 998 TIMES.
               05 CHAIN-NAME PIC X(16).
               05 CHAIN-ADDR PIC 999.
               05 CHAIN-LENGTH PIC 999.
               05 CHAIN-NEW-ADDR PIC 999.
           03 CHAIN-USED PIC 999 VALUE 0.
           03 CHAIN-INDEX PIC 999.
       01 SLOT-TABLE.
           03 SLOT-ENTRY OCCURS 999 TIMES.
               05 SLOT-EXISTS-FLAG PIC 9.
                   88 SLOT-EXISTS VALUE 1.
               05 SLOT-OWNER PIC 999.
           03 SLOT-INDEX PIC 999.
           03 SLOT-HIGH-WATER PIC 999 VALUE 0.
       01 CHAIN-WALK.
           03 WALK-IP PIC 999.
           03 WALK-PREV-IP PIC 999.
           03 WALK-COUNT PIC 999.
           03 WALK-DONE-FLAG PIC 9.
               88 WALK-DONE VALUE 1.
       01 COMPACT-WORK.
           03 COMPACT-IP PIC 999.
           03 COMPACT-LAST-CHAIN PIC 999.
           03 COMPACT-POSITION PIC 999.
       01 CHECK-TOTALS.
           03 TOTAL-PROGRAMS PIC 9(4) VALUE 0.
           03 TOTAL-INSTRUCTIONS PIC 9(4) VALUE 0.
           03 TOTAL-SLOTS PIC 9(4) VALUE 0.
           03 TOTAL-ORPHANS PIC 9(4) VALUE 0.
           03 TOTAL-EMPTY PIC 9(4) VALUE 0.
           03 TOTAL-ERRORS PIC 9(4) VALUE 0.
           03 TOTAL-FREED PIC 9(4) VALUE 0.
           03 TOTAL-FREED-TEMP PIC S9(5).
           03 NEW-HIGH-WATER PIC 9(4) VALUE 0.
       01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
           ACCEPT CHECK-MODE.
           IF NOT REPAIR-MODE THEN
               MOVE "CHECK" TO CHECK-MODE.
           DISPLAY "PROGRAM STORAGE CHECK. MODE " CHECK-MODE.
           PERFORM CLEAR-SLOT-ENTRY
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX IS GREATER THAN 998.
           OPEN INPUT PROGRAM-INDEX, PROGRAM-CODE.
           PERFORM LOAD-INDEX-ENTRIES.
           PERFORM LOAD-SLOT-MAP.
           PERFORM WALK-PROGRAM-CHAIN
               VARYING CHAIN-INDEX FROM 1 BY 1
               UNTIL CHAIN-INDEX IS GREATER THAN CHAIN-USED.
           PERFORM CHECK-ORPHAN-SLOT
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX IS GREATER THAN 998.
           COMPUTE NEW-HIGH-WATER = TOTAL-INSTRUCTIONS + TOTAL-EMPTY.
           IF REPAIR-MODE THEN
               PERFORM COMPACT-PROGRAM-STORAGE
           ELSE
               CLOSE PROGRAM-INDEX, PROGRAM-CODE.
           COMPUTE TOTAL-FREED-TEMP = SLOT-HIGH-WATER - NEW-HIGH-WATER.
           IF TOTAL-FREED-TEMP IS GREATER THAN ZERO THEN
               MOVE TOTAL-FREED-TEMP TO TOTAL-FREED.
           PERFORM PRINT-CONTROL-TOTALS.
           IF TOTAL-ERRORS IS GREATER THAN ZERO AND NOT REPAIR-MODE THEN
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
       CLEAR-SLOT-ENTRY.
           MOVE 0 TO SLOT-EXISTS-FLAG(SLOT-INDEX).
           MOVE 0 TO SLOT-OWNER(SLOT-INDEX).
       LOAD-INDEX-ENTRY.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF CHAIN-USED IS NOT LESS THAN 998 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "TOO MANY INDEX ENTRIES. STOPPED AT "
                          DELIMITED BY SIZE,
                          NAME OF INDEX-ENTRY DELIMITED BY SPACE,
                          "." DELIMITED BY SIZE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   ADD 1 TO TOTAL-ERRORS
                   MOVE 99 TO STATE
               ELSE
                   ADD 1 TO CHAIN-USED, TOTAL-PROGRAMS
                   MOVE NAME OF INDEX-ENTRY TO CHAIN-NAME(CHAIN-USED)
                   MOVE ADDR OF INDEX-ENTRY TO CHAIN-ADDR(CHAIN-USED)
                   MOVE 0 TO CHAIN-LENGTH(CHAIN-USED)
                   MOVE 999 TO CHAIN-NEW-ADDR(CHAIN-USED).
       LOAD-INDEX-ENTRIES.
           MOVE 0 TO STATE.
           PERFORM LOAD-INDEX-ENTRY UNTIL DONE.
       LOAD-SLOT-ENTRY.
           READ PROGRAM-CODE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF PROGRAM-IP IS GREATER THAN ZERO AND
                  PROGRAM-IP IS LESS THAN 999 THEN
                   MOVE 1 TO SLOT-EXISTS-FLAG(PROGRAM-IP)
                   ADD 1 TO TOTAL-SLOTS
                   MOVE PROGRAM-IP TO SLOT-HIGH-WATER.
       LOAD-SLOT-MAP.
           MOVE 1 TO PROGRAM-IP.
           MOVE 0 TO STATE.
           START PROGRAM-CODE KEY IS NOT LESS THAN PROGRAM-IP
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LOAD-SLOT-ENTRY UNTIL DONE.
       REPORT-CHAIN-ERROR.
           DISPLAY REPORT-LINE.
           ADD 1 TO TOTAL-ERRORS.
           MOVE 1 TO WALK-DONE-FLAG.
       WALK-CHAIN-SLOT.
           IF SLOT-OWNER(WALK-IP) IS EQUAL TO CHAIN-INDEX THEN
               MOVE SPACES TO REPORT-LINE
               STRING "LOOPING CHAIN IN " DELIMITED BY SIZE,
                      CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                      " AT SLOT " DELIMITED BY SIZE,
                      WALK-IP,
                      "." DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM REPORT-CHAIN-ERROR
           ELSE IF SLOT-OWNER(WALK-IP) IS NOT EQUAL TO ZERO THEN
               MOVE SPACES TO REPORT-LINE
               STRING "CROSS-LINKED CHAIN IN " DELIMITED BY SIZE,
                      CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                      " AT SLOT " DELIMITED BY SIZE,
                      WALK-IP,
                      ", OWNED BY " DELIMITED BY SIZE,
                      CHAIN-NAME(SLOT-OWNER(WALK-IP))
                          DELIMITED BY SPACE,
                      "." DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM REPORT-CHAIN-ERROR
           ELSE
               MOVE CHAIN-INDEX TO SLOT-OWNER(WALK-IP)
               ADD 1 TO CHAIN-LENGTH(CHAIN-INDEX)
               MOVE WALK-IP TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
               IF PREV-IP IS NOT EQUAL TO WALK-PREV-IP THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "BAD BACK LINK IN " DELIMITED BY SIZE,
                          CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                          " AT SLOT " DELIMITED BY SIZE,
                          WALK-IP,
                          ". PREV-IP " DELIMITED BY SIZE,
                          PREV-IP,
                          " SHOULD BE " DELIMITED BY SIZE,
                          WALK-PREV-IP,
                          "." DELIMITED BY SIZE
                          INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   ADD 1 TO TOTAL-ERRORS
               END-IF
               IF NEXT-IP IS NOT LESS THAN 999 THEN
                   MOVE 1 TO WALK-DONE-FLAG
               ELSE IF NEXT-IP IS EQUAL TO ZERO OR
                       NOT SLOT-EXISTS(NEXT-IP) THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "BROKEN LINK IN " DELIMITED BY SIZE,
                          CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                          " AT SLOT " DELIMITED BY SIZE,
                          WALK-IP,
                          ". NEXT-IP " DELIMITED BY SIZE,
                          NEXT-IP,
                          " IS EMPTY." DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM REPORT-CHAIN-ERROR
               ELSE
                   MOVE WALK-IP TO WALK-PREV-IP
                   MOVE NEXT-IP TO WALK-IP.
       WALK-PROGRAM-CHAIN.
           MOVE CHAIN-ADDR(CHAIN-INDEX) TO WALK-IP.
           IF WALK-IP IS EQUAL TO ZERO OR
              WALK-IP IS NOT LESS THAN 999 THEN
               MOVE 0 TO WALK-IP.
           IF WALK-IP IS EQUAL TO ZERO THEN
               MOVE 1 TO WALK-DONE-FLAG
           ELSE IF NOT SLOT-EXISTS(WALK-IP) THEN
               MOVE 1 TO WALK-DONE-FLAG
           ELSE
               MOVE 0 TO WALK-DONE-FLAG.
           IF WALK-DONE THEN
               MOVE SPACES TO REPORT-LINE
               STRING "INDEX ENTRY " DELIMITED BY SIZE,
                      CHAIN-NAME(CHAIN-INDEX) DELIMITED BY SPACE,
                      " POINTS AT EMPTY SLOT " DELIMITED BY SIZE,
                      CHAIN-ADDR(CHAIN-INDEX),
                      "." DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               ADD 1 TO TOTAL-ERRORS, TOTAL-EMPTY
           ELSE
               MOVE 999 TO WALK-PREV-IP
               PERFORM WALK-CHAIN-SLOT UNTIL WALK-DONE
               ADD CHAIN-LENGTH(CHAIN-INDEX) TO TOTAL-INSTRUCTIONS.
       CHECK-ORPHAN-SLOT.
           IF SLOT-EXISTS(SLOT-INDEX) AND
              SLOT-OWNER(SLOT-INDEX) IS EQUAL TO ZERO THEN
               MOVE SPACES TO REPORT-LINE
               STRING "ORPHANED SLOT " DELIMITED BY SIZE,
                      SLOT-INDEX,
                      " IS NOT REACHED FROM ANY INDEX ENTRY."
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               ADD 1 TO TOTAL-ORPHANS.
       SAVE-CHAIN-INSTRUCTION.
           MOVE WALK-IP TO PROGRAM-IP.
           READ PROGRAM-CODE RECORD.
           MOVE CHAIN-INDEX TO COMPACT-CHAIN.
           MOVE RAW-INSTRUCTION TO COMPACT-INSTRUCTION.
           WRITE COMPACT-RECORD.
           ADD 1 TO WALK-COUNT.
           MOVE NEXT-IP TO WALK-IP.
       SAVE-PROGRAM-CHAIN.
           MOVE CHAIN-ADDR(CHAIN-INDEX) TO WALK-IP.
           MOVE 0 TO WALK-COUNT.
           IF CHAIN-LENGTH(CHAIN-INDEX) IS EQUAL TO ZERO THEN
               MOVE SPACES TO PROGRAM-RECORD
               MOVE 0 TO IN-REG
               MOVE 0 TO OUT-REG
               MOVE "NOOP" TO INTERPRETER
               MOVE "$NUL$" TO INSTRUCTION-CODE
               MOVE CHAIN-INDEX TO COMPACT-CHAIN
               MOVE RAW-INSTRUCTION TO COMPACT-INSTRUCTION
               WRITE COMPACT-RECORD
               MOVE 1 TO CHAIN-LENGTH(CHAIN-INDEX)
           ELSE
               PERFORM SAVE-CHAIN-INSTRUCTION
                   UNTIL WALK-COUNT IS NOT LESS THAN
                         CHAIN-LENGTH(CHAIN-INDEX).
       RELOAD-CHAIN-INSTRUCTION.
           READ PROGRAM-COMPACT
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO COMPACT-IP
               IF COMPACT-CHAIN IS NOT EQUAL TO COMPACT-LAST-CHAIN THEN
                   MOVE COMPACT-CHAIN TO COMPACT-LAST-CHAIN
                   MOVE COMPACT-IP TO CHAIN-NEW-ADDR(COMPACT-CHAIN)
                   MOVE 0 TO COMPACT-POSITION
                   MOVE 999 TO PREV-IP
               ELSE
                   COMPUTE PREV-IP = COMPACT-IP - 1
               END-IF
               ADD 1 TO COMPACT-POSITION
               MOVE COMPACT-INSTRUCTION TO RAW-INSTRUCTION
               IF COMPACT-POSITION IS LESS THAN
                  CHAIN-LENGTH(COMPACT-CHAIN) THEN
                   COMPUTE NEXT-IP = COMPACT-IP + 1
               ELSE
                   MOVE 999 TO NEXT-IP
               END-IF
               MOVE COMPACT-IP TO PROGRAM-IP
               WRITE PROGRAM-RECORD
                   INVALID KEY DISPLAY "CANNOT WRITE SLOT " PROGRAM-IP
                               ADD 1 TO TOTAL-ERRORS
               END-WRITE.
       REWRITE-INDEX-ADDR.
           MOVE CHAIN-NAME(CHAIN-INDEX) TO NAME OF INDEX-ENTRY.
           READ PROGRAM-INDEX RECORD
               INVALID KEY MOVE 99 TO STATE.
           IF SUCCESS THEN
               MOVE CHAIN-NEW-ADDR(CHAIN-INDEX) TO ADDR OF INDEX-ENTRY
               REWRITE INDEX-ENTRY
           ELSE
               MOVE 0 TO STATE.
       COMPACT-PROGRAM-STORAGE.
           IF NEW-HIGH-WATER IS GREATER THAN 998 THEN
               DISPLAY "LIVE CHAINS DO NOT FIT IN 998 SLOTS. NO REPAIR."
               CLOSE PROGRAM-INDEX, PROGRAM-CODE
               MOVE SLOT-HIGH-WATER TO NEW-HIGH-WATER
           ELSE
               OPEN OUTPUT PROGRAM-COMPACT
               PERFORM SAVE-PROGRAM-CHAIN
                   VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL CHAIN-INDEX IS GREATER THAN CHAIN-USED
               CLOSE PROGRAM-COMPACT
               CLOSE PROGRAM-INDEX, PROGRAM-CODE
               OPEN OUTPUT PROGRAM-CODE
               OPEN INPUT PROGRAM-COMPACT
               MOVE 0 TO COMPACT-IP, COMPACT-LAST-CHAIN
               MOVE 0 TO STATE
               PERFORM RELOAD-CHAIN-INSTRUCTION UNTIL DONE
               CLOSE PROGRAM-COMPACT
               CLOSE PROGRAM-CODE
               OPEN I-O PROGRAM-INDEX
               MOVE 0 TO STATE
               PERFORM REWRITE-INDEX-ADDR
                   VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL CHAIN-INDEX IS GREATER THAN CHAIN-USED
               CLOSE PROGRAM-INDEX
               MOVE COMPACT-IP TO NEW-HIGH-WATER
               DISPLAY "PROGRAM STORAGE RENUMBERED INTO SLOTS 1 TO "
                       COMPACT-IP ".".
       PRINT-CONTROL-TOTALS.
           DISPLAY "CONTROL TOTALS.".
           DISPLAY "  PROGRAMS ON INDEX      " TOTAL-PROGRAMS.
           DISPLAY "  INSTRUCTIONS IN CHAINS " TOTAL-INSTRUCTIONS.
           DISPLAY "  SLOTS IN USE           " TOTAL-SLOTS.
           DISPLAY "  ORPHANED SLOTS         " TOTAL-ORPHANS.
           DISPLAY "  EMPTY INDEX ENTRIES    " TOTAL-EMPTY.
           DISPLAY "  ERRORS FOUND           " TOTAL-ERRORS.
           IF REPAIR-MODE THEN
               DISPLAY "  SLOTS FREED            " TOTAL-FREED
           ELSE
               DISPLAY "  SLOTS REPAIR WOULD FREE " TOTAL-FREED.
