               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHANNEL-STAT-KEY.
           SELECT TRIGGERS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRIGGER-KEY.
           SELECT STRIKES
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STRIKE-MASK.
           SELECT PROGRAM-HISTORY
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY.
           SELECT ACCESS-REQUESTS
               ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCESS-REQUEST-ACCOUNT.
           SELECT DAILY-REPORT
               ASSIGN TO DAILY-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG.
                   07 SAVED-COMMAND-STAT-ENTRY OCCURS 40 TIMES.
                       09 SAVED-COMMAND-STAT-NAME PIC X(20).
                       09 SAVED-COMMAND-STAT-COUNT PIC 9(6).
               05 SAVED-DAILY-BASE-MESSAGES PIC 9(9).
               05 SAVED-DAILY-BASE-DROPPED PIC 9(6).
           03 RUN-STATE-QUEUE-LINE REDEFINES RUN-STATE-BODY
               PIC X(999).
       FD PROGRAM-DECK.
           03 CHANNEL-STAT-MESSAGES PIC 9(9).
           03 CHANNEL-STAT-COMMANDS PIC 9(6).
           03 CHANNEL-STAT-NICKS PIC 9(4).
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
       FD STRIKES.
       01 STRIKE-RECORD.
           03 STRIKE-MASK PIC X(60).
           03 STRIKE-NICK PIC X(40).
           03 STRIKE-CHANNEL PIC X(50).
           03 STRIKE-COUNT PIC 9(4).
           03 STRIKE-LAST-TIME PIC 9(8).
           03 STRIKE-ACTION PIC X.
               88 STRIKE-IGNORED VALUE "I".
               88 STRIKE-BANNED VALUE "B".
           03 STRIKE-HISTORY.
               05 STRIKE-DAY PIC 9(7) OCCURS 20 TIMES.
       FD PROGRAM-HISTORY.
       01 HISTORY-RECORD.
           03 HISTORY-KEY.
               05 HISTORY-PROGRAM PIC X(16).
               05 HISTORY-VERSION PIC 9(4).
               05 HISTORY-LINE PIC 999.
           03 HISTORY-NICK PIC X(40).
           03 HISTORY-DAY PIC 9(7).
           03 HISTORY-TIME PIC 9(8).
           03 HISTORY-CHANGE PIC X(8).
           03 HISTORY-LINE-COUNT PIC 999.
           03 HISTORY-INSTRUCTION PIC X(999).
       FD ACCESS-REQUESTS.
       01 ACCESS-REQUEST-RECORD.
           03 ACCESS-REQUEST-ACCOUNT PIC X(40).
           03 ACCESS-REQUEST-NICK PIC X(40).
           03 ACCESS-REQUEST-LEVEL PIC 9(2).
           03 ACCESS-REQUEST-CURRENT-LEVEL PIC 9(2).
           03 ACCESS-REQUEST-DAY PIC 9(7).
           03 ACCESS-REQUEST-TIME PIC 9(8).
           03 ACCESS-REQUEST-REASON PIC X(300).
       FD DAILY-REPORT.
       01 DAILY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *CONFIGURATION "CONSTANTS"
               88 PRIVMSG VALUE "PRIVMSG".
               88 NOTICE VALUE "NOTICE".
               88 JOINING VALUE "JOIN".
               88 PARTING VALUE "PART".
               88 QUITTING VALUE "QUIT".
               88 NICK-CHANGE VALUE "NICK".
               88 MODE-CHANGE VALUE "MODE".
               88 NAMES-REPLY VALUE "353".
               88 NAMES-END VALUE "366".
           03 TARGET PIC X(50).
           03 TARGET-PREFIX-CHECK REDEFINES TARGET.
               05 TARGET-FIRST-CHAR PIC X.
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
       01 RECONNECT-STATE.
               88 SCHEDULE-ENTRY-DUE VALUE 1.
           03 DAY-ROLLED-FLAG PIC 9 VALUE 0.
               88 DAY-ROLLED VALUE 1.
       01 TRIGGER-WORK.
           03 DUE-TRIGGER-TABLE.
               05 DUE-TRIGGER-PROGRAM PIC X(16) OCCURS 10 TIMES.
           03 DUE-TRIGGER-COUNT PIC 99 VALUE 0.
           03 DUE-TRIGGER-INDEX PIC 99.
           03 FIRED-EVENT PIC X(8).
           03 FIRED-CHANNEL PIC X(50).
           03 FIRED-NICK PIC X(40).
           03 FIRED-SUBJECT PIC X(100).
           03 FIRED-TEXT PIC X(999).
           03 FIRED-TEXT-CHECK REDEFINES FIRED-TEXT.
               05 FIRED-TEXT-PREFIX PIC X(5).
                   88 FIRED-TEXT-IS-CTCP VALUE "$SOH$".
               05 FILLER PIC X(994).
           03 FIRED-COMMAND-CHECK REDEFINES FIRED-TEXT.
               05 FIRED-COMMAND-PREFIX PIC XX.
                   88 FIRED-TEXT-IS-COMMAND VALUE "$$".
               05 FILLER PIC X(997).
           03 TRIGGER-TODAY PIC 9(7).
           03 TRIGGER-YESTERDAY PIC 9(7).
           03 TRIGGER-NOW-SECONDS PIC S9(8).
           03 TRIGGER-LAST-SECONDS PIC S9(8).
           03 TRIGGER-ELAPSED-SECONDS PIC S9(8).
           03 TRIGGER-READY-FLAG PIC 9.
               88 TRIGGER-READY VALUE 1.
           03 TRIGGER-WILDCARD-FLAG PIC 9.
               88 TRIGGER-HAS-WILDCARD VALUE 1.
           03 TRIGGER-LISTED-COUNT PIC 999.
           03 TRIGGER-QUERY PIC X(50).
       01 STRIKE-SETTINGS.
           03 STRIKE-PERIOD-DAYS PIC 9(4) VALUE 7.
           03 STRIKE-IGNORE-AT PIC 99 VALUE 3.
           03 STRIKE-IGNORE-DAYS PIC 9(4) VALUE 1.
           03 STRIKE-BAN-AT PIC 99 VALUE 5.
           03 STRIKE-BAN-DAYS PIC 9(4) VALUE 7.
       01 STRIKE-WORK.
           03 STRIKE-FIRST-EXCESS PIC 9(5).
           03 STRIKE-HOST-LEAD PIC X(99).
           03 STRIKE-HOST PIC X(99).
           03 STRIKE-TODAY PIC 9(7).
           03 STRIKE-CUTOFF-DAY PIC 9(7).
           03 STRIKE-RECENT PIC 99.
           03 STRIKE-INDEX PIC 99.
           03 STRIKE-PRIOR PIC 99.
           03 STRIKE-LISTED-COUNT PIC 999.
       01 DAYS-BACK-WORK.
           03 DAYS-BACK-COUNT PIC 9(4).
           03 DAYS-BACK-DAY PIC 9(7).
           03 DAYS-BACK-SPLIT REDEFINES DAYS-BACK-DAY.
               05 DAYS-BACK-YEAR PIC 9(4).
               05 DAYS-BACK-DDD PIC 999.
           03 DAYS-BACK-TEMP PIC S9(5).
       01 AUTO-AUDIT-WORK.
           03 AUTO-AUDIT-COMMAND PIC X(16).
           03 AUTO-AUDIT-TARGET PIC X(50).
           03 AUTO-AUDIT-PARAMS PIC X(80).
       01 ROSTER-TABLE.
           03 ROSTER-ENTRY OCCURS 500 TIMES.
               05 ROSTER-CHANNEL PIC X(50).
               05 ROSTER-NICK PIC X(40).
               05 ROSTER-OP-FLAG PIC X.
                   88 ROSTER-HAS-OP VALUE "Y".
               05 ROSTER-VOICE-FLAG PIC X.
                   88 ROSTER-HAS-VOICE VALUE "Y".
               05 ROSTER-LEVEL PIC 9(2).
               05 ROSTER-LEVEL-FLAG PIC X.
                   88 ROSTER-LEVEL-KNOWN VALUE "Y".
               05 ROSTER-SEEN-FLAG PIC X.
                   88 ROSTER-NAMES-SEEN VALUE "Y".
       01 ROSTER-WORK.
           03 ROSTER-USED PIC 999 VALUE 0.
           03 ROSTER-INDEX PIC 999.
           03 ROSTER-SWEEP-INDEX PIC 999.
           03 ROSTER-TARGET-INDEX PIC 999.
           03 ROSTER-FOUND PIC 999.
           03 ROSTER-FREE PIC 999.
           03 ROSTER-WORK-CHANNEL PIC X(50).
           03 ROSTER-WORK-NICK PIC X(40).
           03 ROSTER-NEW-NICK PIC X(40).
           03 ROSTER-WORK-ITEM PIC X(50).
           03 ROSTER-ITEM-COLON-CHECK REDEFINES ROSTER-WORK-ITEM.
               05 ROSTER-ITEM-COLON PIC X(6).
                   88 ROSTER-ITEM-HAS-COLON VALUE "$COLN$".
               05 ROSTER-ITEM-AFTER-COLON PIC X(44).
           03 ROSTER-ITEM-AT-CHECK REDEFINES ROSTER-WORK-ITEM.
               05 ROSTER-ITEM-AT PIC X(4).
                   88 ROSTER-ITEM-HAS-AT VALUE "$AT$".
               05 ROSTER-ITEM-AFTER-AT PIC X(46).
           03 ROSTER-ITEM-PLUS-CHECK REDEFINES ROSTER-WORK-ITEM.
               05 ROSTER-ITEM-PLUS PIC X.
                   88 ROSTER-ITEM-HAS-PLUS VALUE "+".
               05 ROSTER-ITEM-AFTER-PLUS PIC X(49).
           03 ROSTER-ITEM-CHANNEL-CHECK REDEFINES ROSTER-WORK-ITEM.
               05 ROSTER-ITEM-FIRST PIC X.
                   88 ROSTER-ITEM-IS-CHANNEL VALUES "#", "&".
               05 FILLER PIC X(49).
           03 ROSTER-ITEM-TEMP PIC X(50).
           03 ROSTER-ITEM-OP-FLAG PIC X.
           03 ROSTER-ITEM-VOICE-FLAG PIC X.
           03 ROSTER-PREFIX-DONE-FLAG PIC 9.
               88 ROSTER-PREFIX-DONE VALUE 1.
           03 ROSTER-SCAN-PTR PIC 9(4).
           03 ROSTER-SCAN-DONE-FLAG PIC 9.
               88 ROSTER-SCAN-DONE VALUE 1.
           03 ROSTER-PARAM-NUMBER PIC 99.
           03 ROSTER-NAMES-CHANNEL PIC X(50) VALUE SPACES.
           03 ROSTER-MODE-STRING PIC X(60).
           03 ROSTER-MODE-TABLE REDEFINES ROSTER-MODE-STRING.
               05 ROSTER-MODE-CHAR PIC X OCCURS 60 TIMES.
           03 ROSTER-MODE-PTR PIC 99.
           03 ROSTER-MODE-NEXT PIC 99.
           03 ROSTER-MODE-SIGN PIC X.
               88 ROSTER-MODE-ADDING VALUE "+".
           03 ROSTER-MODE-LETTER PIC X.
               88 ROSTER-MODE-LOWER-ARG VALUES "O", "V", "B", "K",
                                               "E", "H", "Q", "A".
           03 ROSTER-MODE-LOWER-FLAG PIC 9.
               88 ROSTER-MODE-IS-LOWER VALUE 1.
           03 ROSTER-MODE-ARG-FLAG PIC 9.
               88 ROSTER-MODE-HAS-ARG VALUE 1.
           03 ROSTER-MODE-TEXT PIC X(14).
           03 ROSTER-BOT-OP-FLAG PIC 9.
               88 ROSTER-BOT-HAS-OP VALUE 1.
           03 ROSTER-PENDING-FLAG PIC 9 VALUE 0.
               88 ROSTER-JOIN-PENDING VALUE 1.
           03 ROSTER-SWEEP-SECONDS PIC 9(5) VALUE 300.
           03 ROSTER-LAST-SWEEP PIC 9(5) VALUE 0.
           03 ROSTER-NOW-SECONDS PIC 9(5).
           03 ROSTER-ELAPSED PIC S9(6).
           03 ROSTER-MIN-LEVEL PIC 9(2).
           03 ROSTER-LISTED-COUNT PIC 999.
           03 ROSTER-QUERY PIC X(50).
           03 ROSTER-QUERY-CHECK REDEFINES ROSTER-QUERY.
               05 ROSTER-QUERY-FIRST PIC X.
                   88 ROSTER-QUERY-IS-CHANNEL VALUES "#", "&".
               05 FILLER PIC X(49).
       01 OPS-CHANNEL PIC X(50) VALUE SPACES.
       01 DAILY-REPORT-NAME PIC X(40).
       01 DAILY-REPORT-WORK.
           03 DAILY-REPORT-DAY PIC 9(7).
           03 DAILY-TODAY PIC 9(7).
           03 DAILY-TOMORROW PIC 9(7).
           03 DAILY-MEMO-CUTOFF PIC 9(7).
           03 DAILY-BASE-MESSAGES PIC 9(9) VALUE 0.
           03 DAILY-BASE-DROPPED PIC 9(6) VALUE 0.
           03 DAILY-MESSAGES PIC 9(9).
           03 DAILY-DROPPED PIC 9(6).
           03 DAILY-PICKED-TABLE.
               05 DAILY-PICKED PIC X OCCURS 20 TIMES.
           03 DAILY-RANK PIC 99.
           03 DAILY-BEST PIC 99.
           03 DAILY-BUSIEST-NAME PIC X(50).
           03 DAILY-BUSIEST-MSGS PIC 9(9).
           03 DAILY-CMD-TABLE.
               05 DAILY-CMD-ENTRY OCCURS 40 TIMES.
                   07 DAILY-CMD-NAME PIC X(16).
                   07 DAILY-CMD-COUNT PIC 9(6).
           03 DAILY-CMD-USED PIC 99.
           03 DAILY-CMD-INDEX PIC 99.
           03 DAILY-CMD-TOTAL PIC 9(6).
           03 DAILY-EXPIRED-COUNT PIC 9(5).
           03 DAILY-EXPIRING-COUNT PIC 9(5).
           03 DAILY-OLD-MEMO-COUNT PIC 9(5).
           03 DAILY-FIRED-COUNT PIC 999.
           03 DAILY-SKIPPED-COUNT PIC 999.
           03 DAILY-STATUS PIC X(8).
       01 HISTORY-WORK.
           03 HISTORY-PROGRAM-NAME PIC X(16).
           03 HISTORY-NEXT-VERSION PIC 9(4).
           03 HISTORY-LOOKUP-VERSION PIC 9(4).
           03 HISTORY-VERSION-A PIC 9(4).
           03 HISTORY-VERSION-B PIC 9(4).
           03 HISTORY-CHANGE-WORK PIC X(8).
           03 HISTORY-NICK-WORK PIC X(40).
           03 HISTORY-DAY-WORK PIC 9(7).
           03 HISTORY-TIME-WORK PIC 9(8).
           03 HISTORY-CHAIN-IP PIC 999.
           03 HISTORY-FIRST-IP PIC 999.
           03 HISTORY-PREV-IP PIC 999.
           03 HISTORY-LINE-WORK PIC 999.
           03 HISTORY-LINE-TOTAL PIC 999.
           03 HISTORY-COUNT-A PIC 999.
           03 HISTORY-COUNT-B PIC 999.
           03 HISTORY-DIFF-LINE PIC 999.
           03 HISTORY-DIFF-LIMIT PIC 999.
           03 HISTORY-DIFF-COUNT PIC 999.
           03 HISTORY-LISTED-COUNT PIC 9(4).
           03 HISTORY-FOUND-FLAG PIC 9.
               88 HISTORY-FOUND VALUE 1.
           03 HISTORY-PROGRAM-FLAG PIC 9.
               88 HISTORY-PROGRAM-EXISTS VALUE 1.
           03 HISTORY-OLD-INSTRUCTION PIC X(999).
           03 HISTORY-NEW-INSTRUCTION PIC X(999).
       01 XREF-WORK.
           03 XREF-FILTER PIC X(16).
               88 XREF-ALL-PROGRAMS VALUE SPACES.
           03 XREF-PROGRAM-ENTRY OCCURS 998 TIMES.
               05 XREF-PROGRAM-NAME PIC X(16).
               05 XREF-PROGRAM-ADDR PIC 999.
               05 XREF-PROGRAM-LENGTH PIC 999.
               05 XREF-FIRST-REF PIC 999.
               05 XREF-LAST-REF PIC 999.
           03 XREF-PROGRAM-USED PIC 999.
           03 XREF-PROGRAM-INDEX PIC 999.
           03 XREF-PROGRAM-FOUND PIC 999.
           03 XREF-SLOT-OWNER PIC 999 OCCURS 998 TIMES.
           03 XREF-SLOT-INDEX PIC 999.
           03 XREF-REF-ENTRY OCCURS 998 TIMES.
               05 XREF-REF-PROGRAM PIC 999.
               05 XREF-REF-IP PIC 999.
               05 XREF-REF-KIND PIC X.
                   88 XREF-REF-CALL VALUE "C".
                   88 XREF-REF-READ VALUE "R".
                   88 XREF-REF-WRITE VALUE "W".
                   88 XREF-REF-BRANCH VALUE "B".
                   88 XREF-REF-LABEL VALUE "L".
                   88 XREF-REF-RUN VALUE "P".
                   88 XREF-REF-PROGRAM-CALL VALUES "C", "P".
               05 XREF-REF-NAME PIC X(16).
               05 XREF-REF-TARGET.
                   07 XREF-REF-TARGET-IP PIC 999.
                   07 XREF-REF-TARGET-REST PIC X(13).
           03 XREF-REF-USED PIC 999.
           03 XREF-REF-INDEX PIC 999.
           03 XREF-REF-SCAN PIC 999.
           03 XREF-MATCH-FLAG PIC 9.
               88 XREF-MATCHED VALUE 1.
           03 XREF-SCHED-ENTRY OCCURS 500 TIMES.
               05 XREF-SCHED-NAME PIC X(16).
               05 XREF-SCHED-PROGRAM PIC X(16).
               05 XREF-SCHED-TIME PIC 9(6).
           03 XREF-SCHED-USED PIC 999.
           03 XREF-SCHED-INDEX PIC 999.
           03 XREF-TRIG-ENTRY OCCURS 500 TIMES.
               05 XREF-TRIG-CHANNEL PIC X(50).
               05 XREF-TRIG-EVENT PIC X(8).
               05 XREF-TRIG-PROGRAM PIC X(16).
           03 XREF-TRIG-USED PIC 999.
           03 XREF-TRIG-INDEX PIC 999.
           03 XREF-WALK-IP PIC 999.
           03 XREF-WALK-DONE-FLAG PIC 9.
               88 XREF-WALK-DONE VALUE 1.
           03 XREF-TOKEN-1 PIC X(16).
           03 XREF-TOKEN-2 PIC X(16).
           03 XREF-TOKEN-3 PIC X(16).
           03 XREF-TOKEN-4 PIC X(16).
           03 XREF-TOKEN-NAME PIC X(16).
           03 XREF-TOKEN-KIND PIC X.
           03 XREF-LOOKUP-NAME PIC X(16).
           03 XREF-DANGLING-COUNT PIC 9(4).
           03 XREF-BUILTIN-INDEX PIC 99.
       01 XREF-BUILTIN-COMMANDS.
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
       01 XREF-BUILTIN-TABLE REDEFINES XREF-BUILTIN-COMMANDS.
           03 XREF-BUILTIN-NAME PIC X(16) OCCURS 80 TIMES.
       01 GREP-RESULT-LIMIT PIC 999 VALUE 50.
       01 GREP-SCAN-LIMIT PIC 9(6) VALUE 50000.
       01 DORMANT-DEFAULT-DAYS PIC 9(4) VALUE 180.
       01 GREP-WORK.
           03 GREP-DAYS PIC 9(4).
           03 GREP-NICK-FILTER PIC X(40).
           03 GREP-NICK-KEY PIC X(46).
           03 GREP-BOT-NICK-KEY PIC X(46).
           03 GREP-CHANNEL-FILTER PIC X(50).
           03 GREP-TEXT PIC X(201).
           03 GREP-TEXT-TABLE REDEFINES GREP-TEXT.
               05 GREP-TEXT-CHAR PIC X OCCURS 201 TIMES.
           03 GREP-TEXT-LEN PIC 999.
           03 GREP-TEXT-PTR PIC 999.
           03 GREP-FOLD-IN PIC X(999).
           03 GREP-FOLD-IN-TABLE REDEFINES GREP-FOLD-IN.
               05 GREP-FOLD-IN-CHAR PIC X OCCURS 999 TIMES.
           03 GREP-FOLD-OUT PIC X(999).
           03 GREP-FOLD-OUT-TABLE REDEFINES GREP-FOLD-OUT.
               05 GREP-FOLD-OUT-CHAR PIC X OCCURS 999 TIMES.
           03 GREP-FOLD-WINDOW.
               05 GREP-FOLD-WINDOW-LEAD PIC X(4).
                   88 GREP-FOLD-AT-LOW VALUE "$LOW".
               05 GREP-FOLD-WINDOW-LETTER PIC X.
               05 GREP-FOLD-WINDOW-TAIL PIC X.
           03 GREP-FOLD-COUNT PIC 9(4).
           03 GREP-FOLD-LEN PIC 9(4).
           03 GREP-FOLD-IN-PTR PIC 9(4).
           03 GREP-FOLD-OUT-PTR PIC 9(4).
           03 GREP-FOLD-PEEK-PTR PIC 9(4).
           03 GREP-BODY PIC X(999).
           03 GREP-BODY-TABLE REDEFINES GREP-BODY.
               05 GREP-BODY-CHAR PIC X OCCURS 999 TIMES.
           03 GREP-BODY-PARTS REDEFINES GREP-BODY.
               05 GREP-BODY-LEAD PIC X(6).
                   88 GREP-BODY-HAS-PREFIX VALUE "$COLN$".
               05 FILLER PIC X(993).
           03 GREP-BODY-LEN PIC 9(4).
           03 GREP-BODY-PTR PIC 9(4).
           03 GREP-START-PTR PIC 9(4).
           03 GREP-LAST-START PIC S9(4).
           03 GREP-LINE-DAY PIC 9(7).
           03 GREP-LINE.
               05 GREP-LINE-TIME.
                   07 GREP-LINE-HH PIC 99.
                   07 GREP-LINE-MM PIC 99.
                   07 GREP-LINE-SS PIC 99.
                   07 GREP-LINE-CC PIC 99.
               05 GREP-LINE-DIRECTION PIC X(4).
                   88 GREP-LINE-SENT VALUE "SENT".
               05 GREP-LINE-BODY PIC X(999).
           03 GREP-SHOW-BODY PIC X(400).
           03 GREP-LINE-NICK PIC X(46).
           03 GREP-LINE-TARGET PIC X(50).
           03 GREP-WORD-1 PIC X(200).
           03 GREP-WORD-2 PIC X(50).
           03 GREP-WORD-3 PIC X(50).
           03 GREP-SCANNED-COUNT PIC 9(6).
           03 GREP-MATCHED-COUNT PIC 999.
           03 GREP-LINE-MATCH-FLAG PIC 9.
               88 GREP-LINE-MATCHES VALUE 1.
           03 GREP-CAPPED-FLAG PIC 9.
               88 GREP-CAPPED VALUE 1.
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
       01 BACKUP-REPORT-WORK.
           03 BACKUP-REPORT-INDEX PIC 99.
           03 BACKUP-SELECTION-PTR PIC 999.
           03 BACKUP-TOTAL-RECORDS PIC 9(9).
       01 ACCESS-WORK.
           03 ACCESS-OPERATOR PIC X(40).
           03 ACCESS-OPERATOR-LEVEL PIC 9(2).
           03 ACCESS-ACCOUNT PIC X(40).
           03 ACCESS-REQUESTER-NICK PIC X(40).
           03 ACCESS-CALLER-NICK PIC X(40).
           03 ACCESS-LEVEL PIC 9(2).
           03 ACCESS-OLD-LEVEL PIC 9(2).
           03 ACCESS-LISTED-COUNT PIC 999.
           03 ACCESS-MEMO-TEXT PIC X(300).
       01 DORMANT-WORK.
           03 DORMANT-DAYS PIC 9(4).
           03 DORMANT-CUTOFF-DAY PIC 9(7).
           03 DORMANT-NEW-LEVEL PIC 9(2).
           03 DORMANT-COUNT PIC 9(5).
           03 DORMANT-FAILED-COUNT PIC 9(5).
           03 DORMANT-FAILED-FLAG PIC 9.
               88 DORMANT-CHANGE-FAILED VALUE 1.
           03 DORMANT-SEEN-TEXT PIC X(7).
           03 DORMANT-FLAG PIC 9.
               88 DORMANT-ACCOUNT VALUE 1.
           03 DORMANT-REVIEWER PIC X(40).
           03 DORMANT-REVIEWED-DAYS PIC 9(4).
           03 DORMANT-REVIEWED-CUTOFF PIC 9(7).
           03 DORMANT-REVIEWED-ON PIC 9(7).
           03 DORMANT-TODAY PIC 9(7).
           03 DORMANT-REVIEWED-FLAG PIC 9 VALUE 0.
               88 DORMANT-REVIEWED VALUE 1.
       PROCEDURE DIVISION.
           DISPLAY "CONFIGURATION FOLLOWS.".
           CALL "PRINT-CONFIG".
           OPEN I-O AUDIT-ARCHIVE.
           OPEN I-O TRANSCRIPT-ARCHIVE.
           OPEN I-O CHANNELS.
           OPEN I-O TRIGGERS.
           OPEN I-O STRIKES.
           OPEN I-O PROGRAM-HISTORY.
           OPEN I-O ACCESS-REQUESTS.
           MOVE "NICK" TO CONFIG-KEY.
           PERFORM READ-CONFIG-ENTRY.
           MOVE CONFIG-VALUE TO NICK OF WOPO.
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           MOVE CONFIG-VALUE TO JOIN-MOTD.
           MOVE "OPS-CHANNEL" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           MOVE CONFIG-VALUE TO OPS-CHANNEL.
           MOVE "MAX-BF-CYCLES" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
               IF MAYBE-CONFIG-NUMBER IS GREATER THAN ZERO AND
                  MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 300 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO MORE-PAGE-SIZE.
           MOVE "STRIKE-DAYS" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS GREATER THAN ZERO AND
                  MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 365 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO STRIKE-PERIOD-DAYS.
           MOVE "STRIKE-IGNORE-AT" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 20 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO STRIKE-IGNORE-AT.
           MOVE "STRIKE-IGN-DAYS" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 9999 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO STRIKE-IGNORE-DAYS.
           MOVE "STRIKE-BAN-AT" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 20 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO STRIKE-BAN-AT.
           MOVE "STRIKE-BAN-DAYS" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 9999 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO STRIKE-BAN-DAYS.
           MOVE "SWEEP-SECONDS" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS LESS THAN 86400 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO ROSTER-SWEEP-SECONDS.
           MOVE "GREP-LIMIT" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS GREATER THAN ZERO AND
                  MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 250 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO GREP-RESULT-LIMIT.
           MOVE "GREP-SCAN-LIMIT" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS GREATER THAN ZERO AND
                  MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 999999 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO GREP-SCAN-LIMIT.
           MOVE "DORMANT-DAYS" TO CONFIG-KEY.
           READ CONFIG RECORD
               INVALID KEY MOVE SPACES TO CONFIG-VALUE
           END-READ.
           IF CONFIG-VALUE IS NOT EQUAL TO SPACES THEN
               MOVE 0 TO MAYBE-CONFIG-NUMBER
               MOVE CONFIG-VALUE TO MAYBE-CONFIG-NUMBER
               IF MAYBE-CONFIG-NUMBER IS GREATER THAN ZERO AND
                  MAYBE-CONFIG-NUMBER IS NOT GREATER THAN 9999 THEN
                   MOVE MAYBE-CONFIG-NUMBER TO DORMANT-DEFAULT-DAYS.
       SAVE-COMMAND-STAT-ENTRY.
           MOVE COMMAND-STAT-NAME(COMMAND-STAT-INDEX) TO
                SAVED-COMMAND-STAT-NAME(COMMAND-STAT-INDEX).
           MOVE MESSAGES-PROCESSED TO SAVED-MESSAGES-PROCESSED.
           MOVE SEND-QUEUE-DROPPED TO SAVED-QUEUE-DROPPED.
           MOVE COMMAND-STAT-USED TO SAVED-COMMAND-STAT-USED.
           MOVE DAILY-BASE-MESSAGES TO SAVED-DAILY-BASE-MESSAGES.
           MOVE DAILY-BASE-DROPPED TO SAVED-DAILY-BASE-DROPPED.
           PERFORM SAVE-COMMAND-STAT-ENTRY
               VARYING COMMAND-STAT-INDEX FROM 1 BY 1
               UNTIL COMMAND-STAT-INDEX IS GREATER THAN
                        MESSAGES-PROCESSED
                   MOVE SAVED-QUEUE-DROPPED TO SEND-QUEUE-DROPPED
                   MOVE SAVED-COMMAND-STAT-USED TO COMMAND-STAT-USED
                   IF SAVED-DAILY-BASE-MESSAGES IS NUMERIC AND
                      SAVED-DAILY-BASE-DROPPED IS NUMERIC THEN
                       MOVE SAVED-DAILY-BASE-MESSAGES TO
                            DAILY-BASE-MESSAGES
                       MOVE SAVED-DAILY-BASE-DROPPED TO
                            DAILY-BASE-DROPPED
                   END-IF
                   PERFORM LOAD-COMMAND-STAT-ENTRY
                       VARYING COMMAND-STAT-INDEX FROM 1 BY 1
                       UNTIL COMMAND-STAT-INDEX IS GREATER THAN
           PERFORM RECEIVE-LINE.
           PERFORM TRACK-UPTIME-DAY-ROLLOVER.
           IF DAY-ROLLED THEN
               PERFORM WRITE-DAILY-REPORT
               PERFORM FLUSH-CHANNEL-STATS
               PERFORM ROTATE-LOGS-AT-MIDNIGHT.
      D    DISPLAY "NICK. ", NICK OF IRC-STATE,
      D            "TARGET. ", TARGET OF IRC-STATE.
           IF PRIVMSG OR JOINING OR KICK THEN
               PERFORM RECORD-LAST-SEEN.
           PERFORM TRACK-CHANNEL-ROSTER.
           IF PING THEN
               PERFORM PONG
           ELSE IF PRIVMSG OR NOTICE THEN
                   PERFORM TRACK-CHANNEL-ACTIVITY
               END-IF
               IF NOT BAN-MATCHED THEN
                   IF PRIVMSG AND TARGET-IS-CHANNEL THEN
                       PERFORM CAPTURE-MESSAGE-TRIGGER
                   END-IF
                   PERFORM HANDLE-MESSAGE
               END-IF
           ELSE IF JOINING THEN
               PERFORM MAYBE-ENFORCE-BANS
               IF NOT BAN-MATCHED THEN
                   PERFORM CAPTURE-JOIN-TRIGGER
               END-IF
           ELSE IF KICK THEN
      D        DISPLAY "PROCESSING KICK"
               PERFORM CAPTURE-KICK-TRIGGER
               PERFORM HANDLE-KICK.
           IF ROSTER-JOIN-PENDING AND NOT BAN-MATCHED THEN
               PERFORM APPLY-JOIN-MODES.
           MOVE 0 TO ROSTER-PENDING-FLAG.
           PERFORM RUN-DUE-TRIGGERS.
           PERFORM CHECK-DUE-SCHEDULES.
           PERFORM CHECK-ROSTER-SWEEP.
           PERFORM PUMP-SEND-QUEUE.
           ADD 1 TO STATE-SAVE-TICKS.
           IF STATE-SAVE-TICKS IS NOT LESS THAN STATE-SAVE-INTERVAL
           MOVE TARGET OF OUTPUT-SPEC TO AUDIT-TARGET.
           MOVE SAVED-AUDIT-PARAMS TO AUDIT-PARAMS.
           WRITE AUDIT-RECORD.
       WRITE-AUTO-AUDIT-RECORD.
           MOVE NICK OF WOPO TO AUDIT-NICK.
           MOVE NICK OF WOPO TO AUDIT-USER-NAME.
           MOVE 99 TO AUDIT-USER-LEVEL.
           MOVE AUTO-AUDIT-COMMAND TO AUDIT-COMMAND.
           MOVE AUTO-AUDIT-TARGET TO AUDIT-TARGET.
           MOVE AUTO-AUDIT-PARAMS TO AUDIT-PARAMS.
           WRITE AUDIT-RECORD.
       GET-CHANNEL-POLICY.
           MOVE TARGET OF OUTPUT-SPEC TO CHANNEL-NAME.
           READ CHANNELS RECORD
           PERFORM COMPUTE-ROTATE-CUTOFF.
           PERFORM PURGE-AUDIT-ARCHIVE.
           PERFORM PURGE-TRANSCRIPT-ARCHIVE.
           PERFORM PURGE-PROGRAM-HISTORY.
           MOVE 0 TO STATE.
       PICK-BUSIEST-CHANNEL.
           IF DAILY-PICKED(CHAN-STAT-INDEX) IS NOT EQUAL TO "Y" THEN
               IF DAILY-BEST IS EQUAL TO ZERO THEN
                   MOVE CHAN-STAT-INDEX TO DAILY-BEST
               ELSE IF CHAN-STAT-MSGS(CHAN-STAT-INDEX) IS GREATER THAN
                       CHAN-STAT-MSGS(DAILY-BEST) THEN
                   MOVE CHAN-STAT-INDEX TO DAILY-BEST.
       REPORT-BUSIEST-CHANNEL.
           MOVE 0 TO DAILY-BEST.
           PERFORM PICK-BUSIEST-CHANNEL
               VARYING CHAN-STAT-INDEX FROM 1 BY 1
               UNTIL CHAN-STAT-INDEX IS GREATER THAN CHAN-STAT-USED.
           IF DAILY-BEST IS GREATER THAN ZERO THEN
               MOVE "Y" TO DAILY-PICKED(DAILY-BEST)
               IF DAILY-RANK IS EQUAL TO 1 THEN
                   MOVE CHAN-STAT-NAME(DAILY-BEST) TO DAILY-BUSIEST-NAME
                   MOVE CHAN-STAT-MSGS(DAILY-BEST) TO DAILY-BUSIEST-MSGS
               END-IF
               MOVE SPACES TO DAILY-REPORT-LINE
               STRING "  " DELIMITED BY SIZE,
                      CHAN-STAT-NAME(DAILY-BEST) DELIMITED BY SPACE,
                      " MSGS " DELIMITED BY SIZE,
                      CHAN-STAT-MSGS(DAILY-BEST),
                      " CMDS " DELIMITED BY SIZE,
                      CHAN-STAT-CMDS(DAILY-BEST),
                      " NICKS " DELIMITED BY SIZE,
                      CHAN-STAT-NICK-COUNT(DAILY-BEST)
                      INTO DAILY-REPORT-LINE
               WRITE DAILY-REPORT-LINE.
       TALLY-DAILY-COMMAND.
           READ AUDIT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO DAILY-CMD-TOTAL
               MOVE 1 TO DAILY-CMD-INDEX
               PERFORM SCAN-DAILY-COMMAND
                   UNTIL DAILY-CMD-INDEX IS GREATER THAN DAILY-CMD-USED
                      OR DAILY-CMD-NAME(DAILY-CMD-INDEX) IS EQUAL TO
                         AUDIT-COMMAND
               IF DAILY-CMD-INDEX IS GREATER THAN DAILY-CMD-USED THEN
                   IF DAILY-CMD-USED IS LESS THAN 40 THEN
                       ADD 1 TO DAILY-CMD-USED
                       MOVE AUDIT-COMMAND TO
                            DAILY-CMD-NAME(DAILY-CMD-USED)
                       MOVE 1 TO DAILY-CMD-COUNT(DAILY-CMD-USED)
                   END-IF
               ELSE
                   ADD 1 TO DAILY-CMD-COUNT(DAILY-CMD-INDEX).
       SCAN-DAILY-COMMAND.
           ADD 1 TO DAILY-CMD-INDEX.
       REPORT-DAILY-COMMAND.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE,
                  DAILY-CMD-NAME(DAILY-CMD-INDEX) DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  DAILY-CMD-COUNT(DAILY-CMD-INDEX)
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
       REPORT-DAILY-COMMANDS.
           MOVE 0 TO DAILY-CMD-USED, DAILY-CMD-TOTAL.
           CLOSE AUDIT.
           OPEN INPUT AUDIT.
           MOVE 0 TO STATE.
           PERFORM TALLY-DAILY-COMMAND UNTIL DONE.
           CLOSE AUDIT.
           OPEN EXTEND AUDIT.
           MOVE 0 TO STATE.
           MOVE "PRIVILEGED COMMANDS" TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           PERFORM REPORT-DAILY-COMMAND
               VARYING DAILY-CMD-INDEX FROM 1 BY 1
               UNTIL DAILY-CMD-INDEX IS GREATER THAN DAILY-CMD-USED.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "  TOTAL " DELIMITED BY SIZE,
                  DAILY-CMD-TOTAL
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
       GET-DAILY-EXPIRY-STATUS.
           MOVE SPACES TO DAILY-STATUS.
           IF BAN-EXPIRY-WORK IS GREATER THAN ZERO THEN
               IF BAN-EXPIRY-WORK IS LESS THAN DAILY-TODAY THEN
                   MOVE "EXPIRED" TO DAILY-STATUS
                   ADD 1 TO DAILY-EXPIRED-COUNT
               ELSE IF BAN-EXPIRY-WORK IS NOT GREATER THAN
                       DAILY-TOMORROW THEN
                   MOVE "EXPIRES" TO DAILY-STATUS
                   ADD 1 TO DAILY-EXPIRING-COUNT.
       REPORT-DAILY-BAN.
           READ BANS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE BAN-EXPIRY-DAY TO BAN-EXPIRY-WORK
               PERFORM GET-DAILY-EXPIRY-STATUS
               IF DAILY-STATUS IS NOT EQUAL TO SPACES THEN
                   MOVE SPACES TO DAILY-REPORT-LINE
                   STRING "  BAN " DELIMITED BY SIZE,
                          BAN-CHANNEL DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          BAN-MASK DELIMITED BY SPACE,
                          " SET BY " DELIMITED BY SIZE,
                          BAN-SETTER DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          DAILY-STATUS DELIMITED BY SPACE,
                          " DAY " DELIMITED BY SIZE,
                          BAN-EXPIRY-DAY
                          INTO DAILY-REPORT-LINE
                   WRITE DAILY-REPORT-LINE
                   IF DAILY-STATUS IS EQUAL TO "EXPIRED" THEN
                       DELETE BANS RECORD.
       REPORT-DAILY-IGNORE.
           READ IGNORES NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE IGNORE-EXPIRY-DAY TO BAN-EXPIRY-WORK
               PERFORM GET-DAILY-EXPIRY-STATUS
               IF DAILY-STATUS IS NOT EQUAL TO SPACES THEN
                   MOVE SPACES TO DAILY-REPORT-LINE
                   STRING "  IGNORE " DELIMITED BY SIZE,
                          IGNORE-MASK DELIMITED BY SPACE,
                          " SET BY " DELIMITED BY SIZE,
                          IGNORE-SETTER DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          DAILY-STATUS DELIMITED BY SPACE,
                          " DAY " DELIMITED BY SIZE,
                          IGNORE-EXPIRY-DAY
                          INTO DAILY-REPORT-LINE
                   WRITE DAILY-REPORT-LINE
                   IF DAILY-STATUS IS EQUAL TO "EXPIRED" THEN
                       DELETE IGNORES RECORD.
       REPORT-DAILY-EXPIRIES.
           ACCEPT DAILY-TODAY FROM DAY YYYYDDD.
           MOVE 1 TO BAN-DAYS-PARAM.
           PERFORM GET-STRIKE-EXPIRY.
           MOVE BAN-EXPIRY-WORK TO DAILY-TOMORROW.
           MOVE 0 TO DAILY-EXPIRED-COUNT, DAILY-EXPIRING-COUNT.
           MOVE "BANS AND IGNORES EXPIRED OR EXPIRING BY TOMORROW"
                TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           MOVE SPACES TO BAN-KEY.
           MOVE 0 TO STATE.
           START BANS KEY IS NOT LESS THAN BAN-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM REPORT-DAILY-BAN UNTIL DONE.
           MOVE SPACES TO IGNORE-MASK.
           MOVE 0 TO STATE.
           START IGNORES KEY IS NOT LESS THAN IGNORE-MASK
               INVALID KEY MOVE 99 TO STATE.
           PERFORM REPORT-DAILY-IGNORE UNTIL DONE.
           MOVE 0 TO STATE.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "  EXPIRED " DELIMITED BY SIZE,
                  DAILY-EXPIRED-COUNT,
                  " EXPIRING " DELIMITED BY SIZE,
                  DAILY-EXPIRING-COUNT
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
       REPORT-DAILY-MEMO.
           READ MEMOS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE AND MEMO-DAY IS LESS THAN DAILY-MEMO-CUTOFF THEN
               ADD 1 TO DAILY-OLD-MEMO-COUNT
               MOVE SPACES TO DAILY-REPORT-LINE
               STRING "  TO " DELIMITED BY SIZE,
                      MEMO-RECIPIENT DELIMITED BY SPACE,
                      " FROM " DELIMITED BY SIZE,
                      MEMO-SENDER DELIMITED BY SPACE,
                      " DAY " DELIMITED BY SIZE,
                      MEMO-DAY
                      INTO DAILY-REPORT-LINE
               WRITE DAILY-REPORT-LINE.
       REPORT-DAILY-MEMOS.
           MOVE 7 TO DAYS-BACK-COUNT.
           PERFORM COMPUTE-DAYS-BACK.
           MOVE DAYS-BACK-DAY TO DAILY-MEMO-CUTOFF.
           MOVE 0 TO DAILY-OLD-MEMO-COUNT.
           MOVE "UNDELIVERED MEMOS OLDER THAN 7 DAYS"
                TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           MOVE SPACES TO MEMO-KEY.
           MOVE 0 TO STATE.
           START MEMOS KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM REPORT-DAILY-MEMO UNTIL DONE.
           MOVE 0 TO STATE.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "  TOTAL " DELIMITED BY SIZE,
                  DAILY-OLD-MEMO-COUNT
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
       REPORT-DAILY-SCHEDULE.
           READ SCHEDULE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE SPACES TO DAILY-REPORT-LINE
               IF SCHEDULE-HAS-FIRED-TODAY THEN
                   ADD 1 TO DAILY-FIRED-COUNT
                   STRING "  " DELIMITED BY SIZE,
                          SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                          " PROGRAM " DELIMITED BY SIZE,
                          SCHEDULE-PROGRAM-NAME DELIMITED BY SPACE,
                          " FIRED LAST AT " DELIMITED BY SIZE,
                          SCHEDULE-LAST-FIRED
                          INTO DAILY-REPORT-LINE
               ELSE
                   ADD 1 TO DAILY-SKIPPED-COUNT
                   STRING "  " DELIMITED BY SIZE,
                          SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                          " PROGRAM " DELIMITED BY SIZE,
                          SCHEDULE-PROGRAM-NAME DELIMITED BY SPACE,
                          " SKIPPED, DUE AT " DELIMITED BY SIZE,
                          SCHEDULE-TIME-OF-DAY
                          INTO DAILY-REPORT-LINE
               END-IF
               WRITE DAILY-REPORT-LINE.
       REPORT-DAILY-SCHEDULES.
           MOVE 0 TO DAILY-FIRED-COUNT, DAILY-SKIPPED-COUNT.
           MOVE "SCHEDULES" TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           MOVE SPACES TO SCHEDULE-ENTRY-NAME.
           MOVE 0 TO STATE.
           START SCHEDULE KEY IS NOT LESS THAN SCHEDULE-ENTRY-NAME
               INVALID KEY MOVE 99 TO STATE.
           PERFORM REPORT-DAILY-SCHEDULE UNTIL DONE.
           MOVE 0 TO STATE.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "  FIRED " DELIMITED BY SIZE,
                  DAILY-FIRED-COUNT,
                  " SKIPPED " DELIMITED BY SIZE,
                  DAILY-SKIPPED-COUNT
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
       SEND-DAILY-SUMMARY.
           MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER.
           STRING "PRIVMSG " DELIMITED BY SIZE,
                  OPS-CHANNEL DELIMITED BY SPACE,
                  " $COLN$DAILY REPORT DAY " DELIMITED BY SIZE,
                  DAILY-REPORT-DAY,
                  ". MESSAGES " DELIMITED BY SIZE,
                  DAILY-MESSAGES,
                  " DROPPED " DELIMITED BY SIZE,
                  DAILY-DROPPED,
                  ". BUSIEST " DELIMITED BY SIZE,
                  DAILY-BUSIEST-NAME DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE,
                  DAILY-BUSIEST-MSGS,
                  ". PRIVILEGED COMMANDS " DELIMITED BY SIZE,
                  DAILY-CMD-TOTAL,
                  ". EXPIRED " DELIMITED BY SIZE,
                  DAILY-EXPIRED-COUNT,
                  " EXPIRING " DELIMITED BY SIZE,
                  DAILY-EXPIRING-COUNT,
                  ". OLD MEMOS " DELIMITED BY SIZE,
                  DAILY-OLD-MEMO-COUNT,
                  ". SCHEDULES FIRED " DELIMITED BY SIZE,
                  DAILY-FIRED-COUNT,
                  " SKIPPED " DELIMITED BY SIZE,
                  DAILY-SKIPPED-COUNT,
                  ". FULL REPORT IN " DELIMITED BY SIZE,
                  DAILY-REPORT-NAME DELIMITED BY SPACE,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO MSG-BODY OF OUTPUT-BUFFER.
           PERFORM SEND-LINE.
       WRITE-DAILY-REPORT.
           PERFORM GET-PREVIOUS-STAT-DAY.
           MOVE CHAN-STAT-PREV-DAY TO DAILY-REPORT-DAY.
           MOVE SPACES TO DAILY-REPORT-NAME.
           STRING "OPS-REPORT-" DELIMITED BY SIZE,
                  DAILY-REPORT-DAY
                  INTO DAILY-REPORT-NAME.
           OPEN OUTPUT DAILY-REPORT.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "DAILY OPERATIONS REPORT FOR DAY " DELIMITED BY SIZE,
                  DAILY-REPORT-DAY,
                  " BOT " DELIMITED BY SIZE,
                  NICK OF WOPO DELIMITED BY SPACE
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           COMPUTE DAILY-MESSAGES =
               MESSAGES-PROCESSED - DAILY-BASE-MESSAGES.
           COMPUTE DAILY-DROPPED =
               SEND-QUEUE-DROPPED - DAILY-BASE-DROPPED.
           MOVE MESSAGES-PROCESSED TO DAILY-BASE-MESSAGES.
           MOVE SEND-QUEUE-DROPPED TO DAILY-BASE-DROPPED.
           MOVE SPACES TO DAILY-REPORT-LINE.
           STRING "MESSAGES PROCESSED " DELIMITED BY SIZE,
                  DAILY-MESSAGES,
                  " SEND-QUEUE DROPS " DELIMITED BY SIZE,
                  DAILY-DROPPED
                  INTO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           MOVE "BUSIEST CHANNELS" TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           MOVE SPACES TO DAILY-PICKED-TABLE, DAILY-BUSIEST-NAME.
           MOVE 0 TO DAILY-BUSIEST-MSGS.
           PERFORM REPORT-BUSIEST-CHANNEL
               VARYING DAILY-RANK FROM 1 BY 1
               UNTIL DAILY-RANK IS GREATER THAN 5.
           PERFORM REPORT-DAILY-COMMANDS.
           PERFORM REPORT-DAILY-EXPIRIES.
           PERFORM REPORT-DAILY-MEMOS.
           PERFORM REPORT-DAILY-SCHEDULES.
           MOVE "END OF REPORT" TO DAILY-REPORT-LINE.
           WRITE DAILY-REPORT-LINE.
           CLOSE DAILY-REPORT.
           IF OPS-CHANNEL IS NOT EQUAL TO SPACES THEN
               PERFORM SEND-DAILY-SUMMARY.
       ROTATE-LOGS-AT-MIDNIGHT.
           PERFORM GET-PREVIOUS-STAT-DAY.
           MOVE CHAN-STAT-PREV-DAY TO ROTATE-ARCHIVE-DAY.
               VARYING DUE-SCHEDULE-INDEX FROM 1 BY 1
               UNTIL DUE-SCHEDULE-INDEX IS GREATER THAN
                     DUE-SCHEDULE-COUNT.
       NOTE-TRIGGER-WILDCARD.
           IF MASK-CHAR(MASK-PTR) IS EQUAL TO "*" OR
              MASK-CHAR(MASK-PTR) IS EQUAL TO "?" THEN
               MOVE 1 TO TRIGGER-WILDCARD-FLAG.
       MATCH-TRIGGER-MASK.
           MOVE 0 TO MASK-MATCH-FLAG.
           IF TRIGGER-MASK IS EQUAL TO SPACES OR
              TRIGGER-MASK IS EQUAL TO "*" THEN
               MOVE 1 TO MASK-MATCH-FLAG
           ELSE
               MOVE TRIGGER-MASK TO MATCH-MASK-STR
               MOVE 0 TO TRIGGER-WILDCARD-FLAG
               PERFORM NOTE-TRIGGER-WILDCARD
                   VARYING MASK-PTR FROM 1 BY 1
                   UNTIL MASK-PTR IS GREATER THAN 61
               IF TRIGGER-ON-PRIVMSG AND NOT TRIGGER-HAS-WILDCARD THEN
                   MOVE SPACES TO MATCH-MASK-STR
                   STRING "*" DELIMITED BY SIZE,
                          TRIGGER-MASK DELIMITED BY "  ",
                          "*" DELIMITED BY SIZE
                          INTO MATCH-MASK-STR
               END-IF
               MOVE FIRED-SUBJECT TO MATCH-SUBJ-STR
               PERFORM MATCH-MASK-AGAINST-SUBJECT.
       CHECK-TRIGGER-COOLDOWN.
           MOVE 1 TO TRIGGER-READY-FLAG.
           IF TRIGGER-COOLDOWN IS GREATER THAN ZERO THEN
               COMPUTE TRIGGER-LAST-SECONDS =
                   (TRIGGER-LAST-HH * 3600) + (TRIGGER-LAST-MM * 60)
                   + TRIGGER-LAST-SS
               IF TRIGGER-LAST-DAY IS EQUAL TO TRIGGER-TODAY THEN
                   COMPUTE TRIGGER-ELAPSED-SECONDS =
                       TRIGGER-NOW-SECONDS - TRIGGER-LAST-SECONDS
               ELSE
                   IF TRIGGER-LAST-DAY IS EQUAL TO TRIGGER-YESTERDAY
                       THEN
                       COMPUTE TRIGGER-ELAPSED-SECONDS =
                           TRIGGER-NOW-SECONDS + 86400
                           - TRIGGER-LAST-SECONDS
                   ELSE
                       MOVE 99999 TO TRIGGER-ELAPSED-SECONDS
                   END-IF
               END-IF
               IF TRIGGER-ELAPSED-SECONDS IS LESS THAN TRIGGER-COOLDOWN
                   THEN
                   MOVE 0 TO TRIGGER-READY-FLAG.
       CHECK-EVENT-TRIGGER.
           READ TRIGGERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF TRIGGER-CHANNEL IS NOT EQUAL TO FIRED-CHANNEL OR
                  TRIGGER-EVENT IS NOT EQUAL TO FIRED-EVENT THEN
                   MOVE 99 TO STATE
               ELSE
                   PERFORM MATCH-TRIGGER-MASK
                   IF MASK-MATCHES THEN
                       PERFORM CHECK-TRIGGER-COOLDOWN
                       IF TRIGGER-READY AND
                          DUE-TRIGGER-COUNT IS LESS THAN 10 THEN
                           ADD 1 TO DUE-TRIGGER-COUNT
                           MOVE TRIGGER-PROGRAM TO
                               DUE-TRIGGER-PROGRAM(DUE-TRIGGER-COUNT)
                           MOVE TRIGGER-TODAY TO TRIGGER-LAST-DAY
                           MOVE CURRENT-TIME-REG TO TRIGGER-LAST-TIME
                           REWRITE TRIGGER-RECORD.
       COLLECT-EVENT-TRIGGERS.
           MOVE 0 TO DUE-TRIGGER-COUNT.
           IF FIRED-NICK IS NOT EQUAL TO SPACES AND
              FIRED-NICK IS NOT EQUAL TO NICK OF WOPO THEN
               ACCEPT TRIGGER-TODAY FROM DAY YYYYDDD
               PERFORM GET-PREVIOUS-STAT-DAY
               MOVE CHAN-STAT-PREV-DAY TO TRIGGER-YESTERDAY
               ACCEPT CURRENT-TIME-REG FROM TIME
               COMPUTE TRIGGER-NOW-SECONDS =
                   (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS
               MOVE FIRED-CHANNEL TO TRIGGER-CHANNEL
               MOVE FIRED-EVENT TO TRIGGER-EVENT
               MOVE SPACES TO TRIGGER-PROGRAM
               MOVE 0 TO STATE
               START TRIGGERS KEY IS NOT LESS THAN TRIGGER-KEY
                   INVALID KEY MOVE 99 TO STATE
               END-START
               PERFORM CHECK-EVENT-TRIGGER UNTIL DONE.
           MOVE 0 TO STATE.
       CAPTURE-JOIN-TRIGGER.
           MOVE "JOIN" TO FIRED-EVENT.
           MOVE TARGET OF IRC-STATE TO FIRED-CHANNEL.
           MOVE NICK OF IRC-STATE TO FIRED-NICK.
           PERFORM GET-USER-PREFIX.
           MOVE USER-PREFIX TO FIRED-SUBJECT.
           MOVE SPACES TO FIRED-TEXT.
           STRING USER-PREFIX DELIMITED BY SPACE,
                  "$NUL$" DELIMITED BY SIZE
                  INTO FIRED-TEXT.
           PERFORM COLLECT-EVENT-TRIGGERS.
       CAPTURE-KICK-TRIGGER.
           MOVE "KICK" TO FIRED-EVENT.
           MOVE TARGET OF IRC-STATE TO FIRED-CHANNEL.
           MOVE SPACES TO FIRED-NICK, FIRED-TEXT.
           MOVE PARAM OF IRC-PARAMS(2) TO PTR(1).
           UNSTRING MSG-BODY OF INPUT-BUFFER DELIMITED BY SPACE
                    INTO FIRED-NICK
                    WITH POINTER PTR(1).
           MOVE FIRED-NICK TO FIRED-SUBJECT.
           IF NUM-PARAMS OF IRC-PARAMS IS GREATER THAN 2 THEN
               MOVE PARAM OF IRC-PARAMS(NUM-PARAMS OF IRC-PARAMS)
                    TO PTR(1)
               UNSTRING MSG-BODY OF INPUT-BUFFER
                        INTO FIRED-TEXT
                        WITH POINTER PTR(1)
           ELSE
               MOVE "$NUL$" TO FIRED-TEXT.
           PERFORM COLLECT-EVENT-TRIGGERS.
       CAPTURE-MESSAGE-TRIGGER.
           MOVE 0 TO DUE-TRIGGER-COUNT.
           MOVE SPACES TO FIRED-TEXT.
           MOVE PARAM OF IRC-PARAMS(NUM-PARAMS OF IRC-PARAMS) TO PTR(1).
           UNSTRING MSG-BODY OF INPUT-BUFFER
                    INTO FIRED-TEXT
                    WITH POINTER PTR(1).
           IF FIRED-TEXT-IS-COMMAND OR FIRED-TEXT-IS-CTCP THEN
               NEXT SENTENCE
           ELSE
               PERFORM CHECK-IGNORE-LIST
               IF NOT SPEAKER-IGNORED THEN
                   MOVE "PRIVMSG" TO FIRED-EVENT
                   MOVE TARGET OF IRC-STATE TO FIRED-CHANNEL
                   MOVE NICK OF IRC-STATE TO FIRED-NICK
                   MOVE SPACES TO FIRED-SUBJECT
                   UNSTRING FIRED-TEXT DELIMITED BY "$NUL$"
                            INTO FIRED-SUBJECT
                   PERFORM COLLECT-EVENT-TRIGGERS.
       RUN-DUE-TRIGGER.
           MOVE "PRIVMSG" TO COMMAND OF OUTPUT-SPEC.
           MOVE NICK OF WOPO TO NICK OF OUTPUT-SPEC.
           MOVE NICK OF WOPO TO NICK OF IRC-STATE.
           MOVE FIRED-CHANNEL TO TARGET OF OUTPUT-SPEC.
           MOVE 0 TO INPUT-SOURCE, OUTPUT-DEST.
           MOVE 0 TO TOP-LEVEL-DISPATCH-FLAG.
           MOVE SPACES TO R(7).
           STRING FIRED-NICK DELIMITED BY SPACE,
                  "$NUL$" DELIMITED BY SIZE
                  INTO R(7).
           MOVE FIRED-TEXT TO R(8).
           MOVE DUE-TRIGGER-PROGRAM(DUE-TRIGGER-INDEX) TO R(1).
           PERFORM INTERPRET-PROGRAM.
       RUN-DUE-TRIGGERS.
           PERFORM RUN-DUE-TRIGGER
               VARYING DUE-TRIGGER-INDEX FROM 1 BY 1
               UNTIL DUE-TRIGGER-INDEX IS GREATER THAN
                     DUE-TRIGGER-COUNT.
           MOVE 0 TO DUE-TRIGGER-COUNT.
       STRIP-ROSTER-ITEM-COLON.
           IF ROSTER-ITEM-HAS-COLON THEN
               MOVE ROSTER-ITEM-AFTER-COLON TO ROSTER-ITEM-TEMP
               MOVE ROSTER-ITEM-TEMP TO ROSTER-WORK-ITEM.
       GET-ROSTER-PARAM.
           MOVE SPACES TO ROSTER-WORK-ITEM.
           IF ROSTER-PARAM-NUMBER IS NOT GREATER THAN
              NUM-PARAMS OF IRC-PARAMS AND
              ROSTER-PARAM-NUMBER IS NOT GREATER THAN 15 THEN
               MOVE PARAM OF IRC-PARAMS(ROSTER-PARAM-NUMBER)
                    TO ROSTER-SCAN-PTR
               UNSTRING MSG-BODY OF INPUT-BUFFER
                        DELIMITED BY SPACE OR "$NUL$"
                        INTO ROSTER-WORK-ITEM
                        WITH POINTER ROSTER-SCAN-PTR
               PERFORM STRIP-ROSTER-ITEM-COLON.
       GET-ROSTER-TARGET.
           MOVE TARGET OF IRC-STATE TO ROSTER-WORK-ITEM.
           PERFORM STRIP-ROSTER-ITEM-COLON.
       FIND-ROSTER-SLOT.
           IF ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO SPACES THEN
               IF ROSTER-FREE IS EQUAL TO ZERO THEN
                   MOVE ROSTER-INDEX TO ROSTER-FREE
               END-IF
           ELSE IF ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO
                   ROSTER-WORK-CHANNEL AND
                   ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO
                   ROSTER-WORK-NICK THEN
               MOVE ROSTER-INDEX TO ROSTER-FOUND.
       FIND-ROSTER-ENTRY.
           MOVE 0 TO ROSTER-FOUND, ROSTER-FREE.
           PERFORM FIND-ROSTER-SLOT
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       ADD-ROSTER-ENTRY.
           PERFORM FIND-ROSTER-ENTRY.
           IF ROSTER-FOUND IS EQUAL TO ZERO THEN
               IF ROSTER-FREE IS EQUAL TO ZERO AND
                  ROSTER-USED IS LESS THAN 500 THEN
                   ADD 1 TO ROSTER-USED
                   MOVE ROSTER-USED TO ROSTER-FREE
               END-IF
               IF ROSTER-FREE IS GREATER THAN ZERO THEN
                   MOVE ROSTER-FREE TO ROSTER-FOUND
                   MOVE ROSTER-WORK-CHANNEL TO
                        ROSTER-CHANNEL(ROSTER-FOUND)
                   MOVE ROSTER-WORK-NICK TO ROSTER-NICK(ROSTER-FOUND)
                   MOVE "N" TO ROSTER-OP-FLAG(ROSTER-FOUND)
                   MOVE "N" TO ROSTER-VOICE-FLAG(ROSTER-FOUND)
                   MOVE "N" TO ROSTER-LEVEL-FLAG(ROSTER-FOUND)
                   MOVE 0 TO ROSTER-LEVEL(ROSTER-FOUND).
           IF ROSTER-FOUND IS GREATER THAN ZERO THEN
               MOVE "Y" TO ROSTER-SEEN-FLAG(ROSTER-FOUND).
       CLEAR-ROSTER-ENTRY.
           MOVE SPACES TO ROSTER-CHANNEL(ROSTER-INDEX).
           MOVE SPACES TO ROSTER-NICK(ROSTER-INDEX).
       REMOVE-ROSTER-ENTRY.
           PERFORM FIND-ROSTER-ENTRY.
           IF ROSTER-FOUND IS GREATER THAN ZERO THEN
               MOVE ROSTER-FOUND TO ROSTER-INDEX
               PERFORM CLEAR-ROSTER-ENTRY.
       DROP-ROSTER-NICK-ENTRY.
           IF ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO ROSTER-WORK-NICK
               THEN
               PERFORM CLEAR-ROSTER-ENTRY.
       DROP-ROSTER-CHANNEL-ENTRY.
           IF ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO
              ROSTER-WORK-CHANNEL THEN
               PERFORM CLEAR-ROSTER-ENTRY.
       DROP-ROSTER-CHANNEL.
           PERFORM DROP-ROSTER-CHANNEL-ENTRY
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       RENAME-ROSTER-NICK-ENTRY.
           IF ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO ROSTER-WORK-NICK
               THEN
               MOVE ROSTER-NEW-NICK TO ROSTER-NICK(ROSTER-INDEX)
               MOVE "N" TO ROSTER-LEVEL-FLAG(ROSTER-INDEX).
       UNMARK-ROSTER-CHANNEL-ENTRY.
           IF ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO
              ROSTER-WORK-CHANNEL THEN
               MOVE "N" TO ROSTER-SEEN-FLAG(ROSTER-INDEX).
       DROP-UNSEEN-ROSTER-ENTRY.
           IF ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO
              ROSTER-WORK-CHANNEL AND
              NOT ROSTER-NAMES-SEEN(ROSTER-INDEX) THEN
               PERFORM CLEAR-ROSTER-ENTRY.
       CHECK-ROSTER-BOT-SLOT.
           IF ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO
              ROSTER-WORK-CHANNEL AND
              ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO NICK OF WOPO AND
              ROSTER-HAS-OP(ROSTER-INDEX) THEN
               MOVE 1 TO ROSTER-BOT-OP-FLAG.
       CHECK-ROSTER-BOT-OP.
           MOVE 0 TO ROSTER-BOT-OP-FLAG.
           PERFORM CHECK-ROSTER-BOT-SLOT
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       STRIP-ROSTER-NAME-PREFIX.
           IF ROSTER-ITEM-HAS-AT THEN
               MOVE "Y" TO ROSTER-ITEM-OP-FLAG
               MOVE ROSTER-ITEM-AFTER-AT TO ROSTER-ITEM-TEMP
               MOVE ROSTER-ITEM-TEMP TO ROSTER-WORK-ITEM
           ELSE IF ROSTER-ITEM-HAS-PLUS THEN
               MOVE "Y" TO ROSTER-ITEM-VOICE-FLAG
               MOVE ROSTER-ITEM-AFTER-PLUS TO ROSTER-ITEM-TEMP
               MOVE ROSTER-ITEM-TEMP TO ROSTER-WORK-ITEM
           ELSE
               MOVE 1 TO ROSTER-PREFIX-DONE-FLAG.
       ADD-ROSTER-NAME.
           MOVE SPACES TO ROSTER-WORK-ITEM.
           IF ROSTER-SCAN-PTR IS GREATER THAN 999 THEN
               MOVE 1 TO ROSTER-SCAN-DONE-FLAG
           ELSE
               UNSTRING MSG-BODY OF INPUT-BUFFER
                        DELIMITED BY ALL SPACES OR "$NUL$"
                        INTO ROSTER-WORK-ITEM
                        WITH POINTER ROSTER-SCAN-PTR
               PERFORM STRIP-ROSTER-ITEM-COLON
               IF ROSTER-WORK-ITEM IS EQUAL TO SPACES THEN
                   MOVE 1 TO ROSTER-SCAN-DONE-FLAG
               ELSE
                   MOVE "N" TO ROSTER-ITEM-OP-FLAG
                   MOVE "N" TO ROSTER-ITEM-VOICE-FLAG
                   MOVE 0 TO ROSTER-PREFIX-DONE-FLAG
                   PERFORM STRIP-ROSTER-NAME-PREFIX
                       UNTIL ROSTER-PREFIX-DONE
                   MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-NICK
                   PERFORM ADD-ROSTER-ENTRY
                   IF ROSTER-FOUND IS GREATER THAN ZERO THEN
                       MOVE ROSTER-ITEM-OP-FLAG TO
                            ROSTER-OP-FLAG(ROSTER-FOUND)
                       MOVE ROSTER-ITEM-VOICE-FLAG TO
                            ROSTER-VOICE-FLAG(ROSTER-FOUND).
       TRACK-ROSTER-NAMES.
           MOVE 3 TO ROSTER-PARAM-NUMBER.
           PERFORM GET-ROSTER-PARAM.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL.
           IF ROSTER-WORK-CHANNEL IS NOT EQUAL TO ROSTER-NAMES-CHANNEL
               THEN
               MOVE ROSTER-WORK-CHANNEL TO ROSTER-NAMES-CHANNEL
               PERFORM UNMARK-ROSTER-CHANNEL-ENTRY
                   VARYING ROSTER-INDEX FROM 1 BY 1
                   UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
           MOVE PARAM OF IRC-PARAMS(NUM-PARAMS OF IRC-PARAMS)
                TO ROSTER-SCAN-PTR.
           MOVE 0 TO ROSTER-SCAN-DONE-FLAG.
           PERFORM ADD-ROSTER-NAME UNTIL ROSTER-SCAN-DONE.
       TRACK-ROSTER-NAMES-END.
           MOVE 2 TO ROSTER-PARAM-NUMBER.
           PERFORM GET-ROSTER-PARAM.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL.
           IF ROSTER-WORK-CHANNEL IS EQUAL TO ROSTER-NAMES-CHANNEL THEN
               PERFORM DROP-UNSEEN-ROSTER-ENTRY
                   VARYING ROSTER-INDEX FROM 1 BY 1
                   UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED
               MOVE SPACES TO ROSTER-NAMES-CHANNEL.
       TRACK-ROSTER-JOIN.
           PERFORM GET-ROSTER-TARGET.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL.
           MOVE NICK OF IRC-STATE TO ROSTER-WORK-NICK.
           IF ROSTER-WORK-NICK IS EQUAL TO NICK OF WOPO THEN
               PERFORM DROP-ROSTER-CHANNEL.
           PERFORM ADD-ROSTER-ENTRY.
           IF ROSTER-FOUND IS GREATER THAN ZERO AND
              ROSTER-WORK-NICK IS NOT EQUAL TO NICK OF WOPO THEN
               MOVE ROSTER-FOUND TO ROSTER-TARGET-INDEX
               MOVE 1 TO ROSTER-PENDING-FLAG.
       TRACK-ROSTER-PART.
           PERFORM GET-ROSTER-TARGET.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL.
           MOVE NICK OF IRC-STATE TO ROSTER-WORK-NICK.
           IF ROSTER-WORK-NICK IS EQUAL TO NICK OF WOPO THEN
               PERFORM DROP-ROSTER-CHANNEL
           ELSE
               PERFORM REMOVE-ROSTER-ENTRY.
       TRACK-ROSTER-KICK.
           PERFORM GET-ROSTER-TARGET.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL.
           MOVE 2 TO ROSTER-PARAM-NUMBER.
           PERFORM GET-ROSTER-PARAM.
           MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-NICK.
           IF ROSTER-WORK-NICK IS EQUAL TO NICK OF WOPO THEN
               PERFORM DROP-ROSTER-CHANNEL
           ELSE
               PERFORM REMOVE-ROSTER-ENTRY.
       TRACK-ROSTER-QUIT.
           MOVE NICK OF IRC-STATE TO ROSTER-WORK-NICK.
           PERFORM DROP-ROSTER-NICK-ENTRY
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       TRACK-ROSTER-NICK.
           MOVE NICK OF IRC-STATE TO ROSTER-WORK-NICK.
           PERFORM GET-ROSTER-TARGET.
           MOVE ROSTER-WORK-ITEM TO ROSTER-NEW-NICK.
           IF ROSTER-NEW-NICK IS NOT EQUAL TO SPACES THEN
               PERFORM RENAME-ROSTER-NICK-ENTRY
                   VARYING ROSTER-INDEX FROM 1 BY 1
                   UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       CLASSIFY-ROSTER-MODE.
           MOVE 0 TO ROSTER-MODE-ARG-FLAG.
           IF ROSTER-MODE-IS-LOWER AND ROSTER-MODE-LOWER-ARG THEN
               MOVE 1 TO ROSTER-MODE-ARG-FLAG
           ELSE IF ROSTER-MODE-IS-LOWER AND ROSTER-MODE-ADDING AND
                   ROSTER-MODE-LETTER IS EQUAL TO "L" THEN
               MOVE 1 TO ROSTER-MODE-ARG-FLAG
           ELSE IF NOT ROSTER-MODE-IS-LOWER AND
                   ROSTER-MODE-LETTER IS EQUAL TO "I" THEN
               MOVE 1 TO ROSTER-MODE-ARG-FLAG.
       APPLY-ROSTER-MODE-ARG.
           PERFORM GET-ROSTER-PARAM.
           ADD 1 TO ROSTER-PARAM-NUMBER.
           IF ROSTER-MODE-IS-LOWER AND
              (ROSTER-MODE-LETTER IS EQUAL TO "O" OR
               ROSTER-MODE-LETTER IS EQUAL TO "V") THEN
               MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-NICK
               PERFORM FIND-ROSTER-ENTRY
               IF ROSTER-FOUND IS GREATER THAN ZERO THEN
                   IF ROSTER-MODE-LETTER IS EQUAL TO "O" THEN
                       IF ROSTER-MODE-ADDING THEN
                           MOVE "Y" TO ROSTER-OP-FLAG(ROSTER-FOUND)
                       ELSE
                           MOVE "N" TO ROSTER-OP-FLAG(ROSTER-FOUND)
                       END-IF
                   ELSE
                       IF ROSTER-MODE-ADDING THEN
                           MOVE "Y" TO ROSTER-VOICE-FLAG(ROSTER-FOUND)
                       ELSE
                           MOVE "N" TO ROSTER-VOICE-FLAG(ROSTER-FOUND).
       APPLY-ROSTER-MODE-CHAR.
           IF ROSTER-MODE-CHAR(ROSTER-MODE-PTR) IS EQUAL TO "+" OR
              ROSTER-MODE-CHAR(ROSTER-MODE-PTR) IS EQUAL TO "-" THEN
               MOVE ROSTER-MODE-CHAR(ROSTER-MODE-PTR) TO
                    ROSTER-MODE-SIGN
               ADD 1 TO ROSTER-MODE-PTR
           ELSE
               IF ROSTER-MODE-CHAR(ROSTER-MODE-PTR) IS EQUAL TO "$"
                   THEN
                   MOVE 1 TO ROSTER-MODE-LOWER-FLAG
                   MOVE SPACE TO ROSTER-MODE-LETTER
                   COMPUTE ROSTER-MODE-NEXT = ROSTER-MODE-PTR + 4
                   IF ROSTER-MODE-NEXT IS NOT GREATER THAN 60 THEN
                       MOVE ROSTER-MODE-CHAR(ROSTER-MODE-NEXT) TO
                            ROSTER-MODE-LETTER
                   END-IF
                   ADD 6 TO ROSTER-MODE-PTR
               ELSE
                   MOVE 0 TO ROSTER-MODE-LOWER-FLAG
                   MOVE ROSTER-MODE-CHAR(ROSTER-MODE-PTR) TO
                        ROSTER-MODE-LETTER
                   ADD 1 TO ROSTER-MODE-PTR
               END-IF
               PERFORM CLASSIFY-ROSTER-MODE
               IF ROSTER-MODE-HAS-ARG THEN
                   PERFORM APPLY-ROSTER-MODE-ARG.
       TRACK-ROSTER-MODE.
           PERFORM GET-ROSTER-TARGET.
           IF ROSTER-ITEM-IS-CHANNEL THEN
               MOVE ROSTER-WORK-ITEM TO ROSTER-WORK-CHANNEL
               MOVE 2 TO ROSTER-PARAM-NUMBER
               PERFORM GET-ROSTER-PARAM
               MOVE ROSTER-WORK-ITEM TO ROSTER-MODE-STRING
               MOVE 3 TO ROSTER-PARAM-NUMBER
               MOVE "+" TO ROSTER-MODE-SIGN
               MOVE 1 TO ROSTER-MODE-PTR
               PERFORM APPLY-ROSTER-MODE-CHAR
                   UNTIL ROSTER-MODE-PTR IS GREATER THAN 60
                      OR ROSTER-MODE-CHAR(ROSTER-MODE-PTR) IS EQUAL TO
                         SPACE.
       TRACK-CHANNEL-ROSTER.
           MOVE 0 TO ROSTER-PENDING-FLAG.
           IF JOINING THEN
               PERFORM TRACK-ROSTER-JOIN
           ELSE IF PARTING THEN
               PERFORM TRACK-ROSTER-PART
           ELSE IF KICK THEN
               PERFORM TRACK-ROSTER-KICK
           ELSE IF QUITTING THEN
               PERFORM TRACK-ROSTER-QUIT
           ELSE IF NICK-CHANGE THEN
               PERFORM TRACK-ROSTER-NICK
           ELSE IF MODE-CHANGE THEN
               PERFORM TRACK-ROSTER-MODE
           ELSE IF NAMES-REPLY THEN
               PERFORM TRACK-ROSTER-NAMES
           ELSE IF NAMES-END THEN
               PERFORM TRACK-ROSTER-NAMES-END.
       NOTE-ROSTER-LEVEL.
           MOVE USER-LEVEL TO ROSTER-LEVEL(ROSTER-TARGET-INDEX).
           MOVE "Y" TO ROSTER-LEVEL-FLAG(ROSTER-TARGET-INDEX).
       CLEAR-ROSTER-LEVEL-ENTRY.
           IF ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO USER-NAME THEN
               MOVE "N" TO ROSTER-LEVEL-FLAG(ROSTER-INDEX).
       CLEAR-ROSTER-LEVEL.
           PERFORM CLEAR-ROSTER-LEVEL-ENTRY
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       SEND-ROSTER-MODE.
           MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER.
           STRING "MODE " DELIMITED BY SIZE,
                  ROSTER-WORK-CHANNEL DELIMITED BY SPACES,
                  " " DELIMITED BY SIZE,
                  ROSTER-MODE-TEXT DELIMITED BY SPACES,
                  " " DELIMITED BY SIZE,
                  ROSTER-WORK-NICK DELIMITED BY SPACES,
                  "$NUL$"
                  INTO MSG-BODY OF OUTPUT-BUFFER.
           PERFORM SEND-LINE.
           MOVE ROSTER-WORK-CHANNEL TO AUTO-AUDIT-TARGET.
           MOVE SPACES TO AUTO-AUDIT-PARAMS.
           STRING ROSTER-WORK-NICK DELIMITED BY SPACE,
                  " LEVEL " DELIMITED BY SIZE,
                  ROSTER-LEVEL(ROSTER-TARGET-INDEX)
                  INTO AUTO-AUDIT-PARAMS.
           PERFORM WRITE-AUTO-AUDIT-RECORD.
       APPLY-JOIN-MODES.
           MOVE ROSTER-CHANNEL(ROSTER-TARGET-INDEX) TO
                ROSTER-WORK-CHANNEL.
           MOVE ROSTER-NICK(ROSTER-TARGET-INDEX) TO ROSTER-WORK-NICK.
           PERFORM CHECK-ROSTER-BOT-OP.
           IF ROSTER-BOT-HAS-OP THEN
               MOVE ROSTER-WORK-CHANNEL TO TARGET OF OUTPUT-SPEC
               PERFORM GET-CHANNEL-POLICY
               MOVE CHANNEL-MIN-OP-LEVEL TO ROSTER-MIN-LEVEL
               IF CHANNEL-MIN-VOICE-LEVEL IS LESS THAN ROSTER-MIN-LEVEL
                   THEN
                   MOVE CHANNEL-MIN-VOICE-LEVEL TO ROSTER-MIN-LEVEL
               END-IF
               MOVE ROSTER-WORK-NICK TO USER-NAME
               READ USERS RECORD
                   INVALID KEY MOVE 0 TO USER-LEVEL
               END-READ
               IF USER-LEVEL IS GREATER THAN ZERO AND
                  USER-LEVEL IS NOT LESS THAN ROSTER-MIN-LEVEL THEN
                   MOVE ROSTER-WORK-NICK TO NICK OF IRC-STATE
                   PERFORM VALIDATE-USER
                   PERFORM NOTE-ROSTER-LEVEL
                   IF USER-LEVEL IS NOT LESS THAN CHANNEL-MIN-OP-LEVEL
                       THEN
                       MOVE "+$LOWO$" TO ROSTER-MODE-TEXT
                       MOVE "AUTO-OP" TO AUTO-AUDIT-COMMAND
                       PERFORM SEND-ROSTER-MODE
                       MOVE "Y" TO ROSTER-OP-FLAG(ROSTER-TARGET-INDEX)
                   ELSE IF USER-LEVEL IS NOT LESS THAN
                           CHANNEL-MIN-VOICE-LEVEL THEN
                       MOVE "+$LOWV$" TO ROSTER-MODE-TEXT
                       MOVE "AUTO-VOICE" TO AUTO-AUDIT-COMMAND
                       PERFORM SEND-ROSTER-MODE
                       MOVE "Y" TO
                            ROSTER-VOICE-FLAG(ROSTER-TARGET-INDEX).
       SWEEP-ROSTER-ENTRY.
           IF ROSTER-NICK(ROSTER-SWEEP-INDEX) IS NOT EQUAL TO SPACES AND
              ROSTER-HAS-OP(ROSTER-SWEEP-INDEX) AND
              ROSTER-NICK(ROSTER-SWEEP-INDEX) IS NOT EQUAL TO
              NICK OF WOPO THEN
               MOVE ROSTER-SWEEP-INDEX TO ROSTER-TARGET-INDEX
               MOVE ROSTER-CHANNEL(ROSTER-SWEEP-INDEX) TO
                    ROSTER-WORK-CHANNEL
               MOVE ROSTER-NICK(ROSTER-SWEEP-INDEX) TO ROSTER-WORK-NICK
               PERFORM CHECK-ROSTER-BOT-OP
               IF ROSTER-BOT-HAS-OP THEN
                   MOVE ROSTER-WORK-CHANNEL TO TARGET OF OUTPUT-SPEC
                   PERFORM GET-CHANNEL-POLICY
                   IF NOT ROSTER-LEVEL-KNOWN(ROSTER-SWEEP-INDEX) THEN
                       MOVE ROSTER-WORK-NICK TO NICK OF IRC-STATE
                       MOVE 0 TO MSG-SRC
                       PERFORM VALIDATE-USER
                       PERFORM NOTE-ROSTER-LEVEL
                   END-IF
                   IF ROSTER-LEVEL(ROSTER-SWEEP-INDEX) IS LESS THAN
                      CHANNEL-MIN-OP-LEVEL THEN
                       MOVE "-$LOWO$" TO ROSTER-MODE-TEXT
                       MOVE "AUTO-DEOP" TO AUTO-AUDIT-COMMAND
                       PERFORM SEND-ROSTER-MODE
                       MOVE "N" TO ROSTER-OP-FLAG(ROSTER-SWEEP-INDEX).
       REQUEST-ROSTER-NAMES.
           IF ROSTER-NICK(ROSTER-INDEX) IS EQUAL TO NICK OF WOPO THEN
               MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER
               STRING "NAMES " DELIMITED BY SIZE,
                      ROSTER-CHANNEL(ROSTER-INDEX) DELIMITED BY SPACES,
                      "$NUL$"
                      INTO MSG-BODY OF OUTPUT-BUFFER
               PERFORM SEND-LINE.
       SWEEP-CHANNEL-ROSTER.
           PERFORM SWEEP-ROSTER-ENTRY
               VARYING ROSTER-SWEEP-INDEX FROM 1 BY 1
               UNTIL ROSTER-SWEEP-INDEX IS GREATER THAN ROSTER-USED.
           PERFORM REQUEST-ROSTER-NAMES
               VARYING ROSTER-INDEX FROM 1 BY 1
               UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED.
       CHECK-ROSTER-SWEEP.
           IF ROSTER-SWEEP-SECONDS IS GREATER THAN ZERO THEN
               ACCEPT CURRENT-TIME-REG FROM TIME
               COMPUTE ROSTER-NOW-SECONDS =
                   (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS
               COMPUTE ROSTER-ELAPSED =
                   ROSTER-NOW-SECONDS - ROSTER-LAST-SWEEP
               IF ROSTER-ELAPSED IS NEGATIVE THEN
                   ADD 86400 TO ROSTER-ELAPSED
               END-IF
               IF ROSTER-ELAPSED IS NOT LESS THAN ROSTER-SWEEP-SECONDS
                   THEN
                   MOVE ROSTER-NOW-SECONDS TO ROSTER-LAST-SWEEP
                   PERFORM SWEEP-CHANNEL-ROSTER.
       GET-RATE-LIMIT-TIER-CAP.
           IF USER-LEVEL IS NOT LESS THAN 90 THEN
               MOVE 40 TO RATE-LIMIT-TIER-CAP
           REWRITE RATE-LIMIT-RECORD
               INVALID KEY WRITE RATE-LIMIT-RECORD
           END-REWRITE.
       NORMALIZE-DAYS-BACK.
           ADD 365 TO DAYS-BACK-TEMP.
           SUBTRACT 1 FROM DAYS-BACK-YEAR.
       COMPUTE-DAYS-BACK.
           ACCEPT DAYS-BACK-DAY FROM DAY YYYYDDD.
           MOVE DAYS-BACK-DDD TO DAYS-BACK-TEMP.
           SUBTRACT DAYS-BACK-COUNT FROM DAYS-BACK-TEMP.
           PERFORM NORMALIZE-DAYS-BACK
               UNTIL DAYS-BACK-TEMP IS GREATER THAN ZERO.
           MOVE DAYS-BACK-TEMP TO DAYS-BACK-DDD.
       GET-STRIKE-MASK.
           PERFORM GET-USER-PREFIX.
           MOVE SPACES TO STRIKE-HOST-LEAD, STRIKE-HOST, STRIKE-MASK.
           UNSTRING USER-PREFIX DELIMITED BY "$AT$"
                    INTO STRIKE-HOST-LEAD, STRIKE-HOST.
           IF STRIKE-HOST IS EQUAL TO SPACES THEN
               STRING NICK OF IRC-STATE DELIMITED BY SPACE,
                      "$EXC$*$AT$*" DELIMITED BY SIZE
                      INTO STRIKE-MASK
           ELSE
               STRING "*$EXC$*$AT$" DELIMITED BY SIZE,
                      STRIKE-HOST DELIMITED BY SPACE
                      INTO STRIKE-MASK.
       SHIFT-STRIKE-DAY.
           COMPUTE STRIKE-PRIOR = STRIKE-INDEX - 1.
           MOVE STRIKE-DAY(STRIKE-PRIOR) TO STRIKE-DAY(STRIKE-INDEX).
       COUNT-RECENT-STRIKE.
           IF STRIKE-DAY(STRIKE-INDEX) IS GREATER THAN STRIKE-CUTOFF-DAY
               THEN
               ADD 1 TO STRIKE-RECENT.
       COUNT-RECENT-STRIKES.
           MOVE STRIKE-PERIOD-DAYS TO DAYS-BACK-COUNT.
           PERFORM COMPUTE-DAYS-BACK.
           MOVE DAYS-BACK-DAY TO STRIKE-CUTOFF-DAY.
           MOVE 0 TO STRIKE-RECENT.
           PERFORM COUNT-RECENT-STRIKE
               VARYING STRIKE-INDEX FROM 1 BY 1
               UNTIL STRIKE-INDEX IS GREATER THAN 20.
       GET-STRIKE-EXPIRY.
           IF BAN-DAYS-PARAM IS EQUAL TO ZERO THEN
               MOVE ZERO TO BAN-EXPIRY-WORK
           ELSE
               ACCEPT BAN-TODAY FROM DAY YYYYDDD
               MOVE BAN-TODAY TO BAN-EXPIRY-WORK
               COMPUTE BAN-DDD-TEMP = BAN-TODAY-DDD + BAN-DAYS-PARAM
               PERFORM NORMALIZE-BAN-EXPIRY
                   UNTIL BAN-DDD-TEMP IS NOT GREATER THAN 365
               MOVE BAN-DDD-TEMP TO BAN-EXPIRY-DDD.
       SET-STRIKE-AUDIT-PARAMS.
           MOVE SPACES TO AUTO-AUDIT-PARAMS.
           STRING STRIKE-MASK DELIMITED BY SPACE,
                  " NICK " DELIMITED BY SIZE,
                  STRIKE-NICK DELIMITED BY SPACE,
                  " STRIKES " DELIMITED BY SIZE,
                  STRIKE-RECENT
                  INTO AUTO-AUDIT-PARAMS.
       APPLY-STRIKE-IGNORE.
           MOVE STRIKE-MASK TO IGNORE-MASK.
           MOVE NICK OF WOPO TO IGNORE-SETTER.
           MOVE STRIKE-IGNORE-DAYS TO BAN-DAYS-PARAM.
           PERFORM GET-STRIKE-EXPIRY.
           MOVE BAN-EXPIRY-WORK TO IGNORE-EXPIRY-DAY.
           REWRITE IGNORE-RECORD
               INVALID KEY WRITE IGNORE-RECORD
           END-REWRITE.
           MOVE "I" TO STRIKE-ACTION.
           MOVE "AUTO-IGNORE" TO AUTO-AUDIT-COMMAND.
           MOVE STRIKE-NICK TO AUTO-AUDIT-TARGET.
           PERFORM SET-STRIKE-AUDIT-PARAMS.
           PERFORM WRITE-AUTO-AUDIT-RECORD.
           MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER.
           STRING "NOTICE " DELIMITED BY SIZE,
                  STRIKE-NICK DELIMITED BY SPACES,
                  " $COLN$TOO MANY FLOOD STRIKES. IGNORED UNTIL DAY "
                      DELIMITED BY SIZE,
                  IGNORE-EXPIRY-DAY,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO MSG-BODY OF OUTPUT-BUFFER.
           PERFORM SEND-LINE.
       APPLY-STRIKE-BAN.
           MOVE STRIKE-CHANNEL TO BAN-CHANNEL.
           MOVE STRIKE-MASK TO BAN-MASK.
           MOVE NICK OF WOPO TO BAN-SETTER.
           MOVE STRIKE-BAN-DAYS TO BAN-DAYS-PARAM.
           PERFORM GET-STRIKE-EXPIRY.
           MOVE BAN-EXPIRY-WORK TO BAN-EXPIRY-DAY.
           REWRITE BAN-RECORD
               INVALID KEY WRITE BAN-RECORD
           END-REWRITE.
           PERFORM APPLY-BAN-MODES.
           MOVE "B" TO STRIKE-ACTION.
           MOVE "AUTO-BAN" TO AUTO-AUDIT-COMMAND.
           MOVE STRIKE-CHANNEL TO AUTO-AUDIT-TARGET.
           PERFORM SET-STRIKE-AUDIT-PARAMS.
           PERFORM WRITE-AUTO-AUDIT-RECORD.
       ESCALATE-FLOOD-STRIKE.
           IF STRIKE-BAN-AT IS GREATER THAN ZERO AND
              STRIKE-RECENT IS NOT LESS THAN STRIKE-BAN-AT AND
              STRIKE-CHANNEL IS NOT EQUAL TO SPACES THEN
               PERFORM APPLY-STRIKE-BAN
           ELSE IF STRIKE-IGNORE-AT IS GREATER THAN ZERO AND
                   STRIKE-RECENT IS NOT LESS THAN STRIKE-IGNORE-AT THEN
               PERFORM APPLY-STRIKE-IGNORE.
       RECORD-FLOOD-STRIKE.
           COMPUTE STRIKE-FIRST-EXCESS = RATE-LIMIT-TIER-CAP + 1.
           IF RATE-LIMIT-COUNT IS EQUAL TO STRIKE-FIRST-EXCESS THEN
               PERFORM GET-STRIKE-MASK
               MOVE 0 TO STATE
               READ STRIKES RECORD
                   INVALID KEY MOVE 99 TO STATE
               END-READ
               IF DONE THEN
                   MOVE SPACES TO STRIKE-CHANNEL, STRIKE-ACTION
                   MOVE 0 TO STRIKE-COUNT
                   MOVE ZEROS TO STRIKE-HISTORY
                   MOVE 0 TO STATE
               END-IF
               MOVE NICK OF IRC-STATE TO STRIKE-NICK
               IF TARGET-IS-CHANNEL THEN
                   MOVE TARGET OF IRC-STATE TO STRIKE-CHANNEL
               ELSE
                   MOVE SPACES TO STRIKE-CHANNEL
               END-IF
               ACCEPT STRIKE-TODAY FROM DAY YYYYDDD
               PERFORM SHIFT-STRIKE-DAY
                   VARYING STRIKE-INDEX FROM 20 BY -1
                   UNTIL STRIKE-INDEX IS LESS THAN 2
               MOVE STRIKE-TODAY TO STRIKE-DAY(1)
               IF STRIKE-COUNT IS LESS THAN 9999 THEN
                   ADD 1 TO STRIKE-COUNT
               END-IF
               ACCEPT STRIKE-LAST-TIME FROM TIME
               PERFORM COUNT-RECENT-STRIKES
               PERFORM ESCALATE-FLOOD-STRIKE
               REWRITE STRIKE-RECORD
                   INVALID KEY WRITE STRIKE-RECORD
               END-REWRITE.
       MAYBE-SHOW-ESCAPES.
           IF SHOULD-SHOW-ESCAPES THEN
               IF SRC IS EQUAL TO 1 THEN
           MOVE 0 TO COMMAND-MIN-LEVEL.
           PERFORM CHECK-DEFAULT-ACL-ENTRY
               VARYING ACL-DEFAULT-INDEX FROM 1 BY 1
               UNTIL ACL-DEFAULT-INDEX IS GREATER THAN 42.
       RESOLVE-COMMAND-LEVEL.
           MOVE R(1) TO ACL-COMMAND.
           MOVE 0 TO STATE.
               END-READ
               PERFORM CHECK-RATE-LIMIT
               IF RATE-LIMIT-EXCEEDED THEN
                   PERFORM RECORD-FLOOD-STRIKE
                   PERFORM REPLY-RATE-LIMITED
                   EXIT PARAGRAPH
               END-IF
               PERFORM HANDLE-PROGRAM-EXPORT
           ELSE IF R(1) IS EQUAL TO "PROGRAM-IMPORT" THEN
               PERFORM HANDLE-PROGRAM-IMPORT
           ELSE IF R(1) IS EQUAL TO "PROGRAM-HISTORY" THEN
               PERFORM HANDLE-PROGRAM-HISTORY
           ELSE IF R(1) IS EQUAL TO "PROGRAM-DIFF" THEN
               PERFORM HANDLE-PROGRAM-DIFF
           ELSE IF R(1) IS EQUAL TO "PROGRAM-ROLLBACK" THEN
               PERFORM HANDLE-PROGRAM-ROLLBACK
           ELSE IF R(1) IS EQUAL TO "XREF" THEN
               PERFORM HANDLE-XREF
           ELSE IF R(1) IS EQUAL TO "DEOP" THEN
               PERFORM HANDLE-DEOP
           ELSE IF R(1) IS EQUAL TO "DEVOICE" THEN
               PERFORM HANDLE-SCHEDULE-DELETE
           ELSE IF R(1) IS EQUAL TO "SCHEDULES" THEN
               PERFORM HANDLE-SCHEDULES
           ELSE IF R(1) IS EQUAL TO "TRIGGER-ADD" THEN
               PERFORM HANDLE-TRIGGER-ADD
           ELSE IF R(1) IS EQUAL TO "TRIGGER-DELETE" THEN
               PERFORM HANDLE-TRIGGER-DELETE
           ELSE IF R(1) IS EQUAL TO "TRIGGERS" THEN
               PERFORM HANDLE-TRIGGERS
           ELSE IF R(1) IS EQUAL TO "STRIKES" THEN
               PERFORM HANDLE-STRIKES
           ELSE IF R(1) IS EQUAL TO "ROSTER" THEN
               PERFORM HANDLE-ROSTER
           ELSE IF R(1) IS EQUAL TO "AUDIT-REPORT" THEN
               PERFORM HANDLE-AUDIT-REPORT
           ELSE IF R(1) IS EQUAL TO "GREP" OR
                   R(1) IS EQUAL TO "LOGSEARCH" THEN
               PERFORM HANDLE-GREP
           ELSE IF R(1) IS EQUAL TO "BACKUP" THEN
               PERFORM HANDLE-BACKUP
           ELSE IF R(1) IS EQUAL TO "RESTORE" THEN
               PERFORM HANDLE-RESTORE
           ELSE IF R(1) IS EQUAL TO "REQUEST-ACCESS" THEN
               PERFORM HANDLE-REQUEST-ACCESS
           ELSE IF R(1) IS EQUAL TO "ACCESS-REQUESTS" THEN
               PERFORM HANDLE-ACCESS-REQUESTS
           ELSE IF R(1) IS EQUAL TO "ACCESS-APPROVE" THEN
               PERFORM HANDLE-ACCESS-APPROVE
           ELSE IF R(1) IS EQUAL TO "ACCESS-DENY" THEN
               PERFORM HANDLE-ACCESS-DENY
           ELSE IF R(1) IS EQUAL TO "DORMANT" THEN
               PERFORM HANDLE-DORMANT
           ELSE IF R(1) IS EQUAL TO "DORMANT-APPLY" THEN
               PERFORM HANDLE-DORMANT-APPLY
           ELSE IF R(1) IS EQUAL TO "ROTATE-LOGS" THEN
               PERFORM HANDLE-ROTATE-LOGS
           ELSE IF R(1) IS EQUAL TO "SEEN" THEN
                  "$$BF-CONTINUE ",
                  "$$PROGRAM-NEW $$PROGRAM-APPEND $$PROGRAM-DELETE ",
                  "$$PROGRAM-EXPORT $$PROGRAM-IMPORT ",
                  "$$PROGRAM-HISTORY $$PROGRAM-DIFF ",
                  "$$PROGRAM-ROLLBACK $$XREF ",
                  "$$DEOP $$DELIVERY $$DEVOICE $$COMMANDS $$JOIN ",
                  "$$LEVEL $$LICK ",
                  "$$LIST-USERS $$OP $$PART $$QUIT ",
                  "$$VOICE $$ECHO $$CAT $$DUMP-REGS $$PROGRAMS ",
                  "$$LIST-PROGRAMS $$RUN $$AUDIT-REPORT $$ROTATE-LOGS ",
                  "$$SCHEDULE-ADD $$SCHEDULE-DELETE $$SCHEDULES ",
                  "$$TRIGGER-ADD $$TRIGGER-DELETE $$TRIGGERS ",
                  "$$KICK $$BAN $$UNBAN $$SEEN $$TELL $$MEMOS ",
                  "$$IGNORE $$UNIGNORE $$IGNORES $$STRIKES ",
                  "$$SET $$GET $$VARS $$CHANSTATS $$TRUSTMASK ",
                  "$$ROSTER $$GREP $$LOGSEARCH $$BACKUP $$RESTORE ",
                  "$$REQUEST-ACCESS $$ACCESS-REQUESTS ",
                  "$$ACCESS-APPROVE $$ACCESS-DENY $$DORMANT ",
                  "$$DORMANT-APPLY ",
                  "$$LEARN $$FORGET $$WHATIS $$ACL $$MORE $$HELP"
                  "$NUL$"
                  INTO R(1).
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       TRIM-GREP-FOLD.
           SUBTRACT 1 FROM GREP-FOLD-LEN.
       FOLD-GREP-CHAR.
           ADD 1 TO GREP-FOLD-OUT-PTR.
           MOVE GREP-FOLD-IN-CHAR(GREP-FOLD-IN-PTR) TO
                GREP-FOLD-OUT-CHAR(GREP-FOLD-OUT-PTR).
           MOVE SPACES TO GREP-FOLD-WINDOW.
           IF GREP-FOLD-IN-CHAR(GREP-FOLD-IN-PTR) IS EQUAL TO "$" THEN
               MOVE GREP-FOLD-IN-PTR TO GREP-FOLD-PEEK-PTR
               UNSTRING GREP-FOLD-IN
                        INTO GREP-FOLD-WINDOW
                        WITH POINTER GREP-FOLD-PEEK-PTR.
           IF GREP-FOLD-AT-LOW AND
              GREP-FOLD-WINDOW-TAIL IS EQUAL TO "$" THEN
               MOVE GREP-FOLD-WINDOW-LETTER TO
                    GREP-FOLD-OUT-CHAR(GREP-FOLD-OUT-PTR)
               ADD 6 TO GREP-FOLD-IN-PTR
           ELSE
               ADD 1 TO GREP-FOLD-IN-PTR.
       FOLD-GREP-CASE.
           MOVE SPACES TO GREP-FOLD-OUT.
           MOVE 0 TO GREP-FOLD-COUNT.
           INSPECT GREP-FOLD-IN TALLYING GREP-FOLD-COUNT
                   FOR ALL "$LOW".
           IF GREP-FOLD-COUNT IS EQUAL TO ZERO THEN
               MOVE GREP-FOLD-IN TO GREP-FOLD-OUT
           ELSE
               MOVE 999 TO GREP-FOLD-LEN
               PERFORM TRIM-GREP-FOLD
                   UNTIL GREP-FOLD-LEN IS LESS THAN 2
                      OR GREP-FOLD-IN-CHAR(GREP-FOLD-LEN) IS NOT EQUAL
                         TO SPACE
               MOVE 1 TO GREP-FOLD-IN-PTR
               MOVE 0 TO GREP-FOLD-OUT-PTR
               PERFORM FOLD-GREP-CHAR
                   UNTIL GREP-FOLD-IN-PTR IS GREATER THAN GREP-FOLD-LEN.
           INSPECT GREP-FOLD-OUT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       COUNT-GREP-TEXT-CHAR.
           IF GREP-TEXT-CHAR(GREP-TEXT-PTR) IS NOT EQUAL TO SPACE THEN
               MOVE GREP-TEXT-PTR TO GREP-TEXT-LEN.
       TRIM-GREP-BODY.
           SUBTRACT 1 FROM GREP-BODY-LEN.
       STEP-GREP-TEXT.
           ADD 1 TO GREP-BODY-PTR, GREP-TEXT-PTR.
       TRY-GREP-TEXT.
           IF GREP-BODY-CHAR(GREP-START-PTR) IS EQUAL TO
              GREP-TEXT-CHAR(1) THEN
               MOVE GREP-START-PTR TO GREP-BODY-PTR
               MOVE 1 TO GREP-TEXT-PTR
               PERFORM STEP-GREP-TEXT
                   UNTIL GREP-TEXT-PTR IS GREATER THAN GREP-TEXT-LEN
                      OR GREP-BODY-CHAR(GREP-BODY-PTR) IS NOT EQUAL TO
                         GREP-TEXT-CHAR(GREP-TEXT-PTR)
               IF GREP-TEXT-PTR IS GREATER THAN GREP-TEXT-LEN THEN
                   MOVE 1 TO GREP-LINE-MATCH-FLAG.
       FIND-GREP-TEXT.
           MOVE 999 TO GREP-BODY-LEN.
           PERFORM TRIM-GREP-BODY
               UNTIL GREP-BODY-LEN IS LESS THAN 2
                  OR GREP-BODY-CHAR(GREP-BODY-LEN) IS NOT EQUAL TO
                     SPACE.
           COMPUTE GREP-LAST-START = GREP-BODY-LEN - GREP-TEXT-LEN + 1.
           MOVE 0 TO GREP-LINE-MATCH-FLAG.
           PERFORM TRY-GREP-TEXT
               VARYING GREP-START-PTR FROM 1 BY 1
               UNTIL GREP-START-PTR IS GREATER THAN GREP-LAST-START
                  OR GREP-LINE-MATCHES.
       REPORT-GREP-LINE.
           MOVE SPACES TO GREP-SHOW-BODY.
           UNSTRING GREP-LINE-BODY DELIMITED BY "$NUL$" OR "   "
                    INTO GREP-SHOW-BODY.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING GREP-LINE-DAY,
                  " " DELIMITED BY SIZE,
                  GREP-LINE-HH,
                  "$COLN$" DELIMITED BY SIZE,
                  GREP-LINE-MM,
                  "$COLN$" DELIMITED BY SIZE,
                  GREP-LINE-SS,
                  " " DELIMITED BY SIZE,
                  GREP-LINE-DIRECTION,
                  " " DELIMITED BY SIZE,
                  GREP-SHOW-BODY DELIMITED BY "   ",
                  "$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       CHECK-GREP-LINE.
           ADD 1 TO GREP-SCANNED-COUNT.
           MOVE GREP-LINE-BODY TO GREP-FOLD-IN.
           PERFORM FOLD-GREP-CASE.
           MOVE GREP-FOLD-OUT TO GREP-BODY.
           MOVE SPACES TO GREP-WORD-1, GREP-WORD-2, GREP-WORD-3,
                          GREP-LINE-NICK.
           UNSTRING GREP-BODY DELIMITED BY SPACES
                    INTO GREP-WORD-1, GREP-WORD-2, GREP-WORD-3.
           IF GREP-BODY-HAS-PREFIX THEN
               UNSTRING GREP-BODY DELIMITED BY "$EXC$" OR "$AT$" OR
                                               SPACES
                        INTO GREP-LINE-NICK
               MOVE GREP-WORD-3 TO GREP-LINE-TARGET
           ELSE
               MOVE GREP-WORD-2 TO GREP-LINE-TARGET
               IF GREP-LINE-SENT THEN
                   MOVE GREP-BOT-NICK-KEY TO GREP-LINE-NICK.
           MOVE 1 TO GREP-LINE-MATCH-FLAG.
           IF GREP-NICK-FILTER IS NOT EQUAL TO SPACES AND
              GREP-LINE-NICK IS NOT EQUAL TO GREP-NICK-KEY THEN
               MOVE 0 TO GREP-LINE-MATCH-FLAG.
           IF GREP-CHANNEL-FILTER IS NOT EQUAL TO SPACES AND
              GREP-LINE-TARGET IS NOT EQUAL TO GREP-CHANNEL-FILTER THEN
               MOVE 0 TO GREP-LINE-MATCH-FLAG.
           IF GREP-LINE-MATCHES AND
              GREP-TEXT-LEN IS GREATER THAN ZERO THEN
               PERFORM FIND-GREP-TEXT.
           IF GREP-LINE-MATCHES THEN
               ADD 1 TO GREP-MATCHED-COUNT
               PERFORM REPORT-GREP-LINE.
           IF GREP-MATCHED-COUNT IS NOT LESS THAN GREP-RESULT-LIMIT OR
              GREP-SCANNED-COUNT IS NOT LESS THAN GREP-SCAN-LIMIT THEN
               MOVE 1 TO GREP-CAPPED-FLAG
               MOVE 99 TO STATE.
       READ-GREP-ARCH-RECORD.
           READ TRANSCRIPT-ARCHIVE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE ARCH-TRANS-DAY TO GREP-LINE-DAY
               MOVE ARCH-TRANS-DATA TO GREP-LINE
               PERFORM CHECK-GREP-LINE.
       READ-GREP-LIVE-RECORD.
           READ TRANSCRIPT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE TRANSCRIPT-RECORD TO GREP-LINE
               PERFORM CHECK-GREP-LINE.
       SEARCH-TRANSCRIPTS.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE 0 TO GREP-SCANNED-COUNT, GREP-MATCHED-COUNT,
                     GREP-CAPPED-FLAG.
           MOVE GREP-DAYS TO DAYS-BACK-COUNT.
           PERFORM COMPUTE-DAYS-BACK.
           MOVE DAYS-BACK-DAY TO ARCH-TRANS-DAY.
           MOVE 0 TO ARCH-TRANS-SEQ.
           MOVE 0 TO STATE.
           START TRANSCRIPT-ARCHIVE KEY IS NOT LESS THAN
                 ARCH-TRANS-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM READ-GREP-ARCH-RECORD UNTIL DONE.
           IF NOT GREP-CAPPED THEN
               ACCEPT GREP-LINE-DAY FROM DAY YYYYDDD
               CLOSE TRANSCRIPT
               OPEN INPUT TRANSCRIPT
               MOVE 0 TO STATE
               PERFORM READ-GREP-LIVE-RECORD UNTIL DONE
               CLOSE TRANSCRIPT
               OPEN EXTEND TRANSCRIPT.
           MOVE 0 TO STATE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING GREP-MATCHED-COUNT, " MATCH(ES) IN ",
                  GREP-SCANNED-COUNT,
                  " TRANSCRIPT LINE(S) SCANNED." DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           IF GREP-CAPPED THEN
               STRING " LIMIT REACHED, NARROW THE SEARCH."
                      DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           STRING "$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       GET-GREP-PARAMS.
           MOVE SPACES TO GREP-NICK-FILTER, GREP-CHANNEL-FILTER,
                          GREP-TEXT, GREP-NICK-KEY, GREP-BOT-NICK-KEY.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE 0 TO GREP-DAYS.
           MOVE R(1) TO GREP-DAYS.
           IF GREP-DAYS IS NOT NUMERIC THEN
               MOVE 0 TO GREP-DAYS.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
               MOVE 2 TO PTR(SRC)
               PERFORM GET-PARAM
               IF R(1) IS NOT EQUAL TO "*" THEN
                   MOVE R(1) TO GREP-FOLD-IN
                   PERFORM FOLD-GREP-CASE
                   MOVE GREP-FOLD-OUT TO GREP-NICK-FILTER.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 2 THEN
               MOVE 3 TO PTR(SRC)
               PERFORM GET-PARAM
               IF R(1) IS NOT EQUAL TO "*" THEN
                   MOVE R(1) TO GREP-FOLD-IN
                   PERFORM FOLD-GREP-CASE
                   MOVE GREP-FOLD-OUT TO GREP-CHANNEL-FILTER.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 3 THEN
               MOVE 4 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO GREP-FOLD-IN
               PERFORM FOLD-GREP-CASE
               MOVE GREP-FOLD-OUT TO GREP-TEXT
               MOVE SPACE TO GREP-TEXT-CHAR(201).
           STRING "$COLN$" DELIMITED BY SIZE,
                  GREP-NICK-FILTER DELIMITED BY SPACE
                  INTO GREP-NICK-KEY.
           STRING "$COLN$" DELIMITED BY SIZE,
                  NICK OF WOPO DELIMITED BY SPACE
                  INTO GREP-BOT-NICK-KEY.
           MOVE GREP-NICK-KEY TO GREP-FOLD-IN.
           PERFORM FOLD-GREP-CASE.
           MOVE GREP-FOLD-OUT TO GREP-NICK-KEY.
           MOVE GREP-BOT-NICK-KEY TO GREP-FOLD-IN.
           PERFORM FOLD-GREP-CASE.
           MOVE GREP-FOLD-OUT TO GREP-BOT-NICK-KEY.
           MOVE 0 TO GREP-TEXT-LEN.
           PERFORM COUNT-GREP-TEXT-CHAR
               VARYING GREP-TEXT-PTR FROM 1 BY 1
               UNTIL GREP-TEXT-PTR IS GREATER THAN 200.
       HANDLE-GREP.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<DAYS>$$[<NICK>|*]$$[<CHANNEL>|*]$$[<TEXT>]"
                        TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM GET-GREP-PARAMS
                   PERFORM SEARCH-TRANSCRIPTS
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       CLOSE-MASTER-FILES.
           CLOSE USERS.
           CLOSE CHANNELS.
           CLOSE COMMAND-ACL.
           CLOSE FACTOIDS.
           CLOSE VARIABLES.
           CLOSE MEMOS.
           CLOSE BANS.
           CLOSE IGNORES.
           CLOSE SCHEDULE.
           CLOSE LAST-SEEN.
           CLOSE BF-WORKSPACE.
       OPEN-MASTER-FILES.
           OPEN I-O USERS.
           OPEN I-O CHANNELS.
           OPEN I-O COMMAND-ACL.
           OPEN I-O FACTOIDS.
           OPEN I-O VARIABLES.
           OPEN I-O MEMOS.
           OPEN I-O BANS.
           OPEN I-O IGNORES.
           OPEN I-O SCHEDULE.
           OPEN I-O LAST-SEEN.
           OPEN I-O BF-WORKSPACE.
       CALL-MASTER-BACKUP.
           PERFORM CLOSE-MASTER-FILES.
           CALL "MASTER-BACKUP" USING BACKUP-REQUEST.
           PERFORM OPEN-MASTER-FILES.
       TOTAL-BACKUP-ENTRY.
           ADD MASTER-RECORDS(BACKUP-REPORT-INDEX) TO
               BACKUP-TOTAL-RECORDS.
       REPORT-BACKUP-ENTRY.
           IF MASTER-SELECTED(BACKUP-REPORT-INDEX) THEN
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING MASTER-NAME(BACKUP-REPORT-INDEX)
                          DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      MASTER-STATE(BACKUP-REPORT-INDEX)
                          DELIMITED BY SPACE,
                      " " DELIMITED BY SIZE,
                      MASTER-RECORDS(BACKUP-REPORT-INDEX),
                      " OF " DELIMITED BY SIZE,
                      MASTER-SAVED-RECORDS(BACKUP-REPORT-INDEX),
                      " RECORD(S), HASH " DELIMITED BY SIZE,
                      MASTER-HASH(BACKUP-REPORT-INDEX),
                      " OF " DELIMITED BY SIZE,
                      MASTER-SAVED-HASH(BACKUP-REPORT-INDEX),
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-BACKUP.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               MOVE SPACES TO BACKUP-MODE, BACKUP-NAME,
                              BACKUP-SELECTION
               MOVE "BACKUP" TO BACKUP-MODE
               IF NUM-PARAMS OF WOPO IS GREATER THAN 0 THEN
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO BACKUP-NAME
               END-IF
               PERFORM CALL-MASTER-BACKUP
               MOVE 0 TO BACKUP-TOTAL-RECORDS
               PERFORM TOTAL-BACKUP-ENTRY
                   VARYING BACKUP-REPORT-INDEX FROM 1 BY 1
                   UNTIL BACKUP-REPORT-INDEX IS GREATER THAN 11
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "MASTER FILES BACKED UP TO " DELIMITED BY SIZE,
                      BACKUP-NAME DELIMITED BY SPACE,
                      ", " DELIMITED BY SIZE,
                      BACKUP-TOTAL-RECORDS,
                      " RECORD(S).$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       ADD-RESTORE-SELECTION.
           PERFORM GET-PARAM.
           STRING R(1) DELIMITED BY SPACE,
                  " " DELIMITED BY SIZE
                  INTO BACKUP-SELECTION
                  WITH POINTER BACKUP-SELECTION-PTR.
       REPORT-RESTORE.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "BACKUP " DELIMITED BY SIZE,
                  BACKUP-NAME DELIMITED BY SPACE,
                  " TAKEN " DELIMITED BY SIZE,
                  BACKUP-TAKEN-DAY,
                  " " DELIMITED BY SIZE,
                  BACKUP-TAKEN-TIME,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM REPORT-BACKUP-ENTRY
               VARYING BACKUP-REPORT-INDEX FROM 1 BY 1
               UNTIL BACKUP-REPORT-INDEX IS GREATER THAN 11.
           MOVE 1 TO SRC.
           IF BACKUP-REFUSED THEN
               MOVE "TOTALS DO NOT MATCH. NOTHING RESTORED.$NUL$"
                    TO R(1)
           ELSE IF BACKUP-WRITE-ERRORS THEN
               MOVE "RESTORE COMPLETE WITH WRITE ERRORS.$NUL$"
                    TO R(1)
           ELSE
               MOVE "RESTORE COMPLETE.$NUL$" TO R(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       HANDLE-RESTORE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<BACKUP FILE>$$[ALL|<MASTER FILE>...]" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE SPACES TO BACKUP-MODE, BACKUP-NAME,
                                  BACKUP-SELECTION
                   MOVE "RESTORE" TO BACKUP-MODE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO BACKUP-NAME
                   MOVE 1 TO BACKUP-SELECTION-PTR
                   PERFORM ADD-RESTORE-SELECTION
                       VARYING PTR(SRC) FROM 2 BY 1
                       UNTIL PTR(SRC) IS GREATER THAN NUM-PARAMS OF WOPO
                   PERFORM CALL-MASTER-BACKUP
                   IF BACKUP-BAD-REQUEST THEN
                       MOVE 1 TO SRC
                       MOVE 1 TO PTR(1)
                       STRING "NO SUCH MASTER FILE " DELIMITED BY SIZE,
                              BACKUP-BAD-NAME DELIMITED BY SPACE,
                              ".$NUL$" DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                       PERFORM BEGIN-STANDARD-REPLY
                       PERFORM DO-OUTPUT
                   ELSE
                       PERFORM REPORT-RESTORE
                   END-IF
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       WRITE-ACCOUNT-AUDIT-RECORD.
           MOVE NICK OF IRC-STATE TO AUDIT-NICK.
           MOVE ACCESS-OPERATOR TO AUDIT-USER-NAME.
           MOVE ACCESS-OPERATOR-LEVEL TO AUDIT-USER-LEVEL.
           MOVE AUTO-AUDIT-COMMAND TO AUDIT-COMMAND.
           MOVE AUTO-AUDIT-TARGET TO AUDIT-TARGET.
           MOVE AUTO-AUDIT-PARAMS TO AUDIT-PARAMS.
           WRITE AUDIT-RECORD.
       SEND-ACCESS-MEMO.
           MOVE 0 TO MEMO-NEXT-SEQ.
           MOVE MEMO-TARGET-NICK TO MEMO-RECIPIENT.
           MOVE 0 TO MEMO-SEQ.
           MOVE 0 TO STATE.
           START MEMOS KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM SCAN-MEMO-SEQ UNTIL DONE.
           MOVE 0 TO STATE.
           IF MEMO-NEXT-SEQ IS LESS THAN 999 THEN
               MOVE MEMO-TARGET-NICK TO MEMO-RECIPIENT
               COMPUTE MEMO-SEQ = MEMO-NEXT-SEQ + 1
               MOVE ACCESS-OPERATOR TO MEMO-SENDER
               ACCEPT MEMO-DAY FROM DAY YYYYDDD
               ACCEPT MEMO-TIME FROM TIME
               MOVE ACCESS-MEMO-TEXT TO MEMO-TEXT
               REWRITE MEMO-RECORD
                   INVALID KEY WRITE MEMO-RECORD
               END-REWRITE.
       QUEUE-ACCESS-REQUEST.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE 0 TO ACCESS-LEVEL.
           MOVE R(1) TO ACCESS-LEVEL.
           IF ACCESS-LEVEL IS NOT NUMERIC THEN
               MOVE 0 TO ACCESS-LEVEL.
           MOVE 2 TO PTR(SRC).
           MOVE 8 TO DEST.
           PERFORM GET-REST.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF ACCESS-LEVEL IS EQUAL TO ZERO THEN
               MOVE "LEVEL MUST BE FROM 1 TO 99.$NUL$" TO R(1)
           ELSE IF ACCESS-LEVEL IS NOT GREATER THAN USER-LEVEL THEN
               STRING "YOU ALREADY HAVE LEVEL " DELIMITED BY SIZE,
                      USER-LEVEL,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               MOVE USER-NAME TO ACCESS-REQUEST-ACCOUNT
               MOVE ACCESS-CALLER-NICK TO ACCESS-REQUEST-NICK
               MOVE ACCESS-LEVEL TO ACCESS-REQUEST-LEVEL
               MOVE USER-LEVEL TO ACCESS-REQUEST-CURRENT-LEVEL
               ACCEPT ACCESS-REQUEST-DAY FROM DAY YYYYDDD
               ACCEPT ACCESS-REQUEST-TIME FROM TIME
               MOVE R(8) TO ACCESS-REQUEST-REASON
               REWRITE ACCESS-REQUEST-RECORD
                   INVALID KEY WRITE ACCESS-REQUEST-RECORD
               END-REWRITE
               STRING "ACCESS REQUEST FOR LEVEL " DELIMITED BY SIZE,
                      ACCESS-LEVEL,
                      " QUEUED.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-REQUEST-ACCESS.
           MOVE NICK OF IRC-STATE TO ACCESS-CALLER-NICK.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           IF NOT USER-ACC-VERIFIED OR RECONCILE-PROBE-TIMED-OUT THEN
               PERFORM REPLY-NAK
           ELSE
               MOVE INPUT-SOURCE TO SRC
               MOVE 1 TO DEST
               PERFORM INDEX-PARAMS
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<LEVEL>$$<REASON>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM QUEUE-ACCESS-REQUEST.
       LIST-ACCESS-REQUEST.
           READ ACCESS-REQUESTS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO ACCESS-LISTED-COUNT
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING ACCESS-REQUEST-ACCOUNT DELIMITED BY SPACE,
                      " LEVEL " DELIMITED BY SIZE,
                      ACCESS-REQUEST-CURRENT-LEVEL,
                      " TO " DELIMITED BY SIZE,
                      ACCESS-REQUEST-LEVEL,
                      " DAY " DELIMITED BY SIZE,
                      ACCESS-REQUEST-DAY,
                      " AS " DELIMITED BY SIZE,
                      ACCESS-REQUEST-NICK DELIMITED BY SPACE,
                      ". " DELIMITED BY SIZE,
                      ACCESS-REQUEST-REASON DELIMITED BY "$NUL$",
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-ACCESS-REQUESTS.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               PERFORM BEGIN-PAGED-OUTPUT
               MOVE 0 TO ACCESS-LISTED-COUNT
               MOVE SPACES TO ACCESS-REQUEST-ACCOUNT
               MOVE 0 TO STATE
               START ACCESS-REQUESTS
                   KEY IS NOT LESS THAN ACCESS-REQUEST-ACCOUNT
                   INVALID KEY MOVE 99 TO STATE
               END-START
               PERFORM LIST-ACCESS-REQUEST UNTIL DONE
               MOVE 0 TO STATE
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING ACCESS-LISTED-COUNT,
                      " PENDING ACCESS REQUEST(S).$NUL$"
                          DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
               PERFORM END-PAGED-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       FIND-ACCESS-REQUEST.
           MOVE USER-NAME TO ACCESS-OPERATOR.
           MOVE USER-LEVEL TO ACCESS-OPERATOR-LEVEL.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO ACCESS-ACCOUNT.
           MOVE ACCESS-ACCOUNT TO ACCESS-REQUEST-ACCOUNT.
           MOVE 0 TO STATE.
           READ ACCESS-REQUESTS RECORD
               INVALID KEY MOVE 99 TO STATE.
       GRANT-ACCESS-REQUEST.
           MOVE ACCESS-ACCOUNT TO USER-NAME.
           READ USERS RECORD
               INVALID KEY
                   MOVE 0 TO USER-LEVEL
                   MOVE SPACES TO USER-PREFERRED-DELIVERY
                   MOVE SPACES TO USER-TRUSTED-MASKS
           END-READ.
           MOVE USER-LEVEL TO ACCESS-OLD-LEVEL.
           MOVE ACCESS-LEVEL TO USER-LEVEL.
           REWRITE USER-RECORD
               INVALID KEY WRITE USER-RECORD
           END-REWRITE.
           PERFORM CLEAR-ROSTER-LEVEL.
           MOVE ACCESS-REQUEST-NICK TO ACCESS-REQUESTER-NICK.
           DELETE ACCESS-REQUESTS RECORD.
           MOVE "ACCESS-APPROVE" TO AUTO-AUDIT-COMMAND.
           MOVE ACCESS-ACCOUNT TO AUTO-AUDIT-TARGET.
           MOVE SPACES TO AUTO-AUDIT-PARAMS.
           STRING "LEVEL " DELIMITED BY SIZE,
                  ACCESS-OLD-LEVEL,
                  " TO " DELIMITED BY SIZE,
                  ACCESS-LEVEL
                  INTO AUTO-AUDIT-PARAMS.
           PERFORM WRITE-ACCOUNT-AUDIT-RECORD.
           MOVE ACCESS-REQUESTER-NICK TO MEMO-TARGET-NICK.
           MOVE SPACES TO ACCESS-MEMO-TEXT.
           STRING "YOUR ACCESS REQUEST WAS APPROVED. YOUR LEVEL IS "
                      DELIMITED BY SIZE,
                  ACCESS-LEVEL,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO ACCESS-MEMO-TEXT.
           PERFORM SEND-ACCESS-MEMO.
       APPROVE-ACCESS-REQUEST.
           PERFORM FIND-ACCESS-REQUEST.
           MOVE ACCESS-REQUEST-LEVEL TO ACCESS-LEVEL.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
               MOVE 2 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE 0 TO ACCESS-LEVEL
               MOVE R(1) TO ACCESS-LEVEL
               IF ACCESS-LEVEL IS NOT NUMERIC THEN
                   MOVE 0 TO ACCESS-LEVEL.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF DONE THEN
               STRING "NO ACCESS REQUEST FROM " DELIMITED BY SIZE,
                      ACCESS-ACCOUNT DELIMITED BY SPACE,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE IF ACCESS-LEVEL IS EQUAL TO ZERO OR
                   ACCESS-LEVEL IS GREATER THAN ACCESS-OPERATOR-LEVEL
                   THEN
               STRING "YOU CANNOT GRANT LEVEL " DELIMITED BY SIZE,
                      ACCESS-LEVEL,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               PERFORM GRANT-ACCESS-REQUEST
               STRING ACCESS-ACCOUNT DELIMITED BY SPACE,
                      " NOW HAS LEVEL " DELIMITED BY SIZE,
                      ACCESS-LEVEL,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           MOVE 0 TO STATE.
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-ACCESS-APPROVE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<ACCOUNT NAME>$$[<LEVEL>]" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM APPROVE-ACCESS-REQUEST
           ELSE
               PERFORM REPLY-NAK.
       DENY-ACCESS-REQUEST.
           PERFORM FIND-ACCESS-REQUEST.
           MOVE "$NUL$" TO R(8).
           IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
               MOVE 2 TO PTR(SRC)
               MOVE 8 TO DEST
               PERFORM GET-REST.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF DONE THEN
               STRING "NO ACCESS REQUEST FROM " DELIMITED BY SIZE,
                      ACCESS-ACCOUNT DELIMITED BY SPACE,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               MOVE ACCESS-REQUEST-LEVEL TO ACCESS-LEVEL
               MOVE ACCESS-REQUEST-NICK TO ACCESS-REQUESTER-NICK
               DELETE ACCESS-REQUESTS RECORD
               MOVE "ACCESS-DENY" TO AUTO-AUDIT-COMMAND
               MOVE ACCESS-ACCOUNT TO AUTO-AUDIT-TARGET
               MOVE SPACES TO AUTO-AUDIT-PARAMS
               STRING "LEVEL " DELIMITED BY SIZE,
                      ACCESS-LEVEL
                      INTO AUTO-AUDIT-PARAMS
               PERFORM WRITE-ACCOUNT-AUDIT-RECORD
               MOVE ACCESS-REQUESTER-NICK TO MEMO-TARGET-NICK
               MOVE SPACES TO ACCESS-MEMO-TEXT
               STRING "YOUR ACCESS REQUEST FOR LEVEL "
                          DELIMITED BY SIZE,
                      ACCESS-LEVEL,
                      " WAS DENIED. " DELIMITED BY SIZE,
                      R(8) DELIMITED BY "$NUL$",
                      "$NUL$" DELIMITED BY SIZE
                      INTO ACCESS-MEMO-TEXT
               PERFORM SEND-ACCESS-MEMO
               STRING "ACCESS REQUEST FROM " DELIMITED BY SIZE,
                      ACCESS-ACCOUNT DELIMITED BY SPACE,
                      " DENIED.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           MOVE 0 TO STATE.
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-ACCESS-DENY.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<ACCOUNT NAME>$$[<REASON>]" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM DENY-ACCESS-REQUEST
           ELSE
               PERFORM REPLY-NAK.
       GET-DORMANT-DAYS.
           MOVE DORMANT-DEFAULT-DAYS TO DORMANT-DAYS.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 0 THEN
               MOVE 1 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE 0 TO DORMANT-DAYS
               MOVE R(1) TO DORMANT-DAYS
               IF DORMANT-DAYS IS NOT NUMERIC OR
                  DORMANT-DAYS IS EQUAL TO ZERO THEN
                   MOVE DORMANT-DEFAULT-DAYS TO DORMANT-DAYS.
           MOVE DORMANT-DAYS TO DAYS-BACK-COUNT.
           PERFORM COMPUTE-DAYS-BACK.
           MOVE DAYS-BACK-DAY TO DORMANT-CUTOFF-DAY.
       CHECK-DORMANT-USER.
           MOVE 0 TO DORMANT-FLAG.
           MOVE USER-NAME TO SEEN-NICK.
           READ LAST-SEEN RECORD
               INVALID KEY MOVE 0 TO SEEN-DAY
           END-READ.
           IF SEEN-DAY IS LESS THAN DORMANT-CUTOFF-DAY AND
              USER-NAME IS NOT EQUAL TO ACCESS-OPERATOR THEN
               MOVE 1 TO DORMANT-FLAG.
       LIST-DORMANT-USER.
           READ USERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               PERFORM CHECK-DORMANT-USER
               IF DORMANT-ACCOUNT THEN
                   ADD 1 TO DORMANT-COUNT
                   IF SEEN-DAY IS EQUAL TO ZERO THEN
                       MOVE "NEVER" TO DORMANT-SEEN-TEXT
                   ELSE
                       MOVE SEEN-DAY TO DORMANT-SEEN-TEXT
                   END-IF
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING USER-NAME DELIMITED BY SPACE,
                          " LEVEL " DELIMITED BY SIZE,
                          USER-LEVEL,
                          " LAST SEEN " DELIMITED BY SIZE,
                          DORMANT-SEEN-TEXT DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT.
       HANDLE-DORMANT.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               MOVE USER-NAME TO ACCESS-OPERATOR
               MOVE USER-LEVEL TO ACCESS-OPERATOR-LEVEL
               PERFORM GET-DORMANT-DAYS
               PERFORM BEGIN-PAGED-OUTPUT
               MOVE 0 TO DORMANT-COUNT
               CLOSE USERS
               OPEN I-O USERS
               MOVE 0 TO STATE
               PERFORM LIST-DORMANT-USER UNTIL DONE
               MOVE 0 TO STATE
               MOVE ACCESS-OPERATOR TO DORMANT-REVIEWER
               MOVE DORMANT-DAYS TO DORMANT-REVIEWED-DAYS
               MOVE DORMANT-CUTOFF-DAY TO DORMANT-REVIEWED-CUTOFF
               ACCEPT DORMANT-REVIEWED-ON FROM DAY YYYYDDD
               MOVE 1 TO DORMANT-REVIEWED-FLAG
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING DORMANT-COUNT,
                      " ACCOUNT(S) NOT SEEN IN " DELIMITED BY SIZE,
                      DORMANT-DAYS,
                      " DAYS. CONFIRM WITH $$DORMANT-APPLY "
                          DELIMITED BY SIZE,
                      DORMANT-DAYS,
                      "$$<NEW LEVEL>.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
               PERFORM END-PAGED-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       CHANGE-DORMANT-USER.
           MOVE 0 TO DORMANT-FAILED-FLAG.
           MOVE "DORMANT-APPLY" TO AUTO-AUDIT-COMMAND.
           MOVE USER-NAME TO AUTO-AUDIT-TARGET.
           MOVE SPACES TO AUTO-AUDIT-PARAMS.
           STRING "LEVEL " DELIMITED BY SIZE,
                  USER-LEVEL,
                  " TO " DELIMITED BY SIZE,
                  DORMANT-NEW-LEVEL,
                  " LAST SEEN " DELIMITED BY SIZE,
                  SEEN-DAY
                  INTO AUTO-AUDIT-PARAMS.
           IF DORMANT-NEW-LEVEL IS EQUAL TO ZERO THEN
               DELETE USERS RECORD
                   INVALID KEY MOVE 1 TO DORMANT-FAILED-FLAG
               END-DELETE
           ELSE
               MOVE DORMANT-NEW-LEVEL TO USER-LEVEL
               REWRITE USER-RECORD
                   INVALID KEY MOVE 1 TO DORMANT-FAILED-FLAG
               END-REWRITE.
           IF DORMANT-CHANGE-FAILED THEN
               ADD 1 TO DORMANT-FAILED-COUNT
           ELSE
               ADD 1 TO DORMANT-COUNT
               PERFORM CLEAR-ROSTER-LEVEL
               PERFORM WRITE-ACCOUNT-AUDIT-RECORD.
       APPLY-DORMANT-USER.
           READ USERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               PERFORM CHECK-DORMANT-USER
               IF DORMANT-ACCOUNT AND
                  USER-LEVEL IS GREATER THAN DORMANT-NEW-LEVEL AND
                  USER-LEVEL IS NOT GREATER THAN ACCESS-OPERATOR-LEVEL
                  THEN
                   PERFORM CHANGE-DORMANT-USER.
       APPLY-DORMANT-REVIEW.
           PERFORM GET-DORMANT-DAYS.
           MOVE 2 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE 0 TO DORMANT-NEW-LEVEL.
           MOVE R(1) TO DORMANT-NEW-LEVEL.
           ACCEPT DORMANT-TODAY FROM DAY YYYYDDD.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF NOT DORMANT-REVIEWED OR
              DORMANT-REVIEWER IS NOT EQUAL TO ACCESS-OPERATOR OR
              DORMANT-REVIEWED-DAYS IS NOT EQUAL TO DORMANT-DAYS OR
              DORMANT-REVIEWED-ON IS NOT EQUAL TO DORMANT-TODAY THEN
               STRING "REVIEW THE LIST WITH $$DORMANT "
                          DELIMITED BY SIZE,
                      DORMANT-DAYS,
                      " FIRST.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE IF DORMANT-NEW-LEVEL IS NOT NUMERIC THEN
               MOVE "NEW LEVEL MUST BE FROM 0 TO 99.$NUL$" TO R(1)
           ELSE
               MOVE DORMANT-REVIEWED-CUTOFF TO DORMANT-CUTOFF-DAY
               MOVE 0 TO DORMANT-COUNT, DORMANT-FAILED-COUNT
               CLOSE USERS
               OPEN I-O USERS
               MOVE 0 TO STATE
               PERFORM APPLY-DORMANT-USER UNTIL DONE
               MOVE 0 TO STATE
               MOVE 0 TO DORMANT-REVIEWED-FLAG
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING DORMANT-COUNT,
                      " DORMANT ACCOUNT(S) SET TO LEVEL "
                          DELIMITED BY SIZE,
                      DORMANT-NEW-LEVEL,
                      ", " DELIMITED BY SIZE,
                      DORMANT-FAILED-COUNT,
                      " FAILED.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-DORMANT-APPLY.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               MOVE USER-NAME TO ACCESS-OPERATOR
               MOVE USER-LEVEL TO ACCESS-OPERATOR-LEVEL
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<DAYS>$$<NEW LEVEL>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM APPLY-DORMANT-REVIEW
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-ROTATE-LOGS.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               ACCEPT ROTATE-ARCHIVE-DAY FROM DAY YYYYDDD
               PERFORM ROTATE-LOG-FILES
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "LOGS ROTATED. AUDIT ",
                      ROTATE-AUDIT-COUNT,
                      " TRANSCRIPT ",
                      ROTATE-TRANS-COUNT,
                      " LINE(S) ARCHIVED UNDER DAY ",
                      ROTATE-ARCHIVE-DAY,
                      ".$NUL$"
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       ADD-SCHEDULE-ENTRY.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO SCHEDULE-ENTRY-NAME.
           MOVE 2 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE ZERO TO SCHEDULE-TIME-OF-DAY.
           MOVE R(1) TO SCHEDULE-TIME-OF-DAY.
           MOVE 3 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE ZERO TO SCHEDULE-REPEAT-SECONDS.
           MOVE R(1) TO SCHEDULE-REPEAT-SECONDS.
           MOVE 4 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO SCHEDULE-PROGRAM-NAME.
           MOVE 5 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO SCHEDULE-CHANNEL.
           ACCEPT CURRENT-TIME-REG FROM TIME.
           COMPUTE SCHEDULE-NOW-SECONDS =
               (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS.
           COMPUTE SCHEDULE-TOD-SECONDS =
               (SCHEDULE-TOD-HH * 3600) + (SCHEDULE-TOD-MM * 60)
               + SCHEDULE-TOD-SS.
           MOVE TIME-HH TO SCHEDULE-LAST-HH.
           MOVE TIME-MM TO SCHEDULE-LAST-MM.
           MOVE TIME-SS TO SCHEDULE-LAST-SS.
           IF SCHEDULE-NOW-SECONDS IS NOT LESS THAN
              SCHEDULE-TOD-SECONDS THEN
               MOVE "Y" TO SCHEDULE-FIRED-TODAY
           ELSE
               MOVE SPACE TO SCHEDULE-FIRED-TODAY.
           REWRITE SCHEDULE-RECORD
               INVALID KEY WRITE SCHEDULE-RECORD
           END-REWRITE.
           MOVE 1 TO SRC.
           STRING "SCHEDULE ENTRY " DELIMITED BY SIZE,
                  SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                  " STORED.$NUL$"
                  INTO R(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-SCHEDULE-ADD.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 5 THEN
                   MOVE
                    "<NAME> <HHMMSS> <REPEAT-SECS> <PROGRAM> <CHAN>"
                     TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM ADD-SCHEDULE-ENTRY
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-SCHEDULE-DELETE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<NAME>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO SCHEDULE-ENTRY-NAME
                   MOVE 0 TO STATE
                   DELETE SCHEDULE RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-DELETE
                   MOVE 1 TO SRC
                   IF DONE THEN
                       STRING "NO SUCH SCHEDULE ENTRY " DELIMITED BY
                              SIZE,
                              SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                              ".$NUL$"
                              INTO R(1)
                   ELSE
                       STRING "SCHEDULE ENTRY " DELIMITED BY SIZE,
                              SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                              " DELETED.$NUL$"
                              INTO R(1)
                   END-IF
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       LIST-SCHEDULE-ENTRY.
           READ SCHEDULE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING SCHEDULE-ENTRY-NAME DELIMITED BY SPACE,
                      " AT ", DELIMITED BY SIZE,
                      SCHEDULE-TIME-OF-DAY,
                      " EVERY ", DELIMITED BY SIZE,
                      SCHEDULE-REPEAT-SECONDS,
                      "S RUNS ", DELIMITED BY SIZE,
                      SCHEDULE-PROGRAM-NAME DELIMITED BY SPACE,
                      " TO ", DELIMITED BY SIZE,
                      SCHEDULE-CHANNEL DELIMITED BY SPACE,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-SCHEDULES.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE SPACES TO SCHEDULE-ENTRY-NAME.
           MOVE 0 TO STATE.
           START SCHEDULE KEY IS NOT LESS THAN SCHEDULE-ENTRY-NAME
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LIST-SCHEDULE-ENTRY UNTIL DONE.
           MOVE "END OF SCHEDULE LIST.$NUL$" TO R(1).
           MOVE 1 TO SRC.
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       GET-TRIGGER-KEY-PARAMS.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO TRIGGER-CHANNEL.
           MOVE 2 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO TRIGGER-EVENT.
           MOVE 3 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO TRIGGER-PROGRAM.
       ADD-TRIGGER-ENTRY.
           PERFORM GET-TRIGGER-KEY-PARAMS.
           MOVE 4 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE ZERO TO TRIGGER-COOLDOWN.
           MOVE R(1) TO TRIGGER-COOLDOWN.
           MOVE SPACES TO TRIGGER-MASK.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 4 THEN
               MOVE 5 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO TRIGGER-MASK.
           MOVE USER-NAME TO TRIGGER-SETTER.
           MOVE 0 TO TRIGGER-LAST-DAY, TRIGGER-LAST-TIME.
           MOVE 1 TO SRC.
           IF TRIGGER-ON-JOIN OR TRIGGER-ON-KICK OR TRIGGER-ON-PRIVMSG
               THEN
               REWRITE TRIGGER-RECORD
                   INVALID KEY WRITE TRIGGER-RECORD
               END-REWRITE
               MOVE 1 TO PTR(1)
               STRING "TRIGGER " DELIMITED BY SIZE,
                      TRIGGER-PROGRAM DELIMITED BY SPACE,
                      " ON " DELIMITED BY SIZE,
                      TRIGGER-EVENT DELIMITED BY SPACE,
                      " IN " DELIMITED BY SIZE,
                      TRIGGER-CHANNEL DELIMITED BY SPACE,
                      " STORED.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE
               MOVE "<EVENT> MUST BE JOIN, KICK OR PRIVMSG" TO R(1)
               PERFORM USAGE-REPLY.
       HANDLE-TRIGGER-ADD.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 4 THEN
                   MOVE
                    "<CHAN> <EVENT> <PROGRAM> <COOLDOWN-SECS> <MASK>"
                     TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM ADD-TRIGGER-ENTRY
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-TRIGGER-DELETE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 3 THEN
                   MOVE "<CHAN> <EVENT> <PROGRAM>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM GET-TRIGGER-KEY-PARAMS
                   MOVE 0 TO STATE
                   DELETE TRIGGERS RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-DELETE
                   MOVE 1 TO SRC
                   IF DONE THEN
                       MOVE "NO SUCH TRIGGER.$NUL$" TO R(1)
                   ELSE
                       MOVE "TRIGGER DELETED.$NUL$" TO R(1)
                   END-IF
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       LIST-TRIGGER-ENTRY.
           READ TRIGGERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF TRIGGER-QUERY IS NOT EQUAL TO SPACES AND
                  TRIGGER-CHANNEL IS NOT EQUAL TO TRIGGER-QUERY THEN
                   MOVE 99 TO STATE
               ELSE
                   ADD 1 TO TRIGGER-LISTED-COUNT
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING TRIGGER-CHANNEL DELIMITED BY SPACE,
                          " ON " DELIMITED BY SIZE,
                          TRIGGER-EVENT DELIMITED BY SPACE,
                          " RUNS " DELIMITED BY SIZE,
                          TRIGGER-PROGRAM DELIMITED BY SPACE,
                          " COOLDOWN " DELIMITED BY SIZE,
                          TRIGGER-COOLDOWN,
                          "S MASK " DELIMITED BY SIZE,
                          TRIGGER-MASK DELIMITED BY "  ",
                          " SET BY " DELIMITED BY SIZE,
                          TRIGGER-SETTER DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT.
       HANDLE-TRIGGERS.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           MOVE SPACES TO TRIGGER-QUERY.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 0 THEN
               MOVE 1 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO TRIGGER-QUERY.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE 0 TO TRIGGER-LISTED-COUNT.
           MOVE TRIGGER-QUERY TO TRIGGER-CHANNEL.
           MOVE SPACES TO TRIGGER-EVENT, TRIGGER-PROGRAM.
           MOVE 0 TO STATE.
           START TRIGGERS KEY IS NOT LESS THAN TRIGGER-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LIST-TRIGGER-ENTRY UNTIL DONE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING TRIGGER-LISTED-COUNT,
                  " TRIGGER(S) ON FILE.$NUL$"
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       HANDLE-KICK-USER.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           PERFORM GET-CHANNEL-POLICY.
           IF USER-LEVEL IS NOT LESS THAN CHANNEL-MIN-OP-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<NICK>$$<REASON>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO R(4)
                   IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
                       MOVE 2 TO PTR(SRC)
                       MOVE 5 TO DEST
                       PERFORM GET-REST
                   ELSE
                       MOVE "REQUESTED.$NUL$" TO R(5)
                   END-IF
                   MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER
                   STRING "KICK " DELIMITED BY SIZE,
                          TARGET OF OUTPUT-SPEC DELIMITED BY SPACES,
                          " " DELIMITED BY SIZE,
                          R(4) DELIMITED BY SPACES,
                          " $COLN$" DELIMITED BY SIZE,
                          R(5) DELIMITED BY "$NUL$",
                          "$NUL$" DELIMITED BY SIZE
                          INTO MSG-BODY OF OUTPUT-BUFFER
                   PERFORM SEND-LINE
           ELSE
               PERFORM REPLY-NAK.
       NORMALIZE-BAN-EXPIRY.
           SUBTRACT 365 FROM BAN-DDD-TEMP.
           ADD 1 TO BAN-EXPIRY-YEAR.
       STORE-BAN-ENTRY.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE TARGET OF OUTPUT-SPEC TO BAN-CHANNEL.
           MOVE R(1) TO BAN-MASK.
           MOVE USER-NAME TO BAN-SETTER.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
               MOVE 2 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE ZERO TO BAN-DAYS-PARAM
               MOVE R(1) TO BAN-DAYS-PARAM
               ACCEPT BAN-TODAY FROM DAY YYYYDDD
               MOVE BAN-TODAY TO BAN-EXPIRY-WORK
               COMPUTE BAN-DDD-TEMP = BAN-TODAY-DDD + BAN-DAYS-PARAM
               PERFORM NORMALIZE-BAN-EXPIRY
                   UNTIL BAN-DDD-TEMP IS NOT GREATER THAN 365
               MOVE BAN-DDD-TEMP TO BAN-EXPIRY-DDD
               MOVE BAN-EXPIRY-WORK TO BAN-EXPIRY-DAY
           ELSE
               MOVE ZERO TO BAN-EXPIRY-DAY.
           REWRITE BAN-RECORD
               INVALID KEY WRITE BAN-RECORD
           END-REWRITE.
           MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER.
           STRING "MODE " DELIMITED BY SIZE,
                  BAN-CHANNEL DELIMITED BY SPACES,
                  " +$LOWB$ " DELIMITED BY SIZE,
                  BAN-MASK DELIMITED BY SPACES,
                  "$NUL$"
                  INTO MSG-BODY OF OUTPUT-BUFFER.
           PERFORM SEND-LINE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "BAN STORED FOR " DELIMITED BY SIZE,
                  BAN-MASK DELIMITED BY SPACES,
                  " ON " DELIMITED BY SIZE,
                  BAN-CHANNEL DELIMITED BY SPACES,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-BAN.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           PERFORM GET-CHANNEL-POLICY.
           IF USER-LEVEL IS NOT LESS THAN CHANNEL-MIN-OP-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<HOSTMASK>$$<EXPIRY DAYS>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM STORE-BAN-ENTRY
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-UNBAN.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           PERFORM GET-CHANNEL-POLICY.
           IF USER-LEVEL IS NOT LESS THAN CHANNEL-MIN-OP-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<HOSTMASK>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE TARGET OF OUTPUT-SPEC TO BAN-CHANNEL
                   MOVE R(1) TO BAN-MASK
                   MOVE 0 TO STATE
                   DELETE BANS RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-DELETE
                   IF DONE THEN
                       MOVE "NO SUCH BAN.$NUL$" TO R(1)
                       MOVE 1 TO SRC
                       PERFORM BEGIN-STANDARD-REPLY
                       PERFORM DO-OUTPUT
                   ELSE
                       MOVE SPACES TO MSG-BODY OF OUTPUT-BUFFER
                       STRING "MODE " DELIMITED BY SIZE,
                              BAN-CHANNEL DELIMITED BY SPACES,
                              " -$LOWB$ " DELIMITED BY SIZE,
                              BAN-MASK DELIMITED BY SPACES,
                              "$NUL$"
                              INTO MSG-BODY OF OUTPUT-BUFFER
                       PERFORM SEND-LINE
                       MOVE "BAN REMOVED.$NUL$" TO R(1)
                       MOVE 1 TO SRC
                       PERFORM BEGIN-STANDARD-REPLY
                       PERFORM DO-OUTPUT
                   END-IF
           ELSE
               PERFORM REPLY-NAK.
       STORE-IGNORE-ENTRY.
           MOVE 1 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO IGNORE-MASK.
           MOVE USER-NAME TO IGNORE-SETTER.
           IF NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
               MOVE 2 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE ZERO TO BAN-DAYS-PARAM
               MOVE R(1) TO BAN-DAYS-PARAM
               ACCEPT BAN-TODAY FROM DAY YYYYDDD
               MOVE BAN-TODAY TO BAN-EXPIRY-WORK
               COMPUTE BAN-DDD-TEMP = BAN-TODAY-DDD + BAN-DAYS-PARAM
               PERFORM NORMALIZE-BAN-EXPIRY
                   UNTIL BAN-DDD-TEMP IS NOT GREATER THAN 365
               MOVE BAN-DDD-TEMP TO BAN-EXPIRY-DDD
               MOVE BAN-EXPIRY-WORK TO IGNORE-EXPIRY-DAY
           ELSE
               MOVE ZERO TO IGNORE-EXPIRY-DAY.
           REWRITE IGNORE-RECORD
               INVALID KEY WRITE IGNORE-RECORD
           END-REWRITE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "IGNORE STORED FOR " DELIMITED BY SIZE,
                  IGNORE-MASK DELIMITED BY SPACES,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-IGNORE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<HOSTMASK>$$<EXPIRY DAYS>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   PERFORM STORE-IGNORE-ENTRY
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-UNIGNORE.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<HOSTMASK>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO IGNORE-MASK
                   MOVE 0 TO STATE
                   DELETE IGNORES RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-DELETE
                   MOVE 1 TO SRC
                   IF DONE THEN
                       MOVE "NO SUCH IGNORE.$NUL$" TO R(1)
                   ELSE
                       MOVE "IGNORE REMOVED.$NUL$" TO R(1)
                   END-IF
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       LIST-IGNORE-RECORD.
           READ IGNORES NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO IGNORE-LISTED-COUNT
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING IGNORE-MASK DELIMITED BY SPACES,
                      " SET BY " DELIMITED BY SIZE,
                      IGNORE-SETTER DELIMITED BY SPACE,
                      " EXPIRES DAY ", DELIMITED BY SIZE,
                      IGNORE-EXPIRY-DAY,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-IGNORES.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE 0 TO IGNORE-LISTED-COUNT.
           MOVE SPACES TO IGNORE-MASK.
           MOVE 0 TO STATE.
           START IGNORES KEY IS NOT LESS THAN IGNORE-MASK
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LIST-IGNORE-RECORD UNTIL DONE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING IGNORE-LISTED-COUNT,
                  " IGNORE(S) ON FILE.$NUL$"
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       LIST-STRIKE-RECORD.
           READ STRIKES NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               ADD 1 TO STRIKE-LISTED-COUNT
               MOVE 0 TO STRIKE-RECENT
               PERFORM COUNT-RECENT-STRIKE
                   VARYING STRIKE-INDEX FROM 1 BY 1
                   UNTIL STRIKE-INDEX IS GREATER THAN 20
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING STRIKE-MASK DELIMITED BY SPACES,
                      " NICK " DELIMITED BY SIZE,
                      STRIKE-NICK DELIMITED BY SPACE,
                      " RECENT ", DELIMITED BY SIZE,
                      STRIKE-RECENT,
                      " TOTAL ", DELIMITED BY SIZE,
                      STRIKE-COUNT,
                      " LAST DAY ", DELIMITED BY SIZE,
                      STRIKE-DAY(1),
                      " ACTION ", DELIMITED BY SIZE,
                      STRIKE-ACTION,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       LIST-STRIKES.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE STRIKE-PERIOD-DAYS TO DAYS-BACK-COUNT.
           PERFORM COMPUTE-DAYS-BACK.
           MOVE DAYS-BACK-DAY TO STRIKE-CUTOFF-DAY.
           MOVE 0 TO STRIKE-LISTED-COUNT.
           MOVE SPACES TO STRIKE-MASK.
           MOVE 0 TO STATE.
           START STRIKES KEY IS NOT LESS THAN STRIKE-MASK
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LIST-STRIKE-RECORD UNTIL DONE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING STRIKE-LISTED-COUNT,
                  " STRIKE HISTORY(S) ON FILE. PERIOD ",
                  STRIKE-PERIOD-DAYS,
                  " DAY(S).$NUL$"
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       CLEAR-STRIKE-ENTRY.
           MOVE 2 TO PTR(SRC).
           PERFORM GET-PARAM.
           MOVE R(1) TO STRIKE-MASK.
           MOVE 0 TO STATE.
           DELETE STRIKES RECORD
               INVALID KEY MOVE 99 TO STATE
           END-DELETE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF DONE THEN
               STRING "NO STRIKES FOR " DELIMITED BY SIZE,
                      STRIKE-MASK DELIMITED BY SPACES,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               STRING "STRIKES CLEARED FOR " DELIMITED BY SIZE,
                      STRIKE-MASK DELIMITED BY SPACES,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       LIST-ROSTER-ENTRY.
           IF ROSTER-NICK(ROSTER-INDEX) IS NOT EQUAL TO SPACES AND
              ROSTER-CHANNEL(ROSTER-INDEX) IS EQUAL TO ROSTER-QUERY THEN
               ADD 1 TO ROSTER-LISTED-COUNT
               MOVE SPACES TO ROSTER-MODE-TEXT
               MOVE 1 TO PTR(2)
               IF ROSTER-HAS-OP(ROSTER-INDEX) OR
                  ROSTER-HAS-VOICE(ROSTER-INDEX) THEN
                   STRING " +" DELIMITED BY SIZE
                          INTO ROSTER-MODE-TEXT
                          WITH POINTER PTR(2)
               END-IF
               IF ROSTER-HAS-OP(ROSTER-INDEX) THEN
                   STRING "$LOWO$" DELIMITED BY SIZE
                          INTO ROSTER-MODE-TEXT
                          WITH POINTER PTR(2)
               END-IF
               IF ROSTER-HAS-VOICE(ROSTER-INDEX) THEN
                   STRING "$LOWV$" DELIMITED BY SIZE
                          INTO ROSTER-MODE-TEXT
                          WITH POINTER PTR(2)
               END-IF
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING ROSTER-NICK(ROSTER-INDEX) DELIMITED BY SPACE,
                      ROSTER-MODE-TEXT DELIMITED BY "  "
                      INTO R(1)
                      WITH POINTER PTR(1)
               IF ROSTER-LEVEL-KNOWN(ROSTER-INDEX) THEN
                   STRING " LEVEL " DELIMITED BY SIZE,
                          ROSTER-LEVEL(ROSTER-INDEX)
                          INTO R(1)
                          WITH POINTER PTR(1)
               END-IF
               STRING "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-ROSTER.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
               MOVE TARGET OF OUTPUT-SPEC TO ROSTER-QUERY
           ELSE
               MOVE 1 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO ROSTER-QUERY.
           IF NOT ROSTER-QUERY-IS-CHANNEL THEN
               MOVE "<CHANNEL>" TO R(1)
               MOVE 1 TO SRC
               PERFORM USAGE-REPLY
           ELSE
               PERFORM BEGIN-PAGED-OUTPUT
               MOVE 0 TO ROSTER-LISTED-COUNT
               PERFORM LIST-ROSTER-ENTRY
                   VARYING ROSTER-INDEX FROM 1 BY 1
                   UNTIL ROSTER-INDEX IS GREATER THAN ROSTER-USED
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING ROSTER-LISTED-COUNT,
                      " NICK(S) IN " DELIMITED BY SIZE,
                      ROSTER-QUERY DELIMITED BY SPACE,
                      ".$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
               PERFORM END-PAGED-OUTPUT.
       HANDLE-STRIKES.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS EQUAL TO ZERO THEN
                   PERFORM LIST-STRIKES
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   IF R(1) IS EQUAL TO "CLEAR" AND
                      NUM-PARAMS OF WOPO IS GREATER THAN 1 THEN
                       PERFORM CLEAR-STRIKE-ENTRY
                   ELSE
                       MOVE "[CLEAR$$<HOSTMASK>]" TO R(1)
                       MOVE 1 TO SRC
                       PERFORM USAGE-REPLY
                   END-IF
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       LIST-ACL-ENTRY.
           READ COMMAND-ACL NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE 1 TO SRC
               STRING ACL-COMMAND DELIMITED BY SPACE,
                      " $COLN$ ", DELIMITED BY SIZE,
                      ACL-MIN-LEVEL,
                      "$NUL$"
                      INTO R(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       REPORT-ACL-LEVEL.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING ACL-COMMAND DELIMITED BY SPACE,
                  " LEVEL ", DELIMITED BY SIZE,
                  COMMAND-MIN-LEVEL,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       HANDLE-ACL.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS EQUAL TO 0 THEN
                   PERFORM BEGIN-PAGED-OUTPUT
                   MOVE SPACES TO ACL-COMMAND
                   MOVE 0 TO STATE
                   START COMMAND-ACL KEY IS NOT LESS THAN ACL-COMMAND
                       INVALID KEY MOVE 99 TO STATE
                   END-START
                   PERFORM LIST-ACL-ENTRY UNTIL DONE
                   MOVE "END OF ACL LIST.$NUL$" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
                   PERFORM END-PAGED-OUTPUT
               ELSE IF NUM-PARAMS OF WOPO IS EQUAL TO 1 THEN
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   PERFORM RESOLVE-COMMAND-LEVEL
                   PERFORM REPORT-ACL-LEVEL
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO ACL-COMMAND
                   MOVE 2 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE ZERO TO ACL-MIN-LEVEL
                   MOVE R(1) TO ACL-MIN-LEVEL
                   REWRITE ACL-RECORD
                       INVALID KEY WRITE ACL-RECORD
                   END-REWRITE
                   MOVE ACL-MIN-LEVEL TO COMMAND-MIN-LEVEL
                   PERFORM REPORT-ACL-LEVEL
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-LEARN.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<TERM>$$<DEFINITION>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO FACTOID-TERM
                   MOVE USER-NAME TO FACTOID-OWNER
                   MOVE 2 TO PTR(SRC)
                   MOVE 8 TO DEST
                   PERFORM GET-REST
                   MOVE R(8) TO FACTOID-TEXT
                   REWRITE FACTOID-RECORD
                       INVALID KEY WRITE FACTOID-RECORD
                   END-REWRITE
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "LEARNED " DELIMITED BY SIZE,
                          FACTOID-TERM DELIMITED BY SPACE,
                          ".$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-FORGET.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<TERM>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO FACTOID-TERM
                   MOVE 0 TO STATE
                   DELETE FACTOIDS RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-DELETE
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   IF DONE THEN
                       STRING "I DO NOT KNOW " DELIMITED BY SIZE,
                              FACTOID-TERM DELIMITED BY SPACE,
                              ".$NUL$" DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                   ELSE
                       STRING "FORGOT " DELIMITED BY SIZE,
                              FACTOID-TERM DELIMITED BY SPACE,
                              ".$NUL$" DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                   END-IF
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT
           ELSE
               PERFORM REPLY-NAK.
       HANDLE-WHATIS.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
               MOVE "<TERM>" TO R(1)
               MOVE 1 TO SRC
               PERFORM USAGE-REPLY
           ELSE
               MOVE 1 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO FACTOID-TERM
               MOVE 0 TO STATE
               READ FACTOIDS RECORD
                   INVALID KEY MOVE 99 TO STATE
               END-READ
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               IF DONE THEN
                   STRING "I DO NOT KNOW " DELIMITED BY SIZE,
                          FACTOID-TERM DELIMITED BY SPACE,
                          ".$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
               ELSE
                   STRING FACTOID-TERM DELIMITED BY SPACE,
                          " $COLN$ " DELIMITED BY SIZE,
                          FACTOID-TEXT DELIMITED BY "$NUL$",
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
               END-IF
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-SET.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<NAME>$$<VALUE>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO VARIABLE-NAME
                   MOVE USER-NAME TO VARIABLE-OWNER
                   MOVE 2 TO PTR(SRC)
                   MOVE 8 TO DEST
                   PERFORM GET-REST
                   MOVE R(8) TO VARIABLE-VALUE
                   REWRITE VARIABLE-RECORD
                   MOVE 2 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO USER-LEVEL
                   PERFORM CLEAR-ROSTER-LEVEL
                   IF USER-LEVEL IS NOT GREATER THAN ZERO THEN
                       DELETE USERS RECORD
                              INVALID KEY NEXT SENTENCE
                           PERFORM DO-OUTPUT
                       ELSE
                       MOVE PROGRAM-IP TO NEW-PROGRAM-IP
                       MOVE NAME OF INDEX-ENTRY TO HISTORY-PROGRAM-NAME
                       MOVE "APPEND" TO HISTORY-CHANGE-WORK
                       MOVE ADDR OF INDEX-ENTRY TO HISTORY-CHAIN-IP
                       PERFORM SAVE-PROGRAM-VERSION
                       MOVE NEW-PROGRAM-IP TO PROGRAM-IP
                       MOVE NEW-IN-REG TO IN-REG OF PROGRAM-RECORD
                       MOVE NEW-OUT-REG TO OUT-REG OF PROGRAM-RECORD
                       MOVE NEW-INTERPRETER TO
                            INTERPRETER OF PROGRAM-RECORD
                       MOVE NEW-INSTRUCTION-CODE TO
                            INSTRUCTION-CODE OF PROGRAM-RECORD
                       MOVE LAST-PROGRAM-IP TO PREV-IP
                       MOVE 999 TO NEXT-IP OF PROGRAM-RECORD
                       WRITE PROGRAM-RECORD
                       MOVE LAST-PROGRAM-IP TO PROGRAM-IP
                       READ PROGRAM-CODE RECORD
                       PERFORM BEGIN-STANDARD-REPLY
                       PERFORM DO-OUTPUT
                   ELSE
                       MOVE NAME OF INDEX-ENTRY TO HISTORY-PROGRAM-NAME
                       MOVE "DELETE" TO HISTORY-CHANGE-WORK
                       MOVE ADDR OF INDEX-ENTRY TO HISTORY-CHAIN-IP
                       PERFORM SAVE-PROGRAM-VERSION
                       MOVE ADDR OF INDEX-ENTRY TO PROGRAM-IP
                       PERFORM DELETE-PROGRAM-INSTRUCTION
                           UNTIL PROGRAM-IP IS NOT LESS THAN 999
              DECK-INTERPRETER IS EQUAL TO "SETV" THEN
               NEXT SENTENCE
           ELSE
               MOVE 0 TO DECK-VALID-FLAG.
       VALIDATE-DECK-RECORD.
           READ PROGRAM-DECK RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF DECK-COUNT IS LESS THAN 999 THEN
                   ADD 1 TO DECK-COUNT
               END-IF
               IF DECK-IN-REG IS NOT NUMERIC OR
                  DECK-OUT-REG IS NOT NUMERIC THEN
                   MOVE 0 TO DECK-VALID-FLAG
               END-IF
               PERFORM CHECK-DECK-INTERPRETER.
       IMPORT-DECK-RECORD.
           READ PROGRAM-DECK RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               MOVE SPACES TO PROGRAM-RECORD
               MOVE DECK-IN-REG TO IN-REG
               MOVE DECK-OUT-REG TO OUT-REG
               MOVE DECK-INTERPRETER TO INTERPRETER OF PROGRAM-RECORD
               MOVE DECK-CODE TO INSTRUCTION-CODE OF PROGRAM-RECORD
               MOVE 999 TO NEXT-IP OF PROGRAM-RECORD
               IF DECK-PREV-IP IS EQUAL TO ZERO THEN
                   MOVE 999 TO PREV-IP
               ELSE
                   MOVE DECK-PREV-IP TO PREV-IP
               END-IF
               MOVE NEW-PROGRAM-IP TO PROGRAM-IP
               WRITE PROGRAM-RECORD
               IF DECK-PREV-IP IS GREATER THAN ZERO THEN
                   MOVE DECK-PREV-IP TO PROGRAM-IP
                   READ PROGRAM-CODE RECORD
                   MOVE NEW-PROGRAM-IP TO NEXT-IP OF PROGRAM-RECORD
                   REWRITE PROGRAM-RECORD
               END-IF
               MOVE NEW-PROGRAM-IP TO DECK-PREV-IP
               ADD 1 TO NEW-PROGRAM-IP.
       LOAD-VALIDATED-DECK.
           MOVE PROGRAM-IP TO NEW-PROGRAM-IP.
           MOVE NEW-PROGRAM-IP TO DECK-FIRST-IP.
           MOVE NAME OF INDEX-ENTRY TO HISTORY-PROGRAM-NAME.
           MOVE "IMPORT" TO HISTORY-CHANGE-WORK.
           MOVE 999 TO HISTORY-CHAIN-IP.
           PERFORM SAVE-PROGRAM-VERSION.
           MOVE 0 TO DECK-PREV-IP.
           OPEN INPUT PROGRAM-DECK.
           MOVE 0 TO STATE.
           PERFORM IMPORT-DECK-RECORD UNTIL DONE.
           CLOSE PROGRAM-DECK.
           MOVE DECK-FIRST-IP TO ADDR OF INDEX-ENTRY.
           WRITE INDEX-ENTRY.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "PROGRAM " DELIMITED BY SIZE,
                  NAME OF INDEX-ENTRY DELIMITED BY SPACE,
                  " IMPORTED ", DELIMITED BY SIZE,
                  DECK-COUNT,
                  " INSTRUCTION(S).$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       IMPORT-PROGRAM-DECK.
           OPEN INPUT PROGRAM-DECK.
           MOVE 0 TO DECK-COUNT.
           MOVE 1 TO DECK-VALID-FLAG.
           MOVE 0 TO STATE.
           PERFORM VALIDATE-DECK-RECORD UNTIL DONE.
           CLOSE PROGRAM-DECK.
           PERFORM ALLOC-PROGRAM-IP.
           MOVE 0 TO STATE.
           COMPUTE DECK-FREE-SLOTS = 999 - PROGRAM-IP.
           MOVE 1 TO SRC.
           IF DECK-COUNT IS EQUAL TO ZERO OR NOT DECK-VALID THEN
               STRING "DECK " DELIMITED BY SIZE,
                      DECK-FILE-NAME DELIMITED BY SPACE,
                      " IS EMPTY OR INVALID.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE IF PROGRAM-CODE-EXHAUSTED OR
                   DECK-COUNT IS GREATER THAN DECK-FREE-SLOTS THEN
               STRING "PROGRAM STORAGE EXHAUSTED.$NUL$"
                      INTO R(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE
               PERFORM LOAD-VALIDATED-DECK.
       HANDLE-PROGRAM-IMPORT.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<PROGRAM>$$<FILE>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO NAME OF INDEX-ENTRY
                   MOVE 2 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO DECK-FILE-NAME
                   OPEN I-O PROGRAM-INDEX, PROGRAM-CODE
                   MOVE 0 TO STATE
                   READ PROGRAM-INDEX RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-READ
                   IF SUCCESS THEN
                       MOVE 1 TO SRC
                       STRING "PROGRAM " DELIMITED BY SIZE,
                              NAME OF INDEX-ENTRY DELIMITED BY SPACE,
                              " ALREADY EXISTS.$NUL$"
                              INTO R(1)
                       PERFORM BEGIN-STANDARD-REPLY
                       PERFORM DO-OUTPUT
                   ELSE
                       PERFORM IMPORT-PROGRAM-DECK
                   END-IF
                   CLOSE PROGRAM-INDEX, PROGRAM-CODE
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       SCAN-HISTORY-VERSION.
           READ PROGRAM-HISTORY NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF HISTORY-PROGRAM IS NOT EQUAL TO HISTORY-PROGRAM-NAME
                   MOVE 99 TO STATE
               ELSE
                   MOVE HISTORY-VERSION TO HISTORY-NEXT-VERSION.
       GET-NEXT-HISTORY-VERSION.
           MOVE 0 TO HISTORY-NEXT-VERSION.
           MOVE HISTORY-PROGRAM-NAME TO HISTORY-PROGRAM.
           MOVE 0 TO HISTORY-VERSION, HISTORY-LINE.
           MOVE 0 TO STATE.
           START PROGRAM-HISTORY KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM SCAN-HISTORY-VERSION UNTIL DONE.
           MOVE 0 TO STATE.
           ADD 1 TO HISTORY-NEXT-VERSION.
       FILL-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE HISTORY-PROGRAM-NAME TO HISTORY-PROGRAM.
           MOVE HISTORY-NEXT-VERSION TO HISTORY-VERSION.
           MOVE HISTORY-NICK-WORK TO HISTORY-NICK.
           MOVE HISTORY-DAY-WORK TO HISTORY-DAY.
           MOVE HISTORY-TIME-WORK TO HISTORY-TIME.
           MOVE HISTORY-CHANGE-WORK TO HISTORY-CHANGE.
           MOVE 0 TO HISTORY-LINE, HISTORY-LINE-COUNT.
       SAVE-HISTORY-INSTRUCTION.
           MOVE HISTORY-CHAIN-IP TO PROGRAM-IP.
           MOVE 999 TO HISTORY-CHAIN-IP.
           READ PROGRAM-CODE RECORD
               INVALID KEY MOVE 999 TO PROGRAM-IP.
           IF PROGRAM-IP IS LESS THAN 999 THEN
               ADD 1 TO HISTORY-LINE-TOTAL
               MOVE NEXT-IP OF PROGRAM-RECORD TO HISTORY-CHAIN-IP
               PERFORM FILL-HISTORY-RECORD
               MOVE HISTORY-LINE-TOTAL TO HISTORY-LINE
               MOVE RAW-INSTRUCTION OF PROGRAM-RECORD TO
                    HISTORY-INSTRUCTION
               WRITE HISTORY-RECORD.
       SAVE-PROGRAM-VERSION.
           PERFORM GET-NEXT-HISTORY-VERSION.
           MOVE USER-NAME TO HISTORY-NICK-WORK.
           ACCEPT HISTORY-DAY-WORK FROM DAY YYYYDDD.
           ACCEPT HISTORY-TIME-WORK FROM TIME.
           MOVE 0 TO HISTORY-LINE-TOTAL.
           PERFORM SAVE-HISTORY-INSTRUCTION
               UNTIL HISTORY-CHAIN-IP IS NOT LESS THAN 999.
           PERFORM FILL-HISTORY-RECORD.
           MOVE HISTORY-LINE-TOTAL TO HISTORY-LINE-COUNT.
           WRITE HISTORY-RECORD.
       READ-HISTORY-HEADER.
           MOVE HISTORY-PROGRAM-NAME TO HISTORY-PROGRAM.
           MOVE HISTORY-LOOKUP-VERSION TO HISTORY-VERSION.
           MOVE 0 TO HISTORY-LINE, HISTORY-LINE-TOTAL.
           MOVE 1 TO HISTORY-FOUND-FLAG.
           READ PROGRAM-HISTORY RECORD
               INVALID KEY MOVE 0 TO HISTORY-FOUND-FLAG.
           IF HISTORY-FOUND THEN
               MOVE HISTORY-LINE-COUNT TO HISTORY-LINE-TOTAL.
       READ-HISTORY-LINE.
           MOVE HISTORY-PROGRAM-NAME TO HISTORY-PROGRAM.
           MOVE HISTORY-LOOKUP-VERSION TO HISTORY-VERSION.
           MOVE HISTORY-LINE-WORK TO HISTORY-LINE.
           READ PROGRAM-HISTORY RECORD
               INVALID KEY MOVE "00NOOP  $NUL$" TO HISTORY-INSTRUCTION.
       REPLY-NO-SUCH-VERSION.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "NO VERSION " DELIMITED BY SIZE,
                  HISTORY-LOOKUP-VERSION,
                  " OF PROGRAM " DELIMITED BY SIZE,
                  HISTORY-PROGRAM-NAME DELIMITED BY SPACE,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       LIST-HISTORY-VERSION.
           READ PROGRAM-HISTORY NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF HISTORY-PROGRAM IS NOT EQUAL TO HISTORY-PROGRAM-NAME
                   MOVE 99 TO STATE
               ELSE IF HISTORY-LINE IS EQUAL TO ZERO THEN
                   ADD 1 TO HISTORY-LISTED-COUNT
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "VERSION " DELIMITED BY SIZE,
                          HISTORY-VERSION,
                          " DAY " DELIMITED BY SIZE,
                          HISTORY-DAY,
                          " BY " DELIMITED BY SIZE,
                          HISTORY-NICK DELIMITED BY SPACE,
                          " BEFORE " DELIMITED BY SIZE,
                          HISTORY-CHANGE DELIMITED BY SPACE,
                          ", " DELIMITED BY SIZE,
                          HISTORY-LINE-COUNT,
                          " INSTRUCTION(S).$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM BEGIN-STANDARD-REPLY
                   PERFORM DO-OUTPUT.
       LIST-PROGRAM-VERSIONS.
           PERFORM BEGIN-PAGED-OUTPUT.
           MOVE 0 TO HISTORY-LISTED-COUNT.
           MOVE HISTORY-PROGRAM-NAME TO HISTORY-PROGRAM.
           MOVE 0 TO HISTORY-VERSION, HISTORY-LINE.
           MOVE 0 TO STATE.
           START PROGRAM-HISTORY KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LIST-HISTORY-VERSION UNTIL DONE.
           MOVE 0 TO STATE.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING HISTORY-LISTED-COUNT,
                  " SAVED VERSION(S) OF PROGRAM " DELIMITED BY SIZE,
                  HISTORY-PROGRAM-NAME DELIMITED BY SPACE,
                  ".$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           PERFORM END-PAGED-OUTPUT.
       HANDLE-PROGRAM-HISTORY.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 1 THEN
                   MOVE "<PROGRAM>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO HISTORY-PROGRAM-NAME
                   PERFORM LIST-PROGRAM-VERSIONS
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       COUNT-CURRENT-INSTRUCTION.
           MOVE HISTORY-CHAIN-IP TO PROGRAM-IP.
           MOVE 999 TO HISTORY-CHAIN-IP.
           READ PROGRAM-CODE RECORD
               INVALID KEY MOVE 999 TO PROGRAM-IP.
           IF PROGRAM-IP IS LESS THAN 999 THEN
               ADD 1 TO HISTORY-COUNT-B
               MOVE NEXT-IP OF PROGRAM-RECORD TO HISTORY-CHAIN-IP.
       COUNT-CURRENT-INSTRUCTIONS.
           MOVE 0 TO HISTORY-COUNT-B.
           MOVE HISTORY-PROGRAM-NAME TO NAME OF INDEX-ENTRY.
           READ PROGRAM-INDEX RECORD
               INVALID KEY MOVE 999 TO ADDR OF INDEX-ENTRY.
           MOVE ADDR OF INDEX-ENTRY TO HISTORY-FIRST-IP,
                                       HISTORY-CHAIN-IP.
           PERFORM COUNT-CURRENT-INSTRUCTION
               UNTIL HISTORY-CHAIN-IP IS NOT LESS THAN 999.
           MOVE HISTORY-FIRST-IP TO HISTORY-CHAIN-IP.
       SHOW-DIFF-OLD-INSTRUCTION.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "-", HISTORY-DIFF-LINE, ".",
                  HISTORY-OLD-INSTRUCTION
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       SHOW-DIFF-NEW-INSTRUCTION.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING "+", HISTORY-DIFF-LINE, ".",
                  HISTORY-NEW-INSTRUCTION
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       DIFF-HISTORY-LINE.
           MOVE SPACES TO HISTORY-OLD-INSTRUCTION,
                          HISTORY-NEW-INSTRUCTION.
           MOVE HISTORY-DIFF-LINE TO HISTORY-LINE-WORK.
           IF HISTORY-DIFF-LINE IS NOT GREATER THAN HISTORY-COUNT-A THEN
               MOVE HISTORY-VERSION-A TO HISTORY-LOOKUP-VERSION
               PERFORM READ-HISTORY-LINE
               MOVE HISTORY-INSTRUCTION TO HISTORY-OLD-INSTRUCTION.
           IF HISTORY-DIFF-LINE IS NOT GREATER THAN HISTORY-COUNT-B THEN
               IF HISTORY-VERSION-B IS EQUAL TO ZERO THEN
                   MOVE HISTORY-CHAIN-IP TO PROGRAM-IP
                   READ PROGRAM-CODE RECORD
                   MOVE RAW-INSTRUCTION OF PROGRAM-RECORD TO
                        HISTORY-NEW-INSTRUCTION
                   MOVE NEXT-IP OF PROGRAM-RECORD TO HISTORY-CHAIN-IP
               ELSE
                   MOVE HISTORY-VERSION-B TO HISTORY-LOOKUP-VERSION
                   PERFORM READ-HISTORY-LINE
                   MOVE HISTORY-INSTRUCTION TO HISTORY-NEW-INSTRUCTION.
           IF HISTORY-OLD-INSTRUCTION IS NOT EQUAL TO
              HISTORY-NEW-INSTRUCTION THEN
               ADD 1 TO HISTORY-DIFF-COUNT
               IF HISTORY-OLD-INSTRUCTION IS NOT EQUAL TO SPACES THEN
                   PERFORM SHOW-DIFF-OLD-INSTRUCTION
               END-IF
               IF HISTORY-NEW-INSTRUCTION IS NOT EQUAL TO SPACES THEN
                   PERFORM SHOW-DIFF-NEW-INSTRUCTION.
       DIFF-PROGRAM-VERSIONS.
           MOVE 0 TO HISTORY-COUNT-B.
           MOVE HISTORY-VERSION-A TO HISTORY-LOOKUP-VERSION.
           PERFORM READ-HISTORY-HEADER.
           MOVE HISTORY-LINE-TOTAL TO HISTORY-COUNT-A.
           IF HISTORY-FOUND AND HISTORY-VERSION-B IS GREATER THAN ZERO
               MOVE HISTORY-VERSION-B TO HISTORY-LOOKUP-VERSION
               PERFORM READ-HISTORY-HEADER
               MOVE HISTORY-LINE-TOTAL TO HISTORY-COUNT-B.
           IF NOT HISTORY-FOUND THEN
               PERFORM REPLY-NO-SUCH-VERSION
           ELSE
               IF HISTORY-VERSION-B IS EQUAL TO ZERO THEN
                   PERFORM COUNT-CURRENT-INSTRUCTIONS
               END-IF
               MOVE HISTORY-COUNT-A TO HISTORY-DIFF-LIMIT
               IF HISTORY-COUNT-B IS GREATER THAN HISTORY-DIFF-LIMIT
                   MOVE HISTORY-COUNT-B TO HISTORY-DIFF-LIMIT
               END-IF
               MOVE 0 TO HISTORY-DIFF-COUNT
               PERFORM DIFF-HISTORY-LINE
                   VARYING HISTORY-DIFF-LINE FROM 1 BY 1
                   UNTIL HISTORY-DIFF-LINE IS GREATER THAN
                         HISTORY-DIFF-LIMIT
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING HISTORY-DIFF-COUNT,
                      " DIFFERENCE(S) IN PROGRAM " DELIMITED BY SIZE,
                      HISTORY-PROGRAM-NAME DELIMITED BY SPACE,
                      " FROM VERSION " DELIMITED BY SIZE,
                      HISTORY-VERSION-A
                      INTO R(1)
                      WITH POINTER PTR(1)
               IF HISTORY-VERSION-B IS EQUAL TO ZERO THEN
                   STRING " TO CURRENT.$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
               ELSE
                   STRING " TO VERSION " DELIMITED BY SIZE,
                          HISTORY-VERSION-B,
                          ".$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
               END-IF
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT.
       HANDLE-PROGRAM-DIFF.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE INPUT-SOURCE TO SRC.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<PROGRAM>$$<VERSION>$$<VERSION>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO HISTORY-PROGRAM-NAME
                   MOVE 2 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE 0 TO HISTORY-VERSION-A
                   MOVE R(1) TO HISTORY-VERSION-A
                   MOVE 0 TO HISTORY-VERSION-B
                   IF NUM-PARAMS OF WOPO IS GREATER THAN 2 THEN
                       MOVE 3 TO PTR(SRC)
                       PERFORM GET-PARAM
                       MOVE R(1) TO HISTORY-VERSION-B
                   END-IF
                   PERFORM BEGIN-PAGED-OUTPUT
                   OPEN INPUT PROGRAM-INDEX, PROGRAM-CODE
                   PERFORM DIFF-PROGRAM-VERSIONS
                   CLOSE PROGRAM-INDEX, PROGRAM-CODE
                   PERFORM END-PAGED-OUTPUT
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       RESTORE-HISTORY-INSTRUCTION.
           PERFORM READ-HISTORY-LINE.
           MOVE SPACES TO PROGRAM-RECORD.
           MOVE HISTORY-INSTRUCTION TO
                RAW-INSTRUCTION OF PROGRAM-RECORD.
           MOVE 999 TO NEXT-IP OF PROGRAM-RECORD.
           IF HISTORY-PREV-IP IS EQUAL TO ZERO THEN
               MOVE 999 TO PREV-IP
           ELSE
               MOVE HISTORY-PREV-IP TO PREV-IP.
           MOVE NEW-PROGRAM-IP TO PROGRAM-IP.
           WRITE PROGRAM-RECORD.
           IF HISTORY-PREV-IP IS GREATER THAN ZERO THEN
               MOVE HISTORY-PREV-IP TO PROGRAM-IP
               READ PROGRAM-CODE RECORD
               MOVE NEW-PROGRAM-IP TO NEXT-IP OF PROGRAM-RECORD
               REWRITE PROGRAM-RECORD.
           MOVE NEW-PROGRAM-IP TO HISTORY-PREV-IP.
           ADD 1 TO NEW-PROGRAM-IP.
           ADD 1 TO HISTORY-LINE-WORK.
       RESTORE-PROGRAM-VERSION.
           MOVE "ROLLBACK" TO HISTORY-CHANGE-WORK.
           MOVE 999 TO HISTORY-CHAIN-IP.
           IF HISTORY-PROGRAM-EXISTS THEN
               MOVE ADDR OF INDEX-ENTRY TO HISTORY-CHAIN-IP.
           PERFORM SAVE-PROGRAM-VERSION.
           IF HISTORY-PROGRAM-EXISTS THEN
               MOVE ADDR OF INDEX-ENTRY TO PROGRAM-IP
               PERFORM DELETE-PROGRAM-INSTRUCTION
                   UNTIL PROGRAM-IP IS NOT LESS THAN 999
               DELETE PROGRAM-INDEX RECORD.
           MOVE HISTORY-VERSION-A TO HISTORY-LOOKUP-VERSION.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF HISTORY-COUNT-A IS GREATER THAN ZERO THEN
               PERFORM ALLOC-PROGRAM-IP
               MOVE 0 TO STATE
               MOVE PROGRAM-IP TO NEW-PROGRAM-IP, HISTORY-FIRST-IP
               MOVE 0 TO HISTORY-PREV-IP
               MOVE 1 TO HISTORY-LINE-WORK
               PERFORM RESTORE-HISTORY-INSTRUCTION
                   UNTIL HISTORY-LINE-WORK IS GREATER THAN
                         HISTORY-COUNT-A
               MOVE HISTORY-PROGRAM-NAME TO NAME OF INDEX-ENTRY
               MOVE HISTORY-FIRST-IP TO ADDR OF INDEX-ENTRY
               WRITE INDEX-ENTRY
               STRING "PROGRAM " DELIMITED BY SIZE,
                      HISTORY-PROGRAM-NAME DELIMITED BY SPACE,
                      " ROLLED BACK TO VERSION " DELIMITED BY SIZE,
                      HISTORY-VERSION-A,
                      ", " DELIMITED BY SIZE,
                      HISTORY-COUNT-A,
                      " INSTRUCTION(S).$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               STRING "PROGRAM " DELIMITED BY SIZE,
                      HISTORY-PROGRAM-NAME DELIMITED BY SPACE,
                      " ROLLED BACK TO VERSION " DELIMITED BY SIZE,
                      HISTORY-VERSION-A,
                      ", BEFORE IT EXISTED.$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
           MOVE 0 TO STATE.
       ROLLBACK-PROGRAM.
           MOVE HISTORY-VERSION-A TO HISTORY-LOOKUP-VERSION.
           PERFORM READ-HISTORY-HEADER.
           MOVE HISTORY-LINE-TOTAL TO HISTORY-COUNT-A.
           MOVE HISTORY-PROGRAM-NAME TO NAME OF INDEX-ENTRY.
           MOVE 1 TO HISTORY-PROGRAM-FLAG.
           READ PROGRAM-INDEX RECORD
               INVALID KEY MOVE 0 TO HISTORY-PROGRAM-FLAG.
           PERFORM ALLOC-PROGRAM-IP.
           MOVE 0 TO STATE.
           COMPUTE DECK-FREE-SLOTS = 999 - PROGRAM-IP.
           IF NOT HISTORY-FOUND THEN
               PERFORM REPLY-NO-SUCH-VERSION
           ELSE IF HISTORY-COUNT-A IS GREATER THAN DECK-FREE-SLOTS THEN
               MOVE 1 TO SRC
               STRING "PROGRAM STORAGE EXHAUSTED.$NUL$"
                      INTO R(1)
               PERFORM BEGIN-STANDARD-REPLY
               PERFORM DO-OUTPUT
           ELSE
               PERFORM RESTORE-PROGRAM-VERSION.
       HANDLE-PROGRAM-ROLLBACK.
           MOVE 1 TO SRC.
           PERFORM REPLY-ACK.
           PERFORM VALIDATE-USER.
           PERFORM INDEX-PARAMS.
           IF USER-LEVEL IS NOT LESS THAN COMMAND-MIN-LEVEL THEN
               IF NUM-PARAMS OF WOPO IS LESS THAN 2 THEN
                   MOVE "<PROGRAM>$$<VERSION>" TO R(1)
                   MOVE 1 TO SRC
                   PERFORM USAGE-REPLY
               ELSE
                   MOVE 1 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE R(1) TO HISTORY-PROGRAM-NAME
                   MOVE 2 TO PTR(SRC)
                   PERFORM GET-PARAM
                   MOVE 0 TO HISTORY-VERSION-A
                   MOVE R(1) TO HISTORY-VERSION-A
                   OPEN I-O PROGRAM-INDEX, PROGRAM-CODE
                   PERFORM ROLLBACK-PROGRAM
                   CLOSE PROGRAM-INDEX, PROGRAM-CODE
               END-IF
           ELSE
               PERFORM REPLY-NAK.
       XREF-REPLY.
           PERFORM BEGIN-STANDARD-REPLY.
           PERFORM DO-OUTPUT.
       LOAD-XREF-PROGRAM.
           READ PROGRAM-INDEX NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE AND XREF-PROGRAM-USED IS LESS THAN 998 THEN
               ADD 1 TO XREF-PROGRAM-USED
               MOVE NAME OF INDEX-ENTRY TO
                    XREF-PROGRAM-NAME(XREF-PROGRAM-USED)
               MOVE ADDR OF INDEX-ENTRY TO
                    XREF-PROGRAM-ADDR(XREF-PROGRAM-USED)
               MOVE 0 TO XREF-PROGRAM-LENGTH(XREF-PROGRAM-USED),
                         XREF-FIRST-REF(XREF-PROGRAM-USED),
                         XREF-LAST-REF(XREF-PROGRAM-USED).
       LOAD-XREF-SCHEDULE.
           READ SCHEDULE NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE AND XREF-SCHED-USED IS LESS THAN 500 THEN
               ADD 1 TO XREF-SCHED-USED
               MOVE SCHEDULE-ENTRY-NAME TO
                    XREF-SCHED-NAME(XREF-SCHED-USED)
               MOVE SCHEDULE-PROGRAM-NAME TO
                    XREF-SCHED-PROGRAM(XREF-SCHED-USED)
               MOVE SCHEDULE-TIME-OF-DAY TO
                    XREF-SCHED-TIME(XREF-SCHED-USED).
       LOAD-XREF-TRIGGER.
           READ TRIGGERS NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE AND XREF-TRIG-USED IS LESS THAN 500 THEN
               ADD 1 TO XREF-TRIG-USED
               MOVE TRIGGER-CHANNEL TO XREF-TRIG-CHANNEL(XREF-TRIG-USED)
               MOVE TRIGGER-EVENT TO XREF-TRIG-EVENT(XREF-TRIG-USED)
               MOVE TRIGGER-PROGRAM TO
                    XREF-TRIG-PROGRAM(XREF-TRIG-USED).
       CLASSIFY-XREF-INSTRUCTION.
           MOVE SPACES TO XREF-TOKEN-1, XREF-TOKEN-2, XREF-TOKEN-3,
                          XREF-TOKEN-4, XREF-TOKEN-NAME,
                          XREF-TOKEN-KIND.
           UNSTRING INSTRUCTION-CODE OF PROGRAM-RECORD
                    DELIMITED BY "$$" OR "$NUL$"
                    INTO XREF-TOKEN-1, XREF-TOKEN-2, XREF-TOKEN-3,
                         XREF-TOKEN-4.
           IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO "WOPO" THEN
               IF XREF-TOKEN-1 IS EQUAL TO "WOPO" THEN
                   MOVE XREF-TOKEN-2 TO XREF-TOKEN-1
                   MOVE XREF-TOKEN-3 TO XREF-TOKEN-2
               END-IF
               UNSTRING XREF-TOKEN-1 DELIMITED BY "/"
                        INTO XREF-TOKEN-NAME
               MOVE "C" TO XREF-TOKEN-KIND
               IF XREF-TOKEN-NAME IS EQUAL TO "RUN" THEN
                   MOVE SPACES TO XREF-TOKEN-NAME
                   UNSTRING XREF-TOKEN-2 DELIMITED BY "/"
                            INTO XREF-TOKEN-NAME
                   MOVE "P" TO XREF-TOKEN-KIND
               END-IF
           ELSE IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO "GETV"
               MOVE XREF-TOKEN-3 TO XREF-TOKEN-NAME
               MOVE "R" TO XREF-TOKEN-KIND
           ELSE IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO "SETV"
               MOVE XREF-TOKEN-2 TO XREF-TOKEN-NAME
               MOVE "W" TO XREF-TOKEN-KIND
           ELSE IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO
                   "BREQ" OR
                   INTERPRETER OF PROGRAM-RECORD IS EQUAL TO
                   "BRNE"
               MOVE XREF-TOKEN-4 TO XREF-TOKEN-NAME
               MOVE "B" TO XREF-TOKEN-KIND
           ELSE IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO "JUMP"
               MOVE XREF-TOKEN-2 TO XREF-TOKEN-NAME
               MOVE "B" TO XREF-TOKEN-KIND
           ELSE IF INTERPRETER OF PROGRAM-RECORD IS EQUAL TO "LABEL"
               MOVE XREF-TOKEN-2 TO XREF-TOKEN-NAME
               MOVE "L" TO XREF-TOKEN-KIND.
           IF XREF-TOKEN-KIND IS NOT EQUAL TO SPACE AND
              XREF-TOKEN-NAME IS NOT EQUAL TO SPACES AND
              XREF-REF-USED IS LESS THAN 998 THEN
               ADD 1 TO XREF-REF-USED
               MOVE XREF-PROGRAM-INDEX TO
                    XREF-REF-PROGRAM(XREF-REF-USED)
               MOVE XREF-WALK-IP TO XREF-REF-IP(XREF-REF-USED)
               MOVE XREF-TOKEN-KIND TO XREF-REF-KIND(XREF-REF-USED)
               MOVE XREF-TOKEN-NAME TO XREF-REF-NAME(XREF-REF-USED),
                                       XREF-REF-TARGET(XREF-REF-USED)
               IF XREF-FIRST-REF(XREF-PROGRAM-INDEX) IS EQUAL TO ZERO
                   MOVE XREF-REF-USED TO
                        XREF-FIRST-REF(XREF-PROGRAM-INDEX)
               END-IF
               MOVE XREF-REF-USED TO XREF-LAST-REF(XREF-PROGRAM-INDEX).
       WALK-XREF-SLOT.
           MOVE XREF-WALK-IP TO PROGRAM-IP.
           IF XREF-WALK-IP IS EQUAL TO ZERO OR
              XREF-WALK-IP IS NOT LESS THAN 999 THEN
               MOVE 1 TO XREF-WALK-DONE-FLAG
           ELSE IF XREF-SLOT-OWNER(XREF-WALK-IP) IS NOT EQUAL TO ZERO
               MOVE 1 TO XREF-WALK-DONE-FLAG
           ELSE
               READ PROGRAM-CODE RECORD
                   INVALID KEY MOVE 999 TO PROGRAM-IP
               END-READ
               IF PROGRAM-IP IS NOT LESS THAN 999 THEN
                   MOVE 1 TO XREF-WALK-DONE-FLAG
               ELSE
                   MOVE XREF-PROGRAM-INDEX TO
                        XREF-SLOT-OWNER(XREF-WALK-IP)
                   ADD 1 TO XREF-PROGRAM-LENGTH(XREF-PROGRAM-INDEX)
                   PERFORM CLASSIFY-XREF-INSTRUCTION
                   MOVE NEXT-IP OF PROGRAM-RECORD TO XREF-WALK-IP.
       WALK-XREF-PROGRAM.
           MOVE XREF-PROGRAM-ADDR(XREF-PROGRAM-INDEX) TO XREF-WALK-IP.
           MOVE 0 TO XREF-WALK-DONE-FLAG.
           PERFORM WALK-XREF-SLOT UNTIL XREF-WALK-DONE.
       CLEAR-XREF-SLOT-OWNER.
           MOVE 0 TO XREF-SLOT-OWNER(XREF-SLOT-INDEX).
       LOAD-XREF-TABLES.
           MOVE 0 TO XREF-PROGRAM-USED, XREF-REF-USED,
                     XREF-SCHED-USED, XREF-TRIG-USED,
                     XREF-DANGLING-COUNT.
           PERFORM CLEAR-XREF-SLOT-OWNER
               VARYING XREF-SLOT-INDEX FROM 1 BY 1
               UNTIL XREF-SLOT-INDEX IS GREATER THAN 998.
           MOVE 0 TO STATE.
           PERFORM LOAD-XREF-PROGRAM UNTIL DONE.
           PERFORM WALK-XREF-PROGRAM
               VARYING XREF-PROGRAM-INDEX FROM 1 BY 1
               UNTIL XREF-PROGRAM-INDEX IS GREATER THAN
                     XREF-PROGRAM-USED.
           MOVE SPACES TO SCHEDULE-ENTRY-NAME.
           MOVE 0 TO STATE.
           START SCHEDULE KEY IS NOT LESS THAN SCHEDULE-ENTRY-NAME
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LOAD-XREF-SCHEDULE UNTIL DONE.
           MOVE SPACES TO TRIGGER-KEY.
           MOVE 0 TO STATE.
           START TRIGGERS KEY IS NOT LESS THAN TRIGGER-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM LOAD-XREF-TRIGGER UNTIL DONE.
           MOVE 0 TO STATE.
       MATCH-XREF-PROGRAM-NAME.
           IF XREF-PROGRAM-NAME(XREF-SLOT-INDEX) IS EQUAL TO
              XREF-LOOKUP-NAME THEN
               MOVE XREF-SLOT-INDEX TO XREF-PROGRAM-FOUND.
       FIND-XREF-PROGRAM-NAME.
           MOVE 0 TO XREF-PROGRAM-FOUND.
           PERFORM MATCH-XREF-PROGRAM-NAME
               VARYING XREF-SLOT-INDEX FROM 1 BY 1
               UNTIL XREF-SLOT-INDEX IS GREATER THAN XREF-PROGRAM-USED
                  OR XREF-PROGRAM-FOUND IS GREATER THAN ZERO.
       CHECK-EARLIER-XREF-REF.
           IF XREF-REF-KIND(XREF-REF-SCAN) IS EQUAL TO
              XREF-REF-KIND(XREF-REF-INDEX) AND
              XREF-REF-NAME(XREF-REF-SCAN) IS EQUAL TO
              XREF-REF-NAME(XREF-REF-INDEX) THEN
               MOVE 1 TO XREF-MATCH-FLAG.
       FIND-EARLIER-XREF-REF.
           MOVE 0 TO XREF-MATCH-FLAG.
           PERFORM CHECK-EARLIER-XREF-REF
               VARYING XREF-REF-SCAN
               FROM XREF-FIRST-REF(XREF-PROGRAM-INDEX) BY 1
               UNTIL XREF-REF-SCAN IS NOT LESS THAN XREF-REF-INDEX
                  OR XREF-MATCHED.
       SHOW-XREF-CALL.
           MOVE XREF-REF-NAME(XREF-REF-INDEX) TO XREF-LOOKUP-NAME.
           PERFORM FIND-XREF-PROGRAM-NAME.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF XREF-PROGRAM-FOUND IS GREATER THAN ZERO OR
              XREF-REF-RUN(XREF-REF-INDEX) THEN
               STRING "  CALLS PROGRAM " DELIMITED BY SIZE,
                      XREF-REF-NAME(XREF-REF-INDEX) DELIMITED BY SPACE,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
           ELSE
               MOVE XREF-REF-NAME(XREF-REF-INDEX) TO R(1)
               PERFORM RESOLVE-COMMAND-LEVEL
               MOVE 0 TO STATE
               MOVE 1 TO PTR(1)
               STRING "  CALLS COMMAND " DELIMITED BY SIZE,
                      XREF-REF-NAME(XREF-REF-INDEX) DELIMITED BY SPACE,
                      " AT LEVEL " DELIMITED BY SIZE,
                      COMMAND-MIN-LEVEL,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1).
           PERFORM XREF-REPLY.
       SHOW-XREF-REF.
           PERFORM FIND-EARLIER-XREF-REF.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           IF NOT XREF-MATCHED THEN
               IF XREF-REF-PROGRAM-CALL(XREF-REF-INDEX) THEN
                   PERFORM SHOW-XREF-CALL
               ELSE IF XREF-REF-READ(XREF-REF-INDEX) THEN
                   STRING "  READS VARIABLE " DELIMITED BY SIZE,
                          XREF-REF-NAME(XREF-REF-INDEX)
                              DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY
               ELSE IF XREF-REF-WRITE(XREF-REF-INDEX) THEN
                   STRING "  WRITES VARIABLE " DELIMITED BY SIZE,
                          XREF-REF-NAME(XREF-REF-INDEX)
                              DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY.
       SHOW-XREF-CALLER.
           IF XREF-REF-PROGRAM-CALL(XREF-REF-INDEX) AND
              XREF-REF-NAME(XREF-REF-INDEX) IS EQUAL TO
              XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX) THEN
               MOVE XREF-REF-PROGRAM(XREF-REF-INDEX) TO XREF-SLOT-INDEX
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "  CALLED BY PROGRAM " DELIMITED BY SIZE,
                      XREF-PROGRAM-NAME(XREF-SLOT-INDEX)
                          DELIMITED BY SPACE,
                      " AT " DELIMITED BY SIZE,
                      XREF-REF-IP(XREF-REF-INDEX),
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM XREF-REPLY.
       SHOW-XREF-SCHEDULE.
           IF XREF-SCHED-PROGRAM(XREF-SCHED-INDEX) IS EQUAL TO
              XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX) THEN
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "  RUN BY SCHEDULE " DELIMITED BY SIZE,
                      XREF-SCHED-NAME(XREF-SCHED-INDEX)
                          DELIMITED BY SPACE,
                      " AT " DELIMITED BY SIZE,
                      XREF-SCHED-TIME(XREF-SCHED-INDEX),
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM XREF-REPLY.
       SHOW-XREF-TRIGGER.
           IF XREF-TRIG-PROGRAM(XREF-TRIG-INDEX) IS EQUAL TO
              XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX) THEN
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "  RUN BY TRIGGER " DELIMITED BY SIZE,
                      XREF-TRIG-EVENT(XREF-TRIG-INDEX)
                          DELIMITED BY SPACE,
                      " ON " DELIMITED BY SIZE,
                      XREF-TRIG-CHANNEL(XREF-TRIG-INDEX)
                          DELIMITED BY SPACE,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM XREF-REPLY.
       SHOW-XREF-PROGRAM.
           IF XREF-ALL-PROGRAMS OR
              XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX) IS EQUAL TO
              XREF-FILTER THEN
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "PROGRAM " DELIMITED BY SIZE,
                      XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX)
                          DELIMITED BY SPACE,
                      ", " DELIMITED BY SIZE,
                      XREF-PROGRAM-LENGTH(XREF-PROGRAM-INDEX),
                      " INSTRUCTION(S).$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM XREF-REPLY
               IF XREF-FIRST-REF(XREF-PROGRAM-INDEX) IS GREATER THAN
                  ZERO THEN
                   PERFORM SHOW-XREF-REF
                       VARYING XREF-REF-INDEX
                       FROM XREF-FIRST-REF(XREF-PROGRAM-INDEX) BY 1
                       UNTIL XREF-REF-INDEX IS GREATER THAN
                             XREF-LAST-REF(XREF-PROGRAM-INDEX)
               END-IF
               PERFORM SHOW-XREF-CALLER
                   VARYING XREF-REF-INDEX FROM 1 BY 1
                   UNTIL XREF-REF-INDEX IS GREATER THAN XREF-REF-USED
               PERFORM SHOW-XREF-SCHEDULE
                   VARYING XREF-SCHED-INDEX FROM 1 BY 1
                   UNTIL XREF-SCHED-INDEX IS GREATER THAN
                         XREF-SCHED-USED
               PERFORM SHOW-XREF-TRIGGER
                   VARYING XREF-TRIG-INDEX FROM 1 BY 1
                   UNTIL XREF-TRIG-INDEX IS GREATER THAN XREF-TRIG-USED.
       CHECK-XREF-SCHEDULE.
           IF XREF-ALL-PROGRAMS OR
              XREF-SCHED-PROGRAM(XREF-SCHED-INDEX) IS EQUAL TO
              XREF-FILTER THEN
               MOVE XREF-SCHED-PROGRAM(XREF-SCHED-INDEX) TO
                    XREF-LOOKUP-NAME
               PERFORM FIND-XREF-PROGRAM-NAME
               IF XREF-PROGRAM-FOUND IS EQUAL TO ZERO THEN
                   ADD 1 TO XREF-DANGLING-COUNT
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "  SCHEDULE " DELIMITED BY SIZE,
                          XREF-SCHED-NAME(XREF-SCHED-INDEX)
                              DELIMITED BY SPACE,
                          " RUNS MISSING PROGRAM " DELIMITED BY SIZE,
                          XREF-SCHED-PROGRAM(XREF-SCHED-INDEX)
                              DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY.
       CHECK-XREF-TRIGGER.
           IF XREF-ALL-PROGRAMS OR
              XREF-TRIG-PROGRAM(XREF-TRIG-INDEX) IS EQUAL TO
              XREF-FILTER THEN
               MOVE XREF-TRIG-PROGRAM(XREF-TRIG-INDEX) TO
                    XREF-LOOKUP-NAME
               PERFORM FIND-XREF-PROGRAM-NAME
               IF XREF-PROGRAM-FOUND IS EQUAL TO ZERO THEN
                   ADD 1 TO XREF-DANGLING-COUNT
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "  TRIGGER " DELIMITED BY SIZE,
                          XREF-TRIG-EVENT(XREF-TRIG-INDEX)
                              DELIMITED BY SPACE,
                          " ON " DELIMITED BY SIZE,
                          XREF-TRIG-CHANNEL(XREF-TRIG-INDEX)
                              DELIMITED BY SPACE,
                          " RUNS MISSING PROGRAM " DELIMITED BY SIZE,
                          XREF-TRIG-PROGRAM(XREF-TRIG-INDEX)
                              DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY.
       MATCH-XREF-LABEL.
           IF XREF-REF-LABEL(XREF-REF-SCAN) AND
              XREF-REF-NAME(XREF-REF-SCAN) IS EQUAL TO
              XREF-REF-NAME(XREF-REF-INDEX) THEN
               MOVE 1 TO XREF-MATCH-FLAG.
       CHECK-XREF-BRANCH.
           MOVE 0 TO XREF-MATCH-FLAG.
           MOVE XREF-REF-PROGRAM(XREF-REF-INDEX) TO XREF-PROGRAM-INDEX.
           IF XREF-REF-TARGET-IP(XREF-REF-INDEX) IS NUMERIC AND
              XREF-REF-TARGET-REST(XREF-REF-INDEX) IS EQUAL TO SPACES
              THEN
               IF XREF-REF-TARGET-IP(XREF-REF-INDEX) IS GREATER THAN
                  ZERO AND
                  XREF-REF-TARGET-IP(XREF-REF-INDEX) IS LESS THAN 999
                  THEN
                   MOVE XREF-REF-TARGET-IP(XREF-REF-INDEX) TO
                        XREF-WALK-IP
                   IF XREF-SLOT-OWNER(XREF-WALK-IP) IS EQUAL TO
                      XREF-PROGRAM-INDEX THEN
                       MOVE 1 TO XREF-MATCH-FLAG
                   END-IF
               END-IF
           ELSE
               PERFORM MATCH-XREF-LABEL
                   VARYING XREF-REF-SCAN
                   FROM XREF-FIRST-REF(XREF-PROGRAM-INDEX) BY 1
                   UNTIL XREF-REF-SCAN IS GREATER THAN
                         XREF-LAST-REF(XREF-PROGRAM-INDEX)
                      OR XREF-MATCHED.
           IF NOT XREF-MATCHED THEN
               ADD 1 TO XREF-DANGLING-COUNT
               MOVE 1 TO SRC
               MOVE 1 TO PTR(1)
               STRING "  PROGRAM " DELIMITED BY SIZE,
                      XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX)
                          DELIMITED BY SPACE,
                      " AT " DELIMITED BY SIZE,
                      XREF-REF-IP(XREF-REF-INDEX),
                      " BRANCHES TO MISSING LABEL " DELIMITED BY SIZE,
                      XREF-REF-NAME(XREF-REF-INDEX) DELIMITED BY SPACE,
                      "$NUL$" DELIMITED BY SIZE
                      INTO R(1)
                      WITH POINTER PTR(1)
               PERFORM XREF-REPLY.
       MATCH-XREF-WRITE.
           IF XREF-REF-WRITE(XREF-REF-SCAN) AND
              XREF-REF-NAME(XREF-REF-SCAN) IS EQUAL TO
              XREF-REF-NAME(XREF-REF-INDEX) THEN
               MOVE 1 TO XREF-MATCH-FLAG.
       CHECK-XREF-READ.
           MOVE XREF-REF-PROGRAM(XREF-REF-INDEX) TO XREF-PROGRAM-INDEX.
           PERFORM FIND-EARLIER-XREF-REF.
           IF NOT XREF-MATCHED THEN
               PERFORM MATCH-XREF-WRITE
                   VARYING XREF-REF-SCAN FROM 1 BY 1
                   UNTIL XREF-REF-SCAN IS GREATER THAN XREF-REF-USED
                      OR XREF-MATCHED
               IF NOT XREF-MATCHED THEN
                   ADD 1 TO XREF-DANGLING-COUNT
                   MOVE XREF-REF-NAME(XREF-REF-INDEX) TO VARIABLE-NAME
                   MOVE 0 TO STATE
                   READ VARIABLES RECORD
                       INVALID KEY MOVE 99 TO STATE
                   END-READ
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "  PROGRAM " DELIMITED BY SIZE,
                          XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX)
                              DELIMITED BY SPACE,
                          " READS VARIABLE " DELIMITED BY SIZE,
                          XREF-REF-NAME(XREF-REF-INDEX)
                              DELIMITED BY SPACE,
                          " THAT NO PROGRAM SETS" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   IF DONE THEN
                       STRING ", NO VALUE ON FILE" DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                       MOVE 0 TO STATE
                   END-IF
                   STRING "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY.
       MATCH-XREF-BUILTIN.
           IF XREF-BUILTIN-NAME(XREF-BUILTIN-INDEX) IS EQUAL TO
              XREF-LOOKUP-NAME THEN
               MOVE 1 TO XREF-MATCH-FLAG.
       CHECK-XREF-CALL.
           MOVE XREF-REF-PROGRAM(XREF-REF-INDEX) TO XREF-PROGRAM-INDEX.
           PERFORM FIND-EARLIER-XREF-REF.
           IF NOT XREF-MATCHED THEN
               MOVE XREF-REF-NAME(XREF-REF-INDEX) TO XREF-LOOKUP-NAME
               PERFORM FIND-XREF-PROGRAM-NAME
               IF XREF-REF-CALL(XREF-REF-INDEX) THEN
                   PERFORM MATCH-XREF-BUILTIN
                       VARYING XREF-BUILTIN-INDEX FROM 1 BY 1
                       UNTIL XREF-BUILTIN-INDEX IS GREATER THAN 80
                          OR XREF-MATCHED
               END-IF
               IF XREF-PROGRAM-FOUND IS EQUAL TO ZERO AND
                  NOT XREF-MATCHED THEN
                   ADD 1 TO XREF-DANGLING-COUNT
                   MOVE 1 TO SRC
                   MOVE 1 TO PTR(1)
                   STRING "  PROGRAM " DELIMITED BY SIZE,
                          XREF-PROGRAM-NAME(XREF-PROGRAM-INDEX)
                              DELIMITED BY SPACE,
                          " AT " DELIMITED BY SIZE,
                          XREF-REF-IP(XREF-REF-INDEX)
                          INTO R(1)
                          WITH POINTER PTR(1)
                   IF XREF-REF-RUN(XREF-REF-INDEX) THEN
                       STRING " RUNS MISSING PROGRAM "
                              DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                   ELSE
                       STRING " CALLS UNKNOWN COMMAND "
                              DELIMITED BY SIZE
                              INTO R(1)
                              WITH POINTER PTR(1)
                   END-IF
                   STRING XREF-REF-NAME(XREF-REF-INDEX)
                              DELIMITED BY SPACE,
                          "$NUL$" DELIMITED BY SIZE
                          INTO R(1)
                          WITH POINTER PTR(1)
                   PERFORM XREF-REPLY.
       CHECK-XREF-REF.
           IF XREF-ALL-PROGRAMS OR
              XREF-PROGRAM-NAME(XREF-REF-PROGRAM(XREF-REF-INDEX)) IS
              EQUAL TO XREF-FILTER THEN
               IF XREF-REF-BRANCH(XREF-REF-INDEX) THEN
                   PERFORM CHECK-XREF-BRANCH
               ELSE IF XREF-REF-READ(XREF-REF-INDEX) THEN
                   PERFORM CHECK-XREF-READ
               ELSE IF XREF-REF-PROGRAM-CALL(XREF-REF-INDEX) THEN
                   PERFORM CHECK-XREF-CALL.
       HANDLE-XREF.
           MOVE 1 TO DEST.
           PERFORM INDEX-PARAMS.
           MOVE SPACES TO XREF-FILTER.
           IF NUM-PARAMS OF WOPO IS GREATER THAN ZERO THEN
               MOVE 1 TO PTR(SRC)
               PERFORM GET-PARAM
               MOVE R(1) TO XREF-FILTER.
           PERFORM BEGIN-PAGED-OUTPUT.
           OPEN INPUT PROGRAM-INDEX, PROGRAM-CODE.
           PERFORM LOAD-XREF-TABLES.
           CLOSE PROGRAM-INDEX, PROGRAM-CODE.
           PERFORM SHOW-XREF-PROGRAM
               VARYING XREF-PROGRAM-INDEX FROM 1 BY 1
               UNTIL XREF-PROGRAM-INDEX IS GREATER THAN
                     XREF-PROGRAM-USED.
           MOVE 1 TO SRC.
           MOVE "DANGLING REFERENCES.$NUL$" TO R(1).
           PERFORM XREF-REPLY.
           PERFORM CHECK-XREF-SCHEDULE
               VARYING XREF-SCHED-INDEX FROM 1 BY 1
               UNTIL XREF-SCHED-INDEX IS GREATER THAN XREF-SCHED-USED.
           PERFORM CHECK-XREF-TRIGGER
               VARYING XREF-TRIG-INDEX FROM 1 BY 1
               UNTIL XREF-TRIG-INDEX IS GREATER THAN XREF-TRIG-USED.
           PERFORM CHECK-XREF-REF
               VARYING XREF-REF-INDEX FROM 1 BY 1
               UNTIL XREF-REF-INDEX IS GREATER THAN XREF-REF-USED.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           STRING XREF-PROGRAM-USED,
                  " PROGRAM(S), " DELIMITED BY SIZE,
                  XREF-REF-USED,
                  " REFERENCE(S), " DELIMITED BY SIZE,
                  XREF-DANGLING-COUNT,
                  " DANGLING.$NUL$" DELIMITED BY SIZE
                  INTO R(1)
                  WITH POINTER PTR(1).
           PERFORM XREF-REPLY.
           PERFORM END-PAGED-OUTPUT.
       PURGE-HISTORY-RECORD.
           READ PROGRAM-HISTORY NEXT RECORD
               AT END MOVE 99 TO STATE.
           IF NOT DONE THEN
               IF HISTORY-DAY IS LESS THAN ROTATE-CUTOFF-DAY THEN
                   DELETE PROGRAM-HISTORY RECORD.
       PURGE-PROGRAM-HISTORY.
           MOVE SPACES TO HISTORY-PROGRAM.
           MOVE 0 TO HISTORY-VERSION, HISTORY-LINE.
           MOVE 0 TO STATE.
           START PROGRAM-HISTORY KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY MOVE 99 TO STATE.
           PERFORM PURGE-HISTORY-RECORD UNTIL DONE.
       REPORT-BAD-BRANCH.
           MOVE 1 TO SRC.
           MOVE 1 TO PTR(1).
           CLOSE TRANSCRIPT.
           CLOSE AUDIT-ARCHIVE.
           CLOSE TRANSCRIPT-ARCHIVE.
           CLOSE TRIGGERS.
           CLOSE STRIKES.
           CLOSE PROGRAM-HISTORY.
           CLOSE ACCESS-REQUESTS.
           STOP RUN.
