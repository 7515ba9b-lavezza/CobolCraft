*> --- CaseFile ---
*> Standalone batch program: gathers everything the server has on record
*> about one player into a single moderation case file, so an appeal review
*> no longer means grepping four logs and decoding a save file by hand. Run
*> it from a shell, server up or down, the same way OpsDigest is run:
*>
*>     CaseFile <username or UUID>
*>
*> A UUID (with or without dashes) picks that UUID-keyed save file; a name
*> picks the username-keyed file of that name and any UUID-keyed file whose
*> lastKnownName matches - the UUID-keyed one is the live one. The case file
*> lands in report/casefile-<name>-<date>.txt and holds:
*>
*>   - first and last seen, the save file(s) and every address logged in from
*>   - every login (with its address) and logout, from logs/server.log.1 and
*>     logs/server.log
*>   - every login rejection, from the audit trail - the closed monthly
*>     archives in logs/audit-archive/ oldest first, then logs/audit.log
*>   - kicks, bans, mutes, unmutes and pardons aimed at the player, with the
*>     source that issued each (console, rcon, schedule, or the op's name),
*>     idle kicks, and censored chat; IP bans count when the address is one
*>     the player logged in from
*>   - admin commands the player issued themselves, if they are an op
*>   - block changes from save/blocklog.txt.1 and save/blocklog.txt, totalled
*>     per day per region (512x512 blocks, as the r.<x>.<z>.mca files are cut)
*>   - deaths and pvp kills either way
*>   - the save file's current inventory, ender chest and statistics
*>
*> The logs rotate, so first seen means as far back as the logs on disk
*> reach. Each log is narrowed to the lines naming the player (or one of
*> their addresses) with one grep before it is read, so a long audit history
*> costs no more buffer than one player's share of it.
IDENTIFICATION DIVISION.
PROGRAM-ID. CaseFile.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 REPORT-DATE          PIC X(10).
    01 COMMAND-ARGS         PIC X(255).
    01 ARG-KEY              PIC X(64).
    01 ARG-KEY-LEN          BINARY-LONG UNSIGNED.
    01 ARG-CHAR-INDEX       BINARY-LONG UNSIGNED.
    01 ARG-VALID            BINARY-CHAR UNSIGNED.
    *> the key as given, dashes dropped and lowercased when it is a UUID
    01 CASE-KEY             PIC X(64).
    01 CASE-KEY-LEN         BINARY-LONG UNSIGNED.
    01 CASE-KEY-IS-UUID     BINARY-CHAR UNSIGNED    VALUE 0.
    *> the player name every log is matched against, upper-cased
    01 CASE-NAME            PIC X(16)   VALUE SPACES.
    01 CASE-NAME-LEN        BINARY-LONG UNSIGNED    VALUE 0.
    01 CASE-NAME-UPPER      PIC X(16).
    01 SHELL-COMMAND        PIC X(255).
    01 SHELL-STATUS         BINARY-LONG.
    *> scratch files, all under report/ like the other batch programs' own
    01 INDEX-NAME           PIC X(30)   VALUE "report/casefile-index.txt".
    01 NAMES-NAME           PIC X(30)   VALUE "report/casefile-names.txt".
    01 PATTERNS-NAME        PIC X(30)   VALUE "report/casefile-patterns.txt".
    01 SCRATCH-NAME         PIC X(30).
    01 TAIL-NAME            PIC X(30)   VALUE "report/casefile-tail.txt".
    01 SCRATCH-SIZE         BINARY-LONG UNSIGNED.
    01 SCRATCH-CUT          BINARY-CHAR UNSIGNED.
    *> save file lookup - one "ls" into a scratch index file, as in PlayerReport
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 FILE-STEM            PIC X(64).
    01 FILE-STEM-LEN        BINARY-LONG UNSIGNED.
    01 STEM-IS-UUID         BINARY-CHAR UNSIGNED.
    01 HEX-INDEX            BINARY-LONG UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 DATA-FILE-SIZE       BINARY-LONG UNSIGNED.
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    01 MATCH-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 MATCH-ROW OCCURS 10 TIMES.
        02 MATCH-STEM           PIC X(64).
        02 MATCH-IS-UUID        BINARY-CHAR UNSIGNED.
    01 MATCH-INDEX          BINARY-LONG UNSIGNED.
    01 CHOSEN-MATCH         BINARY-LONG UNSIGNED    VALUE 0.
    01 SNAPSHOT-LOADED      BINARY-CHAR UNSIGNED    VALUE 0.
    01 SNAPSHOT-FAILURE     BINARY-CHAR UNSIGNED    VALUE 0.
    01 QUARANTINE-NAME      PIC X(255).
    01 QUARANTINE-SIZE      BINARY-LONG UNSIGNED.
    01 QUARANTINED-NOTE     BINARY-CHAR UNSIGNED    VALUE 0.
    *> the narrowed log being read
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-MAX       BINARY-LONG UNSIGNED    VALUE 4194304.
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(400).
    01 LINE-STAMP           PIC X(19).
    01 LINE-SOURCE          PIC X(16).
    01 LINE-TEXT            PIC X(360).
    01 LINE-TEXT-UPPER      PIC X(360).
    01 LINE-TEXT-LEN        BINARY-LONG UNSIGNED.
    01 SOURCE-POS           BINARY-LONG UNSIGNED.
    01 WORD-1               PIC X(32).
    01 WORD-2               PIC X(64).
    01 HEAD-PART            PIC X(360).
    01 HEAD-PART-LEN        BINARY-LONG UNSIGNED.
    01 TAIL-PART            PIC X(360).
    01 OTHER-NAME           PIC X(16).
    01 PATTERN              PIC X(64).
    01 PATTERN-LEN          BINARY-LONG UNSIGNED.
    01 LINE-ADDRESS         PIC X(45).
    01 SERVER-CUT-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    01 AUDIT-CUT-NOTE       BINARY-CHAR UNSIGNED    VALUE 0.
    01 BLOCKS-CUT-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    *> first and last sighting, "yyyy-mm-dd hh:mm:ss" so they compare as text
    01 FIRST-SEEN           PIC X(19)   VALUE SPACES.
    01 LAST-SEEN            PIC X(19)   VALUE SPACES.
    01 SEEN-STAMP           PIC X(19).
    *> addresses the player logged in from
    01 ADDRESS-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 ADDRESS-ROW OCCURS 50 TIMES.
        02 ADDRESS-VALUE        PIC X(45).
        02 ADDRESS-LOGINS       BINARY-LONG UNSIGNED.
        02 ADDRESS-LAST         PIC X(19).
    01 ADDRESS-INDEX        BINARY-LONG UNSIGNED.
    01 ADDRESS-FOUND        BINARY-LONG UNSIGNED.
    *> every dated event, in the order each source lists them - the kind
    *> picks the case file section: L login, Q logout, R login rejection,
    *> M moderation, C command issued by the player, D death, P pvp
    01 EVENT-MAX            BINARY-LONG UNSIGNED    VALUE 5000.
    01 EVENT-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 EVENT-ROW OCCURS 5000 TIMES.
        02 EVENT-KIND           PIC X.
        02 EVENT-STAMP          PIC X(19).
        02 EVENT-TEXT           PIC X(200).
    01 EVENT-INDEX          BINARY-LONG UNSIGNED.
    01 EVENT-INDEX-2        BINARY-LONG UNSIGNED.
    01 EVENT-HOLD.
        02 HOLD-KIND            PIC X.
        02 HOLD-STAMP           PIC X(19).
        02 HOLD-TEXT            PIC X(200).
    01 EVENT-DROPPED        BINARY-LONG UNSIGNED    VALUE 0.
    01 NEW-EVENT-KIND       PIC X.
    01 NEW-EVENT-TEXT       PIC X(200).
    01 SECTION-KIND         PIC X.
    01 SECTION-TALLY        BINARY-LONG UNSIGNED.
    01 COUNT-LOGINS         BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-REJECTIONS     BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-MODERATION     BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-COMMANDS       BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-DEATHS         BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-PVP-KILLS      BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-PVP-DEATHS     BINARY-LONG UNSIGNED    VALUE 0.
    *> block changes - "<x> <y> <z> <new id> <previous id> <stamp> <player>
    *> <dim>", the save/blocklog.txt layout
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-ID             PIC X(12).
    01 FIELD-PREV           PIC X(12).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 CHANGE-X             BINARY-LONG.
    01 CHANGE-Z             BINARY-LONG.
    01 CHANGE-DIM           BINARY-CHAR UNSIGNED.
    01 CHANGE-REGION-X      BINARY-LONG.
    01 CHANGE-REGION-Z      BINARY-LONG.
    01 COUNT-BROKEN         BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-PLACED         BINARY-LONG UNSIGNED    VALUE 0.
    01 AREA-MAX             BINARY-LONG UNSIGNED    VALUE 2000.
    01 AREA-COUNT           BINARY-LONG UNSIGNED    VALUE 0.
    01 AREA-ROW OCCURS 2000 TIMES.
        02 AREA-DAY             PIC X(8).
        02 AREA-DIM             BINARY-CHAR UNSIGNED.
        02 AREA-REGION-X        BINARY-LONG.
        02 AREA-REGION-Z        BINARY-LONG.
        02 AREA-BROKEN          BINARY-LONG UNSIGNED.
        02 AREA-PLACED          BINARY-LONG UNSIGNED.
    01 AREA-INDEX           BINARY-LONG UNSIGNED.
    01 LAST-AREA-INDEX      BINARY-LONG UNSIGNED    VALUE 0.
    01 AREA-DROPPED         BINARY-LONG UNSIGNED    VALUE 0.
    *> snapshot
    01 SLOT-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-ITEM-ID         BINARY-LONG.
    01 SLOT-ITEM-COUNT      BINARY-LONG UNSIGNED.
    01 SLOT-SHOWN           BINARY-LONG UNSIGNED.
    01 ITEM-NAME            PIC X(50).
    01 HOME-INDEX           BINARY-LONG UNSIGNED.
    01 HOURS-DISPLAY        PIC -(9)9.9.
    01 KM-DISPLAY           PIC -(9)9.9.
    01 HEALTH-DISPLAY       PIC -(4)9.9.
    *> output building
    01 OUT-BUFFER           PIC X(2000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(96).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 NUM-DISPLAY-4        PIC -(14)9.
    *> the live player table, reused one slot at a time as a decode target
    COPY DD-PLAYERS.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO REPORT-DATE
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    CALL "CBL_CREATE_DIR" USING "report"

    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-KEY
    IF FUNCTION TRIM(COMMAND-ARGS) = SPACES
        DISPLAY "Usage: CaseFile <username or UUID>"
        STOP RUN
    END-IF
    MOVE FUNCTION TRIM(COMMAND-ARGS) TO ARG-KEY
    PERFORM NormalizeKey
    IF ARG-VALID = 0
        DISPLAY "CaseFile: not a player name or UUID: " FUNCTION TRIM(COMMAND-ARGS)
        STOP RUN
    END-IF

    PERFORM FindSaveFiles
    PERFORM LoadSnapshot
    IF CASE-NAME = SPACES
        DISPLAY "CaseFile: no save file for UUID " CASE-KEY(1:CASE-KEY-LEN) " - the logs record players by name, so give the name instead"
        STOP RUN
    END-IF
    COMPUTE CASE-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(CASE-NAME))
    MOVE FUNCTION UPPER-CASE(CASE-NAME) TO CASE-NAME-UPPER

    PERFORM ScanServerLog
    PERFORM ScanAuditTrail
    PERFORM ScanBlockLog

    PERFORM SortEvents
    PERFORM WriteCaseFile

    MOVE COUNT-LOGINS TO NUM-DISPLAY
    MOVE COUNT-MODERATION TO NUM-DISPLAY-2
    MOVE COUNT-REJECTIONS TO NUM-DISPLAY-3
    DISPLAY "CaseFile: " CASE-NAME(1:CASE-NAME-LEN) " - " FUNCTION TRIM(NUM-DISPLAY) " login(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " rejection(s), " FUNCTION TRIM(NUM-DISPLAY-2)
        " moderation action(s) - written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

NormalizeKey.
    *> names are letters, digits and underscores; a UUID may come dashed.
    *> Anything else is refused here, since the key ends up in a file name
    MOVE 1 TO ARG-VALID
    MOVE SPACES TO CASE-KEY
    MOVE 0 TO CASE-KEY-LEN
    COMPUTE ARG-KEY-LEN = FUNCTION LENGTH(FUNCTION TRIM(ARG-KEY))
    IF ARG-KEY-LEN > 36
        MOVE 0 TO ARG-VALID
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ARG-CHAR-INDEX FROM 1 BY 1 UNTIL ARG-CHAR-INDEX > ARG-KEY-LEN
        EVALUATE TRUE
            WHEN ARG-KEY(ARG-CHAR-INDEX:1) = SPACE
                MOVE 0 TO ARG-VALID
            WHEN ARG-KEY(ARG-CHAR-INDEX:1) = "-"
                CONTINUE
            WHEN ARG-KEY(ARG-CHAR-INDEX:1) IS NUMERIC
                OR ARG-KEY(ARG-CHAR-INDEX:1) IS ALPHABETIC
                OR ARG-KEY(ARG-CHAR-INDEX:1) = "_"
                ADD 1 TO CASE-KEY-LEN
                MOVE ARG-KEY(ARG-CHAR-INDEX:1) TO CASE-KEY(CASE-KEY-LEN:1)
            WHEN OTHER
                MOVE 0 TO ARG-VALID
        END-EVALUATE
    END-PERFORM
    IF CASE-KEY-LEN = 0
        MOVE 0 TO ARG-VALID
        EXIT PARAGRAPH
    END-IF

    *> 32 hex digits (once any dashes are gone) is a UUID - the save file
    *> stem form Player-UuidFileName writes
    IF CASE-KEY-LEN = 32
        MOVE 1 TO CASE-KEY-IS-UUID
        MOVE FUNCTION LOWER-CASE(CASE-KEY) TO CASE-KEY
        PERFORM VARYING HEX-INDEX FROM 1 BY 1 UNTIL HEX-INDEX > 32
            IF CASE-KEY(HEX-INDEX:1) IS NOT NUMERIC
                    AND (CASE-KEY(HEX-INDEX:1) < "a" OR CASE-KEY(HEX-INDEX:1) > "f")
                MOVE 0 TO CASE-KEY-IS-UUID
            END-IF
        END-PERFORM
    END-IF
    IF CASE-KEY-IS-UUID = 0
        *> a name keeps its case but loses any dash, which no name has
        IF CASE-KEY-LEN > 16 OR CASE-KEY-LEN NOT = ARG-KEY-LEN
            MOVE 0 TO ARG-VALID
            EXIT PARAGRAPH
        END-IF
        MOVE ARG-KEY(1:ARG-KEY-LEN) TO CASE-KEY
        MOVE CASE-KEY(1:CASE-KEY-LEN) TO CASE-NAME
    END-IF
    EXIT PARAGRAPH.

FindSaveFiles.
    *> a name matches its username-keyed file by stem and any UUID-keyed file
    *> by the lastKnownName inside it, so every UUID-keyed file is decoded
    MOVE SPACES TO SHELL-COMMAND
    STRING "ls save/playerdata > " FUNCTION TRIM(INDEX-NAME) INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING INDEX-NAME INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR INDEX-BUFFER-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER INDEX-POINTER
        MOVE FUNCTION TRIM(CURRENT-LINE) TO CURRENT-LINE
        COMPUTE FILE-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF FILE-STEM-LEN > 4 AND CURRENT-LINE(FILE-STEM-LEN - 3:4) = ".dat"
            MOVE SPACES TO FILE-STEM
            COMPUTE FILE-STEM-LEN = FILE-STEM-LEN - 4
            MOVE CURRENT-LINE(1:FILE-STEM-LEN) TO FILE-STEM
            PERFORM MatchOneFile
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MatchOneFile.
    MOVE 0 TO STEM-IS-UUID
    IF FILE-STEM-LEN = 32
        MOVE 1 TO STEM-IS-UUID
        PERFORM VARYING HEX-INDEX FROM 1 BY 1 UNTIL HEX-INDEX > 32
            IF FILE-STEM(HEX-INDEX:1) IS NOT NUMERIC
                    AND (FILE-STEM(HEX-INDEX:1) < "a" OR FILE-STEM(HEX-INDEX:1) > "f")
                MOVE 0 TO STEM-IS-UUID
            END-IF
        END-PERFORM
    END-IF

    IF CASE-KEY-IS-UUID = 1
        IF STEM-IS-UUID = 1 AND FILE-STEM(1:32) = CASE-KEY(1:32)
            PERFORM AddMatch
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FILE-STEM) = FUNCTION UPPER-CASE(CASE-KEY)
        PERFORM AddMatch
        EXIT PARAGRAPH
    END-IF
    IF STEM-IS-UUID = 1
        PERFORM DecodeStem
        IF LOAD-FAILURE = 0
                AND FUNCTION UPPER-CASE(USERNAME(PLAYER-SLOT)) = FUNCTION UPPER-CASE(CASE-KEY)
            PERFORM AddMatch
        END-IF
    END-IF
    EXIT PARAGRAPH.

AddMatch.
    IF MATCH-COUNT < 10
        ADD 1 TO MATCH-COUNT
        MOVE FILE-STEM TO MATCH-STEM(MATCH-COUNT)
        MOVE STEM-IS-UUID TO MATCH-IS-UUID(MATCH-COUNT)
    END-IF
    EXIT PARAGRAPH.

DecodeStem.
    *> decode FILE-STEM into player slot 1, scrubbed first; USERNAME starts
    *> as the stem and is replaced by lastKnownName where the file has one
    INITIALIZE PLAYERS(PLAYER-SLOT)
    MOVE SPACES TO USERNAME(PLAYER-SLOT)
    MOVE FILE-STEM(1:FUNCTION MIN(FILE-STEM-LEN, 16)) TO USERNAME(PLAYER-SLOT)
    COMPUTE USERNAME-LENGTH(PLAYER-SLOT) = FUNCTION MIN(FILE-STEM-LEN, 16)
    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FILE-STEM(1:FILE-STEM-LEN) ".dat" INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    EXIT PARAGRAPH.

LoadSnapshot.
    *> the UUID-keyed file is the one the server reads once online mode has
    *> moved the player over; a username-keyed file beside it is left over
    MOVE 0 TO CHOSEN-MATCH
    PERFORM VARYING MATCH-INDEX FROM 1 BY 1 UNTIL MATCH-INDEX > MATCH-COUNT
        IF CHOSEN-MATCH = 0 AND MATCH-IS-UUID(MATCH-INDEX) = 1
            MOVE MATCH-INDEX TO CHOSEN-MATCH
        END-IF
    END-PERFORM
    IF CHOSEN-MATCH = 0 AND MATCH-COUNT > 0
        MOVE 1 TO CHOSEN-MATCH
    END-IF

    IF CHOSEN-MATCH = 0
        *> no live save file - PlayerDataCheck may have quarantined it
        MOVE SPACES TO QUARANTINE-NAME
        STRING "save/quarantine/playerdata/" CASE-KEY(1:CASE-KEY-LEN) ".dat" INTO QUARANTINE-NAME
        CALL "Files-Size" USING QUARANTINE-NAME QUARANTINE-SIZE
        IF QUARANTINE-SIZE > 0
            MOVE 1 TO QUARANTINED-NOTE
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE MATCH-STEM(CHOSEN-MATCH) TO FILE-STEM
    COMPUTE FILE-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(FILE-STEM))
    PERFORM DecodeStem
    MOVE LOAD-FAILURE TO SNAPSHOT-FAILURE
    IF LOAD-FAILURE = 0
        MOVE 1 TO SNAPSHOT-LOADED
        MOVE USERNAME(PLAYER-SLOT) TO CASE-NAME
    END-IF
    EXIT PARAGRAPH.

WritePatternFile.
    *> PATTERNS-NAME gets the name, plus every known address when
    *> SECTION-KIND is "A" - one fixed string per line for grep -F -f
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING CASE-NAME(1:CASE-NAME-LEN) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF SECTION-KIND = "A"
        PERFORM VARYING ADDRESS-INDEX FROM 1 BY 1 UNTIL ADDRESS-INDEX > ADDRESS-COUNT
            IF ADDRESS-VALUE(ADDRESS-INDEX) NOT = "unknown"
                STRING FUNCTION TRIM(ADDRESS-VALUE(ADDRESS-INDEX)) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-PERFORM
    END-IF
    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    CALL "Files-WriteAll" USING PATTERNS-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

ReadScratch.
    *> SCRATCH-NAME holds the grep result; one that outgrows the buffer is
    *> read from its newest end, as OpsDigest reads an oversized trail
    MOVE 0 TO SCRATCH-CUT
    MOVE 0 TO LOG-BUFFER-LENGTH
    CALL "Files-Size" USING SCRATCH-NAME SCRATCH-SIZE
    IF SCRATCH-SIZE = 0
        EXIT PARAGRAPH
    END-IF
    IF SCRATCH-SIZE > LOG-BUFFER-MAX
        MOVE 1 TO SCRATCH-CUT
        MOVE SPACES TO SHELL-COMMAND
        STRING "tail -c 4194304 " FUNCTION TRIM(SCRATCH-NAME) " > " FUNCTION TRIM(TAIL-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        CALL "Files-ReadAll" USING TAIL-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    ELSE
        CALL "Files-ReadAll" USING SCRATCH-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    END-IF
    IF IO-FAILURE NOT = 0
        MOVE 0 TO LOG-BUFFER-LENGTH
    END-IF
    EXIT PARAGRAPH.

ScanServerLog.
    *> "[LEVEL] <date> <time> <text>" - the rotated generation first, so the
    *> lines come oldest first
    MOVE SPACE TO SECTION-KIND
    PERFORM WritePatternFile
    MOVE "report/casefile-server.txt" TO SCRATCH-NAME
    MOVE SPACES TO SHELL-COMMAND
    STRING "cat logs/server.log.1 logs/server.log 2>/dev/null | grep -aiF -f " FUNCTION TRIM(PATTERNS-NAME)
        " > " FUNCTION TRIM(SCRATCH-NAME)
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    PERFORM ReadScratch
    MOVE SCRATCH-CUT TO SERVER-CUT-NOTE
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE(1:1) = "[" AND CURRENT-LINE(9:4) IS NUMERIC AND CURRENT-LINE(19:1) = " "
            MOVE CURRENT-LINE(9:19) TO LINE-STAMP
            MOVE FUNCTION TRIM(CURRENT-LINE(29:372)) TO LINE-TEXT
            MOVE FUNCTION UPPER-CASE(LINE-TEXT) TO LINE-TEXT-UPPER
            COMPUTE LINE-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(LINE-TEXT))
            PERFORM ServerLogLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ServerLogLine.
    *> "Login with username: <name> from <address>"
    MOVE SPACES TO PATTERN
    STRING "LOGIN WITH USERNAME: " CASE-NAME-UPPER(1:CASE-NAME-LEN) INTO PATTERN
    COMPUTE PATTERN-LEN = 21 + CASE-NAME-LEN
    IF LINE-TEXT-UPPER(1:PATTERN-LEN) = PATTERN(1:PATTERN-LEN)
            AND LINE-TEXT-UPPER(PATTERN-LEN + 1:1) = SPACE
        MOVE SPACES TO LINE-ADDRESS
        IF LINE-TEXT-UPPER(PATTERN-LEN + 1:6) = " FROM "
            MOVE LINE-TEXT(PATTERN-LEN + 7:45) TO LINE-ADDRESS
        END-IF
        IF LINE-ADDRESS = SPACES
            *> logged before addresses were recorded
            MOVE "unknown" TO LINE-ADDRESS
        END-IF
        ADD 1 TO COUNT-LOGINS
        PERFORM RecordAddress
        MOVE "L" TO NEW-EVENT-KIND
        MOVE SPACES TO NEW-EVENT-TEXT
        STRING "login from " FUNCTION TRIM(LINE-ADDRESS) INTO NEW-EVENT-TEXT
        PERFORM AddEvent
        PERFORM MarkSeen
        EXIT PARAGRAPH
    END-IF

    *> "Kicking idle player <name>"
    MOVE SPACES TO PATTERN
    STRING "KICKING IDLE PLAYER " CASE-NAME-UPPER(1:CASE-NAME-LEN) INTO PATTERN
    COMPUTE PATTERN-LEN = 20 + CASE-NAME-LEN
    IF LINE-TEXT-LEN = PATTERN-LEN AND LINE-TEXT-UPPER(1:PATTERN-LEN) = PATTERN(1:PATTERN-LEN)
        ADD 1 TO COUNT-MODERATION
        MOVE "M" TO NEW-EVENT-KIND
        MOVE "kicked for idling, by the server" TO NEW-EVENT-TEXT
        PERFORM AddEvent
        EXIT PARAGRAPH
    END-IF

    *> "Player <name> died", "... left the game", "... was killed by <other>"
    MOVE SPACES TO PATTERN
    STRING "PLAYER " CASE-NAME-UPPER(1:CASE-NAME-LEN) " " INTO PATTERN
    COMPUTE PATTERN-LEN = 8 + CASE-NAME-LEN
    IF LINE-TEXT-UPPER(1:PATTERN-LEN) = PATTERN(1:PATTERN-LEN)
        EVALUATE TRUE
            WHEN LINE-TEXT-LEN = PATTERN-LEN + 4 AND LINE-TEXT-UPPER(PATTERN-LEN + 1:4) = "DIED"
                ADD 1 TO COUNT-DEATHS
                MOVE "D" TO NEW-EVENT-KIND
                MOVE "died" TO NEW-EVENT-TEXT
                PERFORM AddEvent
                PERFORM MarkSeen
            WHEN LINE-TEXT-LEN = PATTERN-LEN + 13 AND LINE-TEXT-UPPER(PATTERN-LEN + 1:13) = "LEFT THE GAME"
                MOVE "Q" TO NEW-EVENT-KIND
                MOVE "logged out" TO NEW-EVENT-TEXT
                PERFORM AddEvent
                PERFORM MarkSeen
            WHEN LINE-TEXT-UPPER(PATTERN-LEN + 1:14) = "WAS KILLED BY "
                ADD 1 TO COUNT-PVP-DEATHS
                MOVE "P" TO NEW-EVENT-KIND
                MOVE SPACES TO NEW-EVENT-TEXT
                STRING "killed by " FUNCTION TRIM(LINE-TEXT(PATTERN-LEN + 15:16)) " in pvp" INTO NEW-EVENT-TEXT
                PERFORM AddEvent
        END-EVALUATE
        EXIT PARAGRAPH
    END-IF

    *> "Player <other> was killed by <name>"
    IF LINE-TEXT-UPPER(1:7) = "PLAYER "
        MOVE SPACES TO HEAD-PART TAIL-PART
        UNSTRING LINE-TEXT DELIMITED BY " was killed by "
            INTO HEAD-PART TAIL-PART
        IF FUNCTION UPPER-CASE(TAIL-PART) = CASE-NAME-UPPER
            ADD 1 TO COUNT-PVP-KILLS
            MOVE "P" TO NEW-EVENT-KIND
            MOVE SPACES TO NEW-EVENT-TEXT
            STRING "killed " FUNCTION TRIM(HEAD-PART(8:16)) " in pvp" INTO NEW-EVENT-TEXT
            PERFORM AddEvent
            PERFORM MarkSeen
        END-IF
    END-IF
    EXIT PARAGRAPH.

RecordAddress.
    MOVE 0 TO ADDRESS-FOUND
    PERFORM VARYING ADDRESS-INDEX FROM 1 BY 1 UNTIL ADDRESS-INDEX > ADDRESS-COUNT OR ADDRESS-FOUND > 0
        IF ADDRESS-VALUE(ADDRESS-INDEX) = LINE-ADDRESS
            MOVE ADDRESS-INDEX TO ADDRESS-FOUND
        END-IF
    END-PERFORM
    IF ADDRESS-FOUND = 0
        IF ADDRESS-COUNT >= 50
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ADDRESS-COUNT
        MOVE ADDRESS-COUNT TO ADDRESS-FOUND
        MOVE LINE-ADDRESS TO ADDRESS-VALUE(ADDRESS-FOUND)
        MOVE 0 TO ADDRESS-LOGINS(ADDRESS-FOUND)
    END-IF
    ADD 1 TO ADDRESS-LOGINS(ADDRESS-FOUND)
    MOVE LINE-STAMP TO ADDRESS-LAST(ADDRESS-FOUND)
    EXIT PARAGRAPH.

IsKnownAddress.
    *> LINE-ADDRESS against the addresses logged in from; ADDRESS-FOUND > 0
    *> when it is one of them
    MOVE 0 TO ADDRESS-FOUND
    PERFORM VARYING ADDRESS-INDEX FROM 1 BY 1 UNTIL ADDRESS-INDEX > ADDRESS-COUNT OR ADDRESS-FOUND > 0
        IF ADDRESS-VALUE(ADDRESS-INDEX) = LINE-ADDRESS AND LINE-ADDRESS NOT = "unknown"
            MOVE ADDRESS-INDEX TO ADDRESS-FOUND
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MarkSeen.
    MOVE LINE-STAMP TO SEEN-STAMP
    PERFORM MarkSeenStamp
    EXIT PARAGRAPH.

MarkSeenStamp.
    IF FIRST-SEEN = SPACES OR SEEN-STAMP < FIRST-SEEN
        MOVE SEEN-STAMP TO FIRST-SEEN
    END-IF
    IF LAST-SEEN = SPACES OR SEEN-STAMP > LAST-SEEN
        MOVE SEEN-STAMP TO LAST-SEEN
    END-IF
    EXIT PARAGRAPH.

AddEvent.
    IF EVENT-COUNT >= EVENT-MAX
        ADD 1 TO EVENT-DROPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO EVENT-COUNT
    MOVE NEW-EVENT-KIND TO EVENT-KIND(EVENT-COUNT)
    MOVE LINE-STAMP TO EVENT-STAMP(EVENT-COUNT)
    MOVE NEW-EVENT-TEXT TO EVENT-TEXT(EVENT-COUNT)
    EXIT PARAGRAPH.

ScanAuditTrail.
    *> "<date> <time> [source] <text>" - the closed monthly archives sort
    *> oldest first by name, and the live trail follows them
    MOVE "A" TO SECTION-KIND
    PERFORM WritePatternFile
    MOVE "report/casefile-audit.txt" TO SCRATCH-NAME
    MOVE SPACES TO SHELL-COMMAND
    STRING "cat logs/audit-archive/audit-*.log logs/audit.log 2>/dev/null | grep -aiF -f " FUNCTION TRIM(PATTERNS-NAME)
        " > " FUNCTION TRIM(SCRATCH-NAME)
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    PERFORM ReadScratch
    MOVE SCRATCH-CUT TO AUDIT-CUT-NOTE
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE(1:4) IS NUMERIC AND CURRENT-LINE(21:1) = "["
            PERFORM AuditLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

AuditLine.
    MOVE CURRENT-LINE(1:19) TO LINE-STAMP
    MOVE SPACES TO LINE-SOURCE LINE-TEXT
    MOVE 22 TO SOURCE-POS
    UNSTRING CURRENT-LINE DELIMITED BY "]"
        INTO LINE-SOURCE
        WITH POINTER SOURCE-POS
    MOVE FUNCTION TRIM(LINE-SOURCE) TO LINE-SOURCE
    IF SOURCE-POS + 1 <= 400
        MOVE CURRENT-LINE(SOURCE-POS + 1:400 - SOURCE-POS) TO LINE-TEXT
        MOVE FUNCTION TRIM(LINE-TEXT) TO LINE-TEXT
    END-IF
    MOVE FUNCTION UPPER-CASE(LINE-TEXT) TO LINE-TEXT-UPPER
    COMPUTE LINE-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(LINE-TEXT))

    EVALUATE LINE-SOURCE
        WHEN "login"
            PERFORM AuditLoginLine
        WHEN "chat"
            PERFORM AuditChatLine
        WHEN "archive"
        WHEN "restore"
        WHEN "claims"
            CONTINUE
        WHEN OTHER
            PERFORM AuditCommandLine
    END-EVALUATE
    EXIT PARAGRAPH.

AuditLoginLine.
    *> "rejected banned address <address>" / "rejected rate-limited address
    *> <address>" count when the address is the player's; the rest read
    *> "rejected ... <name> from <address>"
    MOVE SPACES TO HEAD-PART TAIL-PART
    IF LINE-TEXT(1:24) = "rejected banned address "
            OR LINE-TEXT(1:30) = "rejected rate-limited address "
        UNSTRING LINE-TEXT DELIMITED BY " address "
            INTO HEAD-PART TAIL-PART
        MOVE TAIL-PART TO LINE-ADDRESS
        PERFORM IsKnownAddress
        IF ADDRESS-FOUND > 0
            PERFORM AddRejection
        END-IF
        EXIT PARAGRAPH
    END-IF
    UNSTRING LINE-TEXT DELIMITED BY " from "
        INTO HEAD-PART TAIL-PART
    COMPUTE HEAD-PART-LEN = FUNCTION LENGTH(FUNCTION TRIM(HEAD-PART))
    IF HEAD-PART-LEN > CASE-NAME-LEN
        IF FUNCTION UPPER-CASE(HEAD-PART(HEAD-PART-LEN - CASE-NAME-LEN + 1:CASE-NAME-LEN)) = CASE-NAME-UPPER(1:CASE-NAME-LEN)
                AND HEAD-PART(HEAD-PART-LEN - CASE-NAME-LEN:1) = SPACE
            PERFORM AddRejection
        END-IF
    END-IF
    EXIT PARAGRAPH.

AddRejection.
    ADD 1 TO COUNT-REJECTIONS
    MOVE "R" TO NEW-EVENT-KIND
    MOVE LINE-TEXT TO NEW-EVENT-TEXT
    PERFORM AddEvent
    EXIT PARAGRAPH.

AuditChatLine.
    *> "censored chat from <name>" / "censored bridge chat from <name> via <source>"
    MOVE SPACES TO HEAD-PART TAIL-PART
    UNSTRING LINE-TEXT DELIMITED BY " from "
        INTO HEAD-PART TAIL-PART
    MOVE SPACES TO OTHER-NAME
    UNSTRING TAIL-PART DELIMITED BY ALL SPACES INTO OTHER-NAME
    IF FUNCTION UPPER-CASE(OTHER-NAME) = CASE-NAME-UPPER
        ADD 1 TO COUNT-MODERATION
        MOVE "M" TO NEW-EVENT-KIND
        MOVE SPACES TO NEW-EVENT-TEXT
        STRING "chat filter: " LINE-TEXT INTO NEW-EVENT-TEXT
        PERFORM AddEvent
    END-IF
    EXIT PARAGRAPH.

AuditCommandLine.
    *> an admin command; the source is who issued it
    IF FUNCTION UPPER-CASE(LINE-SOURCE) = CASE-NAME-UPPER
        ADD 1 TO COUNT-COMMANDS
        MOVE "C" TO NEW-EVENT-KIND
        MOVE LINE-TEXT TO NEW-EVENT-TEXT
        PERFORM AddEvent
    END-IF

    *> a command block's line leads with "at <x> <y> <z>: " before the command
    MOVE SPACES TO WORD-1 WORD-2 HEAD-PART TAIL-PART
    IF LINE-SOURCE = "cmdblock"
        UNSTRING LINE-TEXT DELIMITED BY ": " INTO HEAD-PART TAIL-PART
    ELSE
        MOVE LINE-TEXT TO TAIL-PART
    END-IF
    UNSTRING TAIL-PART DELIMITED BY ALL SPACES INTO WORD-1 WORD-2
    EVALUATE WORD-1
        WHEN "kick"
        WHEN "ban"
        WHEN "mute"
        WHEN "unmute"
        WHEN "pardon"
            IF FUNCTION UPPER-CASE(WORD-2) = CASE-NAME-UPPER
                PERFORM AddModeration
            END-IF
        WHEN "ban-ip"
            MOVE WORD-2 TO LINE-ADDRESS
            PERFORM IsKnownAddress
            IF ADDRESS-FOUND > 0
                PERFORM AddModeration
            END-IF
    END-EVALUATE
    EXIT PARAGRAPH.

AddModeration.
    ADD 1 TO COUNT-MODERATION
    MOVE "M" TO NEW-EVENT-KIND
    MOVE SPACES TO NEW-EVENT-TEXT
    STRING FUNCTION TRIM(LINE-TEXT) " - issued by " FUNCTION TRIM(LINE-SOURCE) INTO NEW-EVENT-TEXT
    PERFORM AddEvent
    EXIT PARAGRAPH.

SortEvents.
    *> each source is already in time order, but one section can draw on
    *> two of them (idle kicks come from the server log, the rest from the
    *> audit trail) - an insertion sort on the stamp merges them, and keeps
    *> same-second events in the order they were read
    PERFORM VARYING EVENT-INDEX FROM 2 BY 1 UNTIL EVENT-INDEX > EVENT-COUNT
        MOVE EVENT-ROW(EVENT-INDEX) TO EVENT-HOLD
        COMPUTE EVENT-INDEX-2 = EVENT-INDEX - 1
        PERFORM UNTIL EVENT-INDEX-2 = 0
            IF EVENT-STAMP(EVENT-INDEX-2) <= HOLD-STAMP
                EXIT PERFORM
            END-IF
            MOVE EVENT-ROW(EVENT-INDEX-2) TO EVENT-ROW(EVENT-INDEX-2 + 1)
            SUBTRACT 1 FROM EVENT-INDEX-2
        END-PERFORM
        MOVE EVENT-HOLD TO EVENT-ROW(EVENT-INDEX-2 + 1)
    END-PERFORM
    EXIT PARAGRAPH.

ScanBlockLog.
    MOVE SPACE TO SECTION-KIND
    PERFORM WritePatternFile
    MOVE "report/casefile-blocks.txt" TO SCRATCH-NAME
    MOVE SPACES TO SHELL-COMMAND
    STRING "cat save/blocklog.txt.1 save/blocklog.txt 2>/dev/null | grep -aiF -f " FUNCTION TRIM(PATTERNS-NAME)
        " > " FUNCTION TRIM(SCRATCH-NAME)
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    PERFORM ReadScratch
    MOVE SCRATCH-CUT TO BLOCKS-CUT-NOTE
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM BlockLogLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

BlockLogLine.
    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    IF FUNCTION UPPER-CASE(FIELD-PLAYER) NOT = CASE-NAME-UPPER OR FIELD-STAMP IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    COMPUTE CHANGE-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE CHANGE-Z = FUNCTION NUMVAL(FIELD-Z)
    IF FIELD-DIM = "1"
        MOVE 1 TO CHANGE-DIM
    ELSE
        MOVE 0 TO CHANGE-DIM
    END-IF
    COMPUTE CHANGE-REGION-X = FUNCTION INTEGER(CHANGE-X / 512)
    COMPUTE CHANGE-REGION-Z = FUNCTION INTEGER(CHANGE-Z / 512)

    MOVE SPACES TO SEEN-STAMP
    STRING FIELD-STAMP(1:4) "-" FIELD-STAMP(5:2) "-" FIELD-STAMP(7:2) " "
        FIELD-STAMP(9:2) ":" FIELD-STAMP(11:2) ":" FIELD-STAMP(13:2)
        INTO SEEN-STAMP
    PERFORM MarkSeenStamp

    *> consecutive changes are nearly always the same day and area
    MOVE 0 TO AREA-INDEX
    IF LAST-AREA-INDEX > 0
        IF AREA-DAY(LAST-AREA-INDEX) = FIELD-STAMP(1:8) AND AREA-DIM(LAST-AREA-INDEX) = CHANGE-DIM
                AND AREA-REGION-X(LAST-AREA-INDEX) = CHANGE-REGION-X
                AND AREA-REGION-Z(LAST-AREA-INDEX) = CHANGE-REGION-Z
            MOVE LAST-AREA-INDEX TO AREA-INDEX
        END-IF
    END-IF
    IF AREA-INDEX = 0
        PERFORM VARYING LAST-AREA-INDEX FROM 1 BY 1 UNTIL LAST-AREA-INDEX > AREA-COUNT OR AREA-INDEX > 0
            IF AREA-DAY(LAST-AREA-INDEX) = FIELD-STAMP(1:8) AND AREA-DIM(LAST-AREA-INDEX) = CHANGE-DIM
                    AND AREA-REGION-X(LAST-AREA-INDEX) = CHANGE-REGION-X
                    AND AREA-REGION-Z(LAST-AREA-INDEX) = CHANGE-REGION-Z
                MOVE LAST-AREA-INDEX TO AREA-INDEX
            END-IF
        END-PERFORM
    END-IF
    IF AREA-INDEX = 0
        IF AREA-COUNT >= AREA-MAX
            ADD 1 TO AREA-DROPPED
            MOVE 0 TO LAST-AREA-INDEX
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO AREA-COUNT
        MOVE AREA-COUNT TO AREA-INDEX
        MOVE FIELD-STAMP(1:8) TO AREA-DAY(AREA-INDEX)
        MOVE CHANGE-DIM TO AREA-DIM(AREA-INDEX)
        MOVE CHANGE-REGION-X TO AREA-REGION-X(AREA-INDEX)
        MOVE CHANGE-REGION-Z TO AREA-REGION-Z(AREA-INDEX)
        MOVE 0 TO AREA-BROKEN(AREA-INDEX)
        MOVE 0 TO AREA-PLACED(AREA-INDEX)
    END-IF
    MOVE AREA-INDEX TO LAST-AREA-INDEX

    *> turning a block into air is a break; anything else is a placement
    IF FUNCTION TRIM(FIELD-ID) = "0"
        ADD 1 TO AREA-BROKEN(AREA-INDEX)
        ADD 1 TO COUNT-BROKEN
    ELSE
        ADD 1 TO AREA-PLACED(AREA-INDEX)
        ADD 1 TO COUNT-PLACED
    END-IF
    EXIT PARAGRAPH.

WriteCaseFile.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Case file - " CASE-NAME(1:CASE-NAME-LEN) X"0A"
        "Compiled " REPORT-DATE " from logs/server.log(.1), the audit trail and its archives, save/blocklog.txt(.1) and save/playerdata" X"0A"
        X"0A" "Identity" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteIdentity

    MOVE "L" TO SECTION-KIND
    MOVE COUNT-LOGINS TO NUM-DISPLAY
    STRING X"0A" "Logins and logouts (" FUNCTION TRIM(NUM-DISPLAY) " login(s))" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteEventSection

    MOVE "R" TO SECTION-KIND
    MOVE COUNT-REJECTIONS TO NUM-DISPLAY
    STRING X"0A" "Login rejections (" FUNCTION TRIM(NUM-DISPLAY) ")" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteEventSection

    MOVE "M" TO SECTION-KIND
    MOVE COUNT-MODERATION TO NUM-DISPLAY
    STRING X"0A" "Kicks, bans, mutes, pardons and chat filter hits (" FUNCTION TRIM(NUM-DISPLAY) ")" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteEventSection

    IF COUNT-COMMANDS > 0
        MOVE "C" TO SECTION-KIND
        MOVE COUNT-COMMANDS TO NUM-DISPLAY
        STRING X"0A" "Admin commands issued by this player (" FUNCTION TRIM(NUM-DISPLAY) ")" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM WriteEventSection
    END-IF

    MOVE "D" TO SECTION-KIND
    MOVE COUNT-DEATHS TO NUM-DISPLAY
    STRING X"0A" "Deaths (" FUNCTION TRIM(NUM-DISPLAY) ")" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteEventSection

    MOVE "P" TO SECTION-KIND
    MOVE COUNT-PVP-KILLS TO NUM-DISPLAY
    MOVE COUNT-PVP-DEATHS TO NUM-DISPLAY-2
    STRING X"0A" "PvP (" FUNCTION TRIM(NUM-DISPLAY) " kill(s), " FUNCTION TRIM(NUM-DISPLAY-2) " death(s) to players)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM WriteEventSection

    PERFORM WriteBlockSummary
    PERFORM WriteSnapshot

    IF SERVER-CUT-NOTE = 1 OR AUDIT-CUT-NOTE = 1 OR BLOCKS-CUT-NOTE = 1 OR EVENT-DROPPED > 0 OR AREA-DROPPED > 0
        STRING X"0A" "Notes" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF SERVER-CUT-NOTE = 1
        STRING "  the server log lines for this player exceeded the read buffer - only the newest 4 MiB were read" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF AUDIT-CUT-NOTE = 1
        STRING "  the audit lines for this player exceeded the read buffer - only the newest 4 MiB were read" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF BLOCKS-CUT-NOTE = 1
        STRING "  the block log lines for this player exceeded the read buffer - only the newest 4 MiB were read" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF EVENT-DROPPED > 0
        MOVE EVENT-DROPPED TO NUM-DISPLAY
        STRING "  " FUNCTION TRIM(NUM-DISPLAY) " event(s) past the first 5000 were counted but not listed" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF AREA-DROPPED > 0
        MOVE AREA-DROPPED TO NUM-DISPLAY
        STRING "  " FUNCTION TRIM(NUM-DISPLAY) " block change(s) past the first 2000 day/region rows were not summarised" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/casefile-" CASE-NAME(1:CASE-NAME-LEN) "-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

WriteIdentity.
    STRING "  name: " CASE-NAME(1:CASE-NAME-LEN) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF MATCH-COUNT = 0
        STRING "  save file: none in save/playerdata" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        IF QUARANTINED-NOTE = 1
            STRING " - a quarantined copy is in " FUNCTION TRIM(QUARANTINE-NAME) INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING MATCH-INDEX FROM 1 BY 1 UNTIL MATCH-INDEX > MATCH-COUNT
        STRING "  save file: save/playerdata/" FUNCTION TRIM(MATCH-STEM(MATCH-INDEX)) ".dat" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        IF MATCH-IS-UUID(MATCH-INDEX) = 1
            STRING " (UUID-keyed)" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        ELSE
            STRING " (username-keyed)" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        IF MATCH-INDEX = CHOSEN-MATCH
            STRING " - snapshot below" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM

    *> the save file's own last-seen stamp counts as a sighting too
    IF SNAPSHOT-LOADED = 1 AND PLAYER-LAST-SEEN(PLAYER-SLOT) IS NUMERIC
        MOVE SPACES TO SEEN-STAMP
        STRING PLAYER-LAST-SEEN(PLAYER-SLOT)(1:4) "-" PLAYER-LAST-SEEN(PLAYER-SLOT)(5:2) "-"
            PLAYER-LAST-SEEN(PLAYER-SLOT)(7:2) " " PLAYER-LAST-SEEN(PLAYER-SLOT)(9:2) ":"
            PLAYER-LAST-SEEN(PLAYER-SLOT)(11:2) ":" PLAYER-LAST-SEEN(PLAYER-SLOT)(13:2)
            INTO SEEN-STAMP
        PERFORM MarkSeenStamp
    END-IF
    IF FIRST-SEEN = SPACES
        STRING "  first seen: not in any log on disk" X"0A" "  last seen: not in any log on disk" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING "  first seen: " FIRST-SEEN " (as far back as the logs on disk reach)" X"0A"
            "  last seen: " LAST-SEEN X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    IF ADDRESS-COUNT = 0
        STRING "  addresses: none logged" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING "  addresses:" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING ADDRESS-INDEX FROM 1 BY 1 UNTIL ADDRESS-INDEX > ADDRESS-COUNT
        MOVE ADDRESS-LOGINS(ADDRESS-INDEX) TO NUM-DISPLAY
        STRING "    " FUNCTION TRIM(ADDRESS-VALUE(ADDRESS-INDEX)) " - " FUNCTION TRIM(NUM-DISPLAY)
            " login(s), last " ADDRESS-LAST(ADDRESS-INDEX) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

WriteEventSection.
    *> every event of SECTION-KIND, logins and logouts together
    MOVE 0 TO SECTION-TALLY
    PERFORM VARYING EVENT-INDEX FROM 1 BY 1 UNTIL EVENT-INDEX > EVENT-COUNT
        IF EVENT-KIND(EVENT-INDEX) = SECTION-KIND
                OR (SECTION-KIND = "L" AND EVENT-KIND(EVENT-INDEX) = "Q")
            ADD 1 TO SECTION-TALLY
            STRING "  " EVENT-STAMP(EVENT-INDEX) "  " FUNCTION TRIM(EVENT-TEXT(EVENT-INDEX)) X"0A"
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
    END-PERFORM
    IF SECTION-TALLY = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

WriteBlockSummary.
    MOVE COUNT-BROKEN TO NUM-DISPLAY
    MOVE COUNT-PLACED TO NUM-DISPLAY-2
    STRING X"0A" "Block changes by day and region (" FUNCTION TRIM(NUM-DISPLAY) " broken, "
        FUNCTION TRIM(NUM-DISPLAY-2) " placed)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF AREA-COUNT = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > AREA-COUNT
        STRING "  " AREA-DAY(AREA-INDEX)(1:4) "-" AREA-DAY(AREA-INDEX)(5:2) "-" AREA-DAY(AREA-INDEX)(7:2)
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        IF AREA-DIM(AREA-INDEX) = 1
            STRING "  nether    " INTO OUT-BUFFER WITH POINTER OUT-POINTER
        ELSE
            STRING "  overworld " INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        COMPUTE NUM-DISPLAY = AREA-REGION-X(AREA-INDEX) * 512
        COMPUTE NUM-DISPLAY-2 = AREA-REGION-X(AREA-INDEX) * 512 + 511
        COMPUTE NUM-DISPLAY-3 = AREA-REGION-Z(AREA-INDEX) * 512
        COMPUTE NUM-DISPLAY-4 = AREA-REGION-Z(AREA-INDEX) * 512 + 511
        STRING "x " FUNCTION TRIM(NUM-DISPLAY) ".." FUNCTION TRIM(NUM-DISPLAY-2)
            " z " FUNCTION TRIM(NUM-DISPLAY-3) ".." FUNCTION TRIM(NUM-DISPLAY-4)
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        MOVE AREA-BROKEN(AREA-INDEX) TO NUM-DISPLAY
        MOVE AREA-PLACED(AREA-INDEX) TO NUM-DISPLAY-2
        STRING ": " FUNCTION TRIM(NUM-DISPLAY) " broken, " FUNCTION TRIM(NUM-DISPLAY-2) " placed" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

WriteSnapshot.
    STRING X"0A" "Save file snapshot" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF SNAPSHOT-LOADED = 0
        IF CHOSEN-MATCH = 0
            STRING "  no save file" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        ELSE
            IF SNAPSHOT-FAILURE = 2
                STRING "  written by a newer server build - not decoded" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
            ELSE
                STRING "  does not decode - run PlayerDataCheck" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE PLAYER-GAMEMODE(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-HEALTH(PLAYER-SLOT) TO HEALTH-DISPLAY
    MOVE PLAYER-FOOD(PLAYER-SLOT) TO NUM-DISPLAY-2
    STRING "  gamemode " FUNCTION TRIM(NUM-DISPLAY) ", health " FUNCTION TRIM(HEALTH-DISPLAY)
        ", food " FUNCTION TRIM(NUM-DISPLAY-2) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    COMPUTE NUM-DISPLAY = FUNCTION INTEGER(PLAYER-X(PLAYER-SLOT))
    COMPUTE NUM-DISPLAY-2 = FUNCTION INTEGER(PLAYER-Y(PLAYER-SLOT))
    COMPUTE NUM-DISPLAY-3 = FUNCTION INTEGER(PLAYER-Z(PLAYER-SLOT))
    STRING "  position " FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(NUM-DISPLAY-2) " " FUNCTION TRIM(NUM-DISPLAY-3)
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF PLAYER-DIMENSION(PLAYER-SLOT) = 1
        STRING " in the nether" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING " in the overworld" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING HOME-INDEX FROM 1 BY 1 UNTIL HOME-INDEX > 3
        IF PLAYER-HOME-SET(PLAYER-SLOT, HOME-INDEX) = 1
            COMPUTE NUM-DISPLAY = FUNCTION INTEGER(PLAYER-HOME-X(PLAYER-SLOT, HOME-INDEX))
            COMPUTE NUM-DISPLAY-2 = FUNCTION INTEGER(PLAYER-HOME-Y(PLAYER-SLOT, HOME-INDEX))
            COMPUTE NUM-DISPLAY-3 = FUNCTION INTEGER(PLAYER-HOME-Z(PLAYER-SLOT, HOME-INDEX))
            STRING "  home " FUNCTION TRIM(PLAYER-HOME-NAME(PLAYER-SLOT, HOME-INDEX)) " at " FUNCTION TRIM(NUM-DISPLAY)
                " " FUNCTION TRIM(NUM-DISPLAY-2) " " FUNCTION TRIM(NUM-DISPLAY-3) X"0A"
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
    END-PERFORM
    MOVE PLAYER-BALANCE(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-MAIL-COUNT(PLAYER-SLOT) TO NUM-DISPLAY-2
    STRING "  bank balance " FUNCTION TRIM(NUM-DISPLAY) " emerald(s), " FUNCTION TRIM(NUM-DISPLAY-2) " unread mail" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING X"0A" "  Statistics" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE PLAYER-BLOCKS-PLACED(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-STAT-BLOCKS-BROKEN(PLAYER-SLOT) TO NUM-DISPLAY-2
    MOVE PLAYER-STAT-DIAMONDS-MINED(PLAYER-SLOT) TO NUM-DISPLAY-3
    STRING "    blocks placed " FUNCTION TRIM(NUM-DISPLAY) ", broken " FUNCTION TRIM(NUM-DISPLAY-2)
        ", diamond ore mined " FUNCTION TRIM(NUM-DISPLAY-3) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE PLAYER-STAT-DEATHS(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-STAT-MOBS-KILLED(PLAYER-SLOT) TO NUM-DISPLAY-2
    STRING "    deaths " FUNCTION TRIM(NUM-DISPLAY) ", mobs killed " FUNCTION TRIM(NUM-DISPLAY-2) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    COMPUTE HOURS-DISPLAY = PLAYER-STAT-PLAYTIME(PLAYER-SLOT) / 72000
    COMPUTE KM-DISPLAY = PLAYER-STAT-DISTANCE-CM(PLAYER-SLOT) / 100000
    STRING "    playtime " FUNCTION TRIM(HOURS-DISPLAY) " hour(s), distance travelled " FUNCTION TRIM(KM-DISPLAY) " km" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE PLAYER-EXPERIENCE-LEVEL(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-EXPERIENCE-TOTAL(PLAYER-SLOT) TO NUM-DISPLAY-2
    MOVE PLAYER-ADV-COUNT(PLAYER-SLOT) TO NUM-DISPLAY-3
    STRING "    experience level " FUNCTION TRIM(NUM-DISPLAY) " (" FUNCTION TRIM(NUM-DISPLAY-2) " points), "
        FUNCTION TRIM(NUM-DISPLAY-3) " advancement(s)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING X"0A" "  Inventory" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE 0 TO SLOT-SHOWN
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        MOVE PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM WriteSlot
    END-PERFORM
    IF SLOT-SHOWN = 0
        STRING "    empty" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    STRING X"0A" "  Ender chest" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE 0 TO SLOT-SHOWN
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM WriteSlot
    END-PERFORM
    IF SLOT-SHOWN = 0
        STRING "    empty" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

WriteSlot.
    IF SLOT-ITEM-COUNT = 0 OR SLOT-ITEM-ID < 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SLOT-SHOWN
    MOVE SPACES TO ITEM-NAME
    CALL "Items-Get-Name" USING SLOT-ITEM-ID ITEM-NAME
    IF ITEM-NAME = SPACES
        MOVE SLOT-ITEM-ID TO NUM-DISPLAY-3
        STRING "unknown item id " FUNCTION TRIM(NUM-DISPLAY-3) INTO ITEM-NAME
    END-IF
    MOVE SLOT-INDEX TO NUM-DISPLAY
    MOVE SLOT-ITEM-COUNT TO NUM-DISPLAY-2
    STRING "    slot " FUNCTION TRIM(NUM-DISPLAY) ": " FUNCTION TRIM(NUM-DISPLAY-2) " x " FUNCTION TRIM(ITEM-NAME) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

END PROGRAM CaseFile.
