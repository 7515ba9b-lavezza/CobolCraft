*> --- PlayerEdit ---
*> Standalone batch program: looks at or changes one save/playerdata file
*> while its player is offline, decoding and re-encoding it through
*> Player-LoadDataFromFile and Player-SaveData - the same code the live server
*> runs at login and logout. Run it from a shell, the same way BackupRestore is
*> run:
*>
*>     PlayerEdit show      <player>
*>     PlayerEdit tp        <player> <x> <y> <z> [overworld|nether]
*>     PlayerEdit warp      <player> <warp> [overworld|nether]
*>     PlayerEdit gamemode  <player> <survival|creative|adventure|spectator>
*>     PlayerEdit inventory <player> <slot 1-46> clear | <item> <count>
*>     PlayerEdit armor     <player> <head|chest|legs|feet> clear | <item> <count>
*>     PlayerEdit ender     <player> <slot 1-27> clear | <item> <count>
*>     PlayerEdit delhome   <player> <home>
*>     PlayerEdit resetstat <player> <stat|all>
*>     PlayerEdit clearmail <player>
*>
*> <player> is a name - the username-keyed file of that name, else the
*> UUID-keyed file whose lastKnownName matches, case-insensitively, as
*> BackupRestore finds a player - or the 32 hex digits of a UUID-keyed file.
*> "show" prints the whole record; inventory slots are numbered as
*> PlayerDataCheck reports them (1 crafting output, 2-5 crafting grid, 6-9
*> armor, 10-36 main, 37-45 hotbar, 46 offhand). An item is a registry name,
*> with or without "minecraft:", and a count is 1-64; a set slot loses any NBT
*> it had. "warp" moves the player to a warp in save/warps.txt, leaving the
*> dimension alone unless one is given, the same as /warp. The stats are
*> blocksPlaced, blocksBroken, deaths, mobsKilled, playTime, distanceCm,
*> diamondsMined and fishCaught, as Player-SaveData names them.
*>
*> A change is refused while the file's lastSeen is under ten minutes old -
*> Player-AutosaveAll rewrites an online player's file every five minutes, and
*> would put the change straight back. Before the file is rewritten it is
*> copied under backups/pre-edit-<yyyymmddhhmmss>/playerdata/ (not listed in
*> backups/index.txt, so Backup-Run never prunes it), and one line goes to the
*> audit trail, logs/audit.log, with source "playeredit". The rewritten file
*> keeps its lastSeen - an edit is not a visit.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerEdit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 RUN-STAMP            PIC X(14).
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 ARG-VERB             PIC X(16).
    01 ARG-PLAYER           PIC X(48).
    01 ARG-3                PIC X(64).
    01 ARG-4                PIC X(32).
    01 ARG-5                PIC X(32).
    01 ARG-6                PIC X(32).
    01 ARG-7                PIC X(32).
    01 SHELL-COMMAND        PIC X(512).
    01 SHELL-STATUS         BINARY-LONG.
    01 SAFETY-DIR           PIC X(64).
    *> directory listing - one "ls" into a scratch index file, as in
    *> PlayerReport
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(255).
    01 FILE-STEM-LEN        BINARY-LONG UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 SAVE-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    COPY DD-PLAYERS.
    COPY DD-WARPS.
    *> the player's file
    01 PLAYER-STEM          PIC X(64).
    01 PLAYER-WANTED        PIC X(16).
    01 STEM-IS-UUID         BINARY-CHAR UNSIGNED.
    01 HEX-DIGITS           PIC X(16)   VALUE "0123456789abcdef".
    01 HEX-INDEX            BINARY-LONG UNSIGNED.
    01 HEX-HIGH             BINARY-LONG UNSIGNED.
    01 HEX-LOW              BINARY-LONG UNSIGNED.
    *> the online guard - minutes since lastSeen
    01 C-OFFLINE-MINUTES    BINARY-LONG             VALUE 10.
    01 NOW-MINUTES          BINARY-DOUBLE.
    01 SEEN-MINUTES         BINARY-DOUBLE.
    *> the change being made
    01 CHANGE-TEXT          PIC X(160).
    01 CHANGE-TEXT-POS      BINARY-LONG UNSIGNED.
    01 EDIT-DIM             PIC X(10).
    01 EDIT-X               FLOAT-LONG.
    01 EDIT-Y               FLOAT-LONG.
    01 EDIT-Z               FLOAT-LONG.
    01 WARP-NAME-WANTED     PIC X(16).
    01 WARP-FOUND           BINARY-LONG UNSIGNED.
    01 WARP-FAILURE         BINARY-CHAR UNSIGNED.
    01 SLOT-AREA            PIC X(9).
    01 SLOT-NUMBER          BINARY-LONG UNSIGNED.
    01 SLOT-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-LABEL           PIC X(10).
    01 ITEM-WANTED          PIC X(50).
    01 ITEM-ID              BINARY-LONG.
    01 ITEM-COUNT           BINARY-LONG.
    01 C-STACK-LIMIT        BINARY-LONG             VALUE 64.
    01 ITEM-NAME            PIC X(50).
    01 SLOT-NBT-LENGTH      BINARY-LONG UNSIGNED.
    01 HOME-INDEX           BINARY-LONG UNSIGNED.
    01 HOME-WANTED          PIC X(16).
    01 LIST-INDEX           BINARY-LONG UNSIGNED.
    *> audit line - see Audit-Log
    01 C-AUDIT-SOURCE       PIC X(16)   VALUE "playeredit".
    01 AUDIT-TEXT           PIC X(256).
    01 AUDIT-TEXT-POS       BINARY-LONG UNSIGNED.
    01 AUDIT-TEXT-LEN       BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 COORD-DISPLAY        PIC -(9)9.99.
    01 COORD-DISPLAY-2      PIC -(9)9.99.
    01 COORD-DISPLAY-3      PIC -(9)9.99.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE TIMESTAMP-RAW(1:14) TO RUN-STAMP
    CALL "CBL_CREATE_DIR" USING "report"

    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-VERB ARG-PLAYER ARG-3 ARG-4 ARG-5 ARG-6 ARG-7
    MOVE 1 TO ARG-POINTER
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES
        INTO ARG-VERB ARG-PLAYER ARG-3 ARG-4 ARG-5 ARG-6 ARG-7
        WITH POINTER ARG-POINTER
    MOVE FUNCTION LOWER-CASE(ARG-VERB) TO ARG-VERB

    EVALUATE ARG-VERB
        WHEN "show"
        WHEN "tp"
        WHEN "warp"
        WHEN "gamemode"
        WHEN "inventory"
        WHEN "armor"
        WHEN "ender"
        WHEN "delhome"
        WHEN "resetstat"
        WHEN "clearmail"
            CONTINUE
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE
    *> a name, or the 32 hex digits of a UUID-keyed file
    IF ARG-PLAYER = SPACES OR (ARG-PLAYER(17:) NOT = SPACES AND ARG-PLAYER(33:) NOT = SPACES)
        PERFORM ShowUsage
        STOP RUN
    END-IF

    PERFORM FindPlayerFile
    IF PLAYER-STEM = SPACES
        DISPLAY "PlayerEdit: no save file for " FUNCTION TRIM(ARG-PLAYER) " in save/playerdata"
        STOP RUN
    END-IF
    PERFORM LoadPlayerFile

    IF ARG-VERB = "show"
        PERFORM ShowPlayer
        STOP RUN
    END-IF

    PERFORM CheckOffline
    MOVE SPACES TO CHANGE-TEXT
    MOVE 1 TO CHANGE-TEXT-POS
    EVALUATE ARG-VERB
        WHEN "tp"
            PERFORM EditTeleport
        WHEN "warp"
            PERFORM EditWarp
        WHEN "gamemode"
            PERFORM EditGamemode
        WHEN "inventory"
        WHEN "armor"
        WHEN "ender"
            PERFORM EditSlot
        WHEN "delhome"
            PERFORM EditDeleteHome
        WHEN "resetstat"
            PERFORM EditResetStat
        WHEN "clearmail"
            PERFORM EditClearMail
    END-EVALUATE
    PERFORM SavePlayerFile
    STOP RUN.

ShowUsage.
    DISPLAY "Usage: PlayerEdit show      <player>"
    DISPLAY "       PlayerEdit tp        <player> <x> <y> <z> [overworld|nether]"
    DISPLAY "       PlayerEdit warp      <player> <warp> [overworld|nether]"
    DISPLAY "       PlayerEdit gamemode  <player> <survival|creative|adventure|spectator>"
    DISPLAY "       PlayerEdit inventory <player> <slot 1-46> clear | <item> <count>"
    DISPLAY "       PlayerEdit armor     <player> <head|chest|legs|feet> clear | <item> <count>"
    DISPLAY "       PlayerEdit ender     <player> <slot 1-27> clear | <item> <count>"
    DISPLAY "       PlayerEdit delhome   <player> <home>"
    DISPLAY "       PlayerEdit resetstat <player> <stat|all>"
    DISPLAY "       PlayerEdit clearmail <player>"
    EXIT PARAGRAPH.

FindPlayerFile.
    *> a UUID-keyed file by its hex name; else the username-keyed file by
    *> name; else the UUID-keyed file whose decoded lastKnownName matches,
    *> case-insensitively
    MOVE SPACES TO PLAYER-STEM
    MOVE 0 TO STEM-IS-UUID
    IF FUNCTION LENGTH(FUNCTION TRIM(ARG-PLAYER)) = 32
        MOVE FUNCTION LOWER-CASE(ARG-PLAYER) TO CURRENT-LINE
        MOVE 32 TO FILE-STEM-LEN
        PERFORM CheckUuidStem
        IF STEM-IS-UUID = 1
            MOVE SPACES TO DATA-FILE-NAME
            STRING "save/playerdata/" CURRENT-LINE(1:32) ".dat" INTO DATA-FILE-NAME
            CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
            IF FILE-SIZE > 0
                MOVE CURRENT-LINE(1:32) TO PLAYER-STEM
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FUNCTION TRIM(ARG-PLAYER) ".dat" INTO DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
    IF FILE-SIZE > 0
        MOVE ARG-PLAYER TO PLAYER-STEM
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(ARG-PLAYER) TO PLAYER-WANTED
    MOVE SPACES TO SHELL-COMMAND
    STRING "ls save/playerdata > report/playeredit-index.txt 2>/dev/null" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING "report/playeredit-index.txt" INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 0 TO INDEX-BUFFER-LENGTH
    END-IF
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH OR PLAYER-STEM NOT = SPACES
        MOVE SPACES TO CURRENT-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER INDEX-POINTER
        MOVE FUNCTION TRIM(CURRENT-LINE) TO CURRENT-LINE
        COMPUTE FILE-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF CURRENT-LINE NOT = SPACES AND FILE-STEM-LEN = 36 AND CURRENT-LINE(33:4) = ".dat"
            MOVE 32 TO FILE-STEM-LEN
            PERFORM CheckUuidStem
            IF STEM-IS-UUID = 1
                INITIALIZE PLAYERS(PLAYER-SLOT)
                MOVE SPACES TO DATA-FILE-NAME
                STRING "save/playerdata/" CURRENT-LINE(1:36) INTO DATA-FILE-NAME
                CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
                IF LOAD-FAILURE = 0 AND FUNCTION UPPER-CASE(USERNAME(PLAYER-SLOT)) = PLAYER-WANTED
                    MOVE CURRENT-LINE(1:32) TO PLAYER-STEM
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF PLAYER-STEM = SPACES
        MOVE 0 TO STEM-IS-UUID
    END-IF
    EXIT PARAGRAPH.

CheckUuidStem.
    *> CURRENT-LINE(1:32) is a UUID-keyed file's stem - 32 lowercase hex digits
    MOVE 1 TO STEM-IS-UUID
    PERFORM VARYING HEX-INDEX FROM 1 BY 1 UNTIL HEX-INDEX > 32
        IF CURRENT-LINE(HEX-INDEX:1) IS NOT NUMERIC
                AND (CURRENT-LINE(HEX-INDEX:1) < "a" OR CURRENT-LINE(HEX-INDEX:1) > "f")
            MOVE 0 TO STEM-IS-UUID
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LoadPlayerFile.
    INITIALIZE PLAYERS(PLAYER-SLOT)
    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FUNCTION TRIM(PLAYER-STEM) ".dat" INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    EVALUATE LOAD-FAILURE
        WHEN 1
            DISPLAY "PlayerEdit: " FUNCTION TRIM(DATA-FILE-NAME) " does not decode - see PlayerDataCheck"
            STOP RUN
        WHEN 2
            DISPLAY "PlayerEdit: " FUNCTION TRIM(DATA-FILE-NAME) " was written by a newer build - left alone"
            STOP RUN
    END-EVALUATE

    *> Player-SaveData picks its file name from the identity fields, so they
    *> are set to write back to the file just read
    IF STEM-IS-UUID = 1
        PERFORM VARYING HEX-INDEX FROM 1 BY 1 UNTIL HEX-INDEX > 16
            PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > 16
                IF PLAYER-STEM(HEX-INDEX * 2 - 1:1) = HEX-DIGITS(LIST-INDEX:1)
                    COMPUTE HEX-HIGH = LIST-INDEX - 1
                END-IF
                IF PLAYER-STEM(HEX-INDEX * 2:1) = HEX-DIGITS(LIST-INDEX:1)
                    COMPUTE HEX-LOW = LIST-INDEX - 1
                END-IF
            END-PERFORM
            MOVE FUNCTION CHAR(HEX-HIGH * 16 + HEX-LOW + 1) TO PLAYER-UUID(PLAYER-SLOT)(HEX-INDEX:1)
        END-PERFORM
        MOVE 1 TO PLAYER-UUID-SET(PLAYER-SLOT)
        IF USERNAME-LENGTH(PLAYER-SLOT) = 0
            MOVE ARG-PLAYER TO USERNAME(PLAYER-SLOT)
            COMPUTE USERNAME-LENGTH(PLAYER-SLOT) = FUNCTION LENGTH(FUNCTION TRIM(ARG-PLAYER))
        END-IF
    ELSE
        MOVE 0 TO PLAYER-UUID-SET(PLAYER-SLOT)
        MOVE SPACES TO USERNAME(PLAYER-SLOT)
        MOVE PLAYER-STEM TO USERNAME(PLAYER-SLOT)
        COMPUTE USERNAME-LENGTH(PLAYER-SLOT) = FUNCTION LENGTH(FUNCTION TRIM(PLAYER-STEM))
    END-IF
    MOVE 1 TO PLAYER-KEEP-LAST-SEEN(PLAYER-SLOT)
    EXIT PARAGRAPH.

CheckOffline.
    *> an online player's file is autosaved every five minutes, so a lastSeen
    *> this recent means the player may still be on
    IF PLAYER-LAST-SEEN(PLAYER-SLOT) = SPACES OR PLAYER-LAST-SEEN(PLAYER-SLOT) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    COMPUTE NOW-MINUTES = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-STAMP(1:8))) * 1440
        + FUNCTION NUMVAL(RUN-STAMP(9:2)) * 60 + FUNCTION NUMVAL(RUN-STAMP(11:2))
    COMPUTE SEEN-MINUTES = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PLAYER-LAST-SEEN(PLAYER-SLOT)(1:8))) * 1440
        + FUNCTION NUMVAL(PLAYER-LAST-SEEN(PLAYER-SLOT)(9:2)) * 60
        + FUNCTION NUMVAL(PLAYER-LAST-SEEN(PLAYER-SLOT)(11:2))
    IF NOW-MINUTES - SEEN-MINUTES < C-OFFLINE-MINUTES
        MOVE C-OFFLINE-MINUTES TO NUM-DISPLAY
        DISPLAY "PlayerEdit: " FUNCTION TRIM(ARG-PLAYER) " was saved less than " FUNCTION TRIM(NUM-DISPLAY)
            " minutes ago and may still be online - nothing changed"
        STOP RUN
    END-IF
    EXIT PARAGRAPH.

EditTeleport.
    IF ARG-5 = SPACES OR ARG-7 NOT = SPACES
            OR FUNCTION TEST-NUMVAL(ARG-3) NOT = 0 OR FUNCTION TEST-NUMVAL(ARG-4) NOT = 0
            OR FUNCTION TEST-NUMVAL(ARG-5) NOT = 0
        PERFORM ShowUsage
        STOP RUN
    END-IF
    COMPUTE EDIT-X = FUNCTION NUMVAL(ARG-3)
    COMPUTE EDIT-Y = FUNCTION NUMVAL(ARG-4)
    COMPUTE EDIT-Z = FUNCTION NUMVAL(ARG-5)
    MOVE ARG-6 TO EDIT-DIM
    PERFORM MovePlayer
    EXIT PARAGRAPH.

EditWarp.
    IF ARG-3 = SPACES OR ARG-3(17:) NOT = SPACES OR ARG-5 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    CALL "Warps-Load" USING WARP-FAILURE
    MOVE ARG-3 TO WARP-NAME-WANTED
    CALL "Warps-Find" USING WARP-NAME-WANTED WARP-FOUND
    IF WARP-FOUND = 0
        DISPLAY "PlayerEdit: no warp " FUNCTION TRIM(WARP-NAME-WANTED) " in save/warps.txt - nothing changed"
        STOP RUN
    END-IF
    MOVE WARP-X(WARP-FOUND) TO EDIT-X
    MOVE WARP-Y(WARP-FOUND) TO EDIT-Y
    MOVE WARP-Z(WARP-FOUND) TO EDIT-Z
    MOVE ARG-4 TO EDIT-DIM
    STRING "warp " FUNCTION TRIM(WARP-NAME-WANTED) ", " INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    PERFORM MovePlayer
    EXIT PARAGRAPH.

MovePlayer.
    *> EDIT-X/Y/Z, and EDIT-DIM if one was given; the fall starts afresh
    MOVE FUNCTION LOWER-CASE(EDIT-DIM) TO EDIT-DIM
    EVALUATE EDIT-DIM
        WHEN SPACES
            CONTINUE
        WHEN "overworld"
            MOVE 0 TO PLAYER-DIMENSION(PLAYER-SLOT)
        WHEN "nether"
            MOVE 1 TO PLAYER-DIMENSION(PLAYER-SLOT)
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE
    MOVE EDIT-X TO PLAYER-X(PLAYER-SLOT)
    MOVE EDIT-Y TO PLAYER-Y(PLAYER-SLOT)
    MOVE EDIT-Z TO PLAYER-Z(PLAYER-SLOT)
    MOVE EDIT-Y TO PLAYER-FALL-START-Y(PLAYER-SLOT)
    MOVE EDIT-X TO COORD-DISPLAY
    MOVE EDIT-Y TO COORD-DISPLAY-2
    MOVE EDIT-Z TO COORD-DISPLAY-3
    STRING "moved to " FUNCTION TRIM(COORD-DISPLAY) " " FUNCTION TRIM(COORD-DISPLAY-2) " "
        FUNCTION TRIM(COORD-DISPLAY-3) INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    IF PLAYER-DIMENSION(PLAYER-SLOT) = 1
        STRING " in the nether" INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    ELSE
        STRING " in the overworld" INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    END-IF
    EXIT PARAGRAPH.

EditGamemode.
    IF ARG-3 = SPACES OR ARG-4 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    MOVE FUNCTION LOWER-CASE(ARG-3) TO ARG-3
    EVALUATE ARG-3
        WHEN "survival"
        WHEN "0"
            MOVE 0 TO PLAYER-GAMEMODE(PLAYER-SLOT)
        WHEN "creative"
        WHEN "1"
            MOVE 1 TO PLAYER-GAMEMODE(PLAYER-SLOT)
        WHEN "adventure"
        WHEN "2"
            MOVE 2 TO PLAYER-GAMEMODE(PLAYER-SLOT)
        WHEN "spectator"
        WHEN "3"
            MOVE 3 TO PLAYER-GAMEMODE(PLAYER-SLOT)
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE
    PERFORM NameGamemode
    STRING "gamemode set to " FUNCTION TRIM(ITEM-NAME) INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    EXIT PARAGRAPH.

NameGamemode.
    EVALUATE PLAYER-GAMEMODE(PLAYER-SLOT)
        WHEN 0
            MOVE "survival" TO ITEM-NAME
        WHEN 1
            MOVE "creative" TO ITEM-NAME
        WHEN 2
            MOVE "adventure" TO ITEM-NAME
        WHEN 3
            MOVE "spectator" TO ITEM-NAME
        WHEN OTHER
            MOVE PLAYER-GAMEMODE(PLAYER-SLOT) TO NUM-DISPLAY
            MOVE SPACES TO ITEM-NAME
            STRING "unknown (" FUNCTION TRIM(NUM-DISPLAY) ")" INTO ITEM-NAME
    END-EVALUATE
    EXIT PARAGRAPH.

EditSlot.
    *> <area> <player> <slot> clear | <item> <count>
    MOVE ARG-VERB TO SLOT-AREA
    MOVE FUNCTION LOWER-CASE(ARG-3) TO ARG-3
    MOVE FUNCTION LOWER-CASE(ARG-4) TO ARG-4
    IF ARG-4 = SPACES OR ARG-6 NOT = SPACES
            OR (ARG-4 = "clear" AND ARG-5 NOT = SPACES)
            OR (ARG-4 NOT = "clear" AND ARG-5 = SPACES)
        PERFORM ShowUsage
        STOP RUN
    END-IF

    MOVE 0 TO SLOT-NUMBER
    IF SLOT-AREA = "armor"
        EVALUATE ARG-3
            WHEN "head"
                MOVE 1 TO SLOT-NUMBER
            WHEN "chest"
                MOVE 2 TO SLOT-NUMBER
            WHEN "legs"
                MOVE 3 TO SLOT-NUMBER
            WHEN "feet"
                MOVE 4 TO SLOT-NUMBER
        END-EVALUATE
        COMPUTE SLOT-INDEX = SLOT-NUMBER + 5
    ELSE
        IF FUNCTION TEST-NUMVAL(ARG-3) = 0
            COMPUTE SLOT-NUMBER = FUNCTION NUMVAL(ARG-3)
        END-IF
        IF (SLOT-AREA = "inventory" AND SLOT-NUMBER > 46) OR (SLOT-AREA = "ender" AND SLOT-NUMBER > 27)
            MOVE 0 TO SLOT-NUMBER
        END-IF
        MOVE SLOT-NUMBER TO SLOT-INDEX
    END-IF
    IF SLOT-NUMBER = 0
        PERFORM ShowUsage
        STOP RUN
    END-IF

    IF ARG-4 = "clear"
        IF SLOT-AREA = "ender"
            MOVE -1 TO PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX)
            MOVE 0 TO PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX)
            MOVE 0 TO PLAYER-ENDER-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX)
        ELSE
            MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX)
            MOVE 0 TO PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX)
            MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX)
        END-IF
        STRING FUNCTION TRIM(SLOT-AREA) " slot " FUNCTION TRIM(ARG-3) " cleared"
            INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO ITEM-WANTED
    IF ARG-4(1:10) = "minecraft:"
        MOVE ARG-4 TO ITEM-WANTED
    ELSE
        STRING "minecraft:" FUNCTION TRIM(ARG-4) INTO ITEM-WANTED
    END-IF
    CALL "Items-Get-Id" USING ITEM-WANTED ITEM-ID
    IF ITEM-ID < 0
        DISPLAY "PlayerEdit: unknown item " FUNCTION TRIM(ITEM-WANTED) " - nothing changed"
        STOP RUN
    END-IF
    MOVE 0 TO ITEM-COUNT
    IF FUNCTION TEST-NUMVAL(ARG-5) = 0
        COMPUTE ITEM-COUNT = FUNCTION NUMVAL(ARG-5)
    END-IF
    IF ITEM-COUNT < 1 OR ITEM-COUNT > C-STACK-LIMIT
        DISPLAY "PlayerEdit: a count is 1 to 64 - nothing changed"
        STOP RUN
    END-IF
    IF SLOT-AREA = "ender"
        MOVE ITEM-ID TO PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX)
        MOVE ITEM-COUNT TO PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX)
        MOVE 0 TO PLAYER-ENDER-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX)
    ELSE
        MOVE ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX)
        MOVE ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX)
    END-IF
    MOVE ITEM-COUNT TO NUM-DISPLAY
    STRING FUNCTION TRIM(SLOT-AREA) " slot " FUNCTION TRIM(ARG-3) " set to " FUNCTION TRIM(NUM-DISPLAY)
        " " FUNCTION TRIM(ITEM-WANTED) INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    EXIT PARAGRAPH.

EditDeleteHome.
    IF ARG-3 = SPACES OR ARG-3(17:) NOT = SPACES OR ARG-4 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    MOVE ARG-3 TO HOME-WANTED
    MOVE 0 TO HOME-INDEX
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > 3
        IF PLAYER-HOME-SET(PLAYER-SLOT, LIST-INDEX) = 1 AND PLAYER-HOME-NAME(PLAYER-SLOT, LIST-INDEX) = HOME-WANTED
            MOVE LIST-INDEX TO HOME-INDEX
        END-IF
    END-PERFORM
    IF HOME-INDEX = 0
        DISPLAY "PlayerEdit: " FUNCTION TRIM(ARG-PLAYER) " has no home " FUNCTION TRIM(HOME-WANTED) " - nothing changed"
        STOP RUN
    END-IF
    MOVE 0 TO PLAYER-HOME-SET(PLAYER-SLOT, HOME-INDEX)
    STRING "home " FUNCTION TRIM(HOME-WANTED) " removed" INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    EXIT PARAGRAPH.

EditResetStat.
    IF ARG-3 = SPACES OR ARG-4 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    MOVE FUNCTION LOWER-CASE(ARG-3) TO ARG-3
    EVALUATE ARG-3
        WHEN "blocksplaced"
            MOVE 0 TO PLAYER-BLOCKS-PLACED(PLAYER-SLOT)
        WHEN "blocksbroken"
            MOVE 0 TO PLAYER-STAT-BLOCKS-BROKEN(PLAYER-SLOT)
        WHEN "deaths"
            MOVE 0 TO PLAYER-STAT-DEATHS(PLAYER-SLOT)
        WHEN "mobskilled"
            MOVE 0 TO PLAYER-STAT-MOBS-KILLED(PLAYER-SLOT)
        WHEN "playtime"
            MOVE 0 TO PLAYER-STAT-PLAYTIME(PLAYER-SLOT)
        WHEN "distancecm"
            MOVE 0 TO PLAYER-STAT-DISTANCE-CM(PLAYER-SLOT)
        WHEN "diamondsmined"
            MOVE 0 TO PLAYER-STAT-DIAMONDS-MINED(PLAYER-SLOT)
        WHEN "fishcaught"
            MOVE 0 TO PLAYER-STAT-FISH-CAUGHT(PLAYER-SLOT)
        WHEN "all"
            MOVE 0 TO PLAYER-BLOCKS-PLACED(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-BLOCKS-BROKEN(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-DEATHS(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-MOBS-KILLED(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-PLAYTIME(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-DISTANCE-CM(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-DIAMONDS-MINED(PLAYER-SLOT)
            MOVE 0 TO PLAYER-STAT-FISH-CAUGHT(PLAYER-SLOT)
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE
    IF ARG-3 = "all"
        STRING "all stats reset" INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    ELSE
        STRING "stat " FUNCTION TRIM(ARG-3) " reset" INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    END-IF
    EXIT PARAGRAPH.

EditClearMail.
    IF ARG-3 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    MOVE PLAYER-MAIL-COUNT(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE 0 TO PLAYER-MAIL-COUNT(PLAYER-SLOT)
    STRING "mailbox cleared (" FUNCTION TRIM(NUM-DISPLAY) " message(s))"
        INTO CHANGE-TEXT WITH POINTER CHANGE-TEXT-POS
    EXIT PARAGRAPH.

SavePlayerFile.
    *> the before-image first; nothing is written without it
    MOVE SPACES TO SAFETY-DIR
    STRING "backups/pre-edit-" RUN-STAMP INTO SAFETY-DIR
    MOVE SPACES TO SHELL-COMMAND
    STRING "mkdir -p " FUNCTION TRIM(SAFETY-DIR) "/playerdata && cp save/playerdata/" FUNCTION TRIM(PLAYER-STEM)
        ".dat " FUNCTION TRIM(SAFETY-DIR) "/playerdata/" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        DISPLAY "PlayerEdit: could not keep a copy of save/playerdata/" FUNCTION TRIM(PLAYER-STEM)
            ".dat - nothing changed"
        STOP RUN
    END-IF

    CALL "Player-SaveData" USING PLAYER-SLOT SAVE-FAILURE
    IF SAVE-FAILURE NOT = 0
        DISPLAY "PlayerEdit: could not write save/playerdata/" FUNCTION TRIM(PLAYER-STEM)
            ".dat - the previous file is in " FUNCTION TRIM(SAFETY-DIR)
        STOP RUN
    END-IF

    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "edited player " USERNAME(PLAYER-SLOT)(1:USERNAME-LENGTH(PLAYER-SLOT)) " ("
        FUNCTION TRIM(PLAYER-STEM) ".dat): " CHANGE-TEXT(1:CHANGE-TEXT-POS - 1)
        " (previous file kept in " FUNCTION TRIM(SAFETY-DIR) ")" INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    PERFORM WriteAudit
    DISPLAY "PlayerEdit: " USERNAME(PLAYER-SLOT)(1:USERNAME-LENGTH(PLAYER-SLOT)) " - "
        CHANGE-TEXT(1:CHANGE-TEXT-POS - 1)
    DISPLAY "            the previous file is in " FUNCTION TRIM(SAFETY-DIR)
    EXIT PARAGRAPH.

ShowPlayer.
    DISPLAY "Player:     " USERNAME(PLAYER-SLOT)(1:USERNAME-LENGTH(PLAYER-SLOT))
    DISPLAY "File:       save/playerdata/" FUNCTION TRIM(PLAYER-STEM) ".dat"
    IF PLAYER-LAST-SEEN(PLAYER-SLOT) = SPACES
        DISPLAY "Last seen:  -"
    ELSE
        DISPLAY "Last seen:  " PLAYER-LAST-SEEN(PLAYER-SLOT)(1:4) "-" PLAYER-LAST-SEEN(PLAYER-SLOT)(5:2) "-"
            PLAYER-LAST-SEEN(PLAYER-SLOT)(7:2) " " PLAYER-LAST-SEEN(PLAYER-SLOT)(9:2) ":"
            PLAYER-LAST-SEEN(PLAYER-SLOT)(11:2) ":" PLAYER-LAST-SEEN(PLAYER-SLOT)(13:2)
    END-IF
    PERFORM NameGamemode
    DISPLAY "Gamemode:   " FUNCTION TRIM(ITEM-NAME)
    MOVE PLAYER-X(PLAYER-SLOT) TO COORD-DISPLAY
    MOVE PLAYER-Y(PLAYER-SLOT) TO COORD-DISPLAY-2
    MOVE PLAYER-Z(PLAYER-SLOT) TO COORD-DISPLAY-3
    IF PLAYER-DIMENSION(PLAYER-SLOT) = 1
        MOVE "nether" TO EDIT-DIM
    ELSE
        MOVE "overworld" TO EDIT-DIM
    END-IF
    DISPLAY "Position:   " FUNCTION TRIM(COORD-DISPLAY) " " FUNCTION TRIM(COORD-DISPLAY-2) " "
        FUNCTION TRIM(COORD-DISPLAY-3) " in the " FUNCTION TRIM(EDIT-DIM)
    MOVE PLAYER-YAW(PLAYER-SLOT) TO COORD-DISPLAY
    MOVE PLAYER-PITCH(PLAYER-SLOT) TO COORD-DISPLAY-2
    DISPLAY "Facing:     yaw " FUNCTION TRIM(COORD-DISPLAY) " pitch " FUNCTION TRIM(COORD-DISPLAY-2)
    IF PLAYER-SPAWN-SET(PLAYER-SLOT) = 1
        MOVE PLAYER-SPAWN-X(PLAYER-SLOT) TO COORD-DISPLAY
        MOVE PLAYER-SPAWN-Y(PLAYER-SLOT) TO COORD-DISPLAY-2
        MOVE PLAYER-SPAWN-Z(PLAYER-SLOT) TO COORD-DISPLAY-3
        DISPLAY "Bed spawn:  " FUNCTION TRIM(COORD-DISPLAY) " " FUNCTION TRIM(COORD-DISPLAY-2) " "
            FUNCTION TRIM(COORD-DISPLAY-3)
    ELSE
        DISPLAY "Bed spawn:  -"
    END-IF
    MOVE PLAYER-HEALTH(PLAYER-SLOT) TO COORD-DISPLAY
    MOVE PLAYER-FOOD(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-SATURATION(PLAYER-SLOT) TO COORD-DISPLAY-2
    DISPLAY "Health:     " FUNCTION TRIM(COORD-DISPLAY) "  food " FUNCTION TRIM(NUM-DISPLAY)
        "  saturation " FUNCTION TRIM(COORD-DISPLAY-2)
    MOVE PLAYER-EXPERIENCE-LEVEL(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-EXPERIENCE(PLAYER-SLOT) TO COORD-DISPLAY
    MOVE PLAYER-EXPERIENCE-TOTAL(PLAYER-SLOT) TO NUM-DISPLAY-2
    DISPLAY "Experience: level " FUNCTION TRIM(NUM-DISPLAY) " progress " FUNCTION TRIM(COORD-DISPLAY)
        " total " FUNCTION TRIM(NUM-DISPLAY-2)
    MOVE PLAYER-BALANCE(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "Balance:    " FUNCTION TRIM(NUM-DISPLAY) " emerald(s)"
    COMPUTE NUM-DISPLAY = PLAYER-HOTBAR(PLAYER-SLOT) + 1
    DISPLAY "Hotbar:     slot " FUNCTION TRIM(NUM-DISPLAY) " selected"

    DISPLAY "Homes:"
    MOVE 0 TO HOME-INDEX
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > 3
        IF PLAYER-HOME-SET(PLAYER-SLOT, LIST-INDEX) = 1
            ADD 1 TO HOME-INDEX
            MOVE PLAYER-HOME-X(PLAYER-SLOT, LIST-INDEX) TO COORD-DISPLAY
            MOVE PLAYER-HOME-Y(PLAYER-SLOT, LIST-INDEX) TO COORD-DISPLAY-2
            MOVE PLAYER-HOME-Z(PLAYER-SLOT, LIST-INDEX) TO COORD-DISPLAY-3
            DISPLAY "  " PLAYER-HOME-NAME(PLAYER-SLOT, LIST-INDEX) " " FUNCTION TRIM(COORD-DISPLAY) " "
                FUNCTION TRIM(COORD-DISPLAY-2) " " FUNCTION TRIM(COORD-DISPLAY-3)
        END-IF
    END-PERFORM
    IF HOME-INDEX = 0
        DISPLAY "  (none)"
    END-IF

    DISPLAY "Inventory:"
    MOVE 0 TO ITEM-COUNT
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        IF PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) >= 0
                AND PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) > 0
            ADD 1 TO ITEM-COUNT
            EVALUATE SLOT-INDEX
                WHEN 1
                    MOVE "(crafted)" TO SLOT-LABEL
                WHEN 2 THRU 5
                    MOVE "(crafting)" TO SLOT-LABEL
                WHEN 6
                    MOVE "(head)" TO SLOT-LABEL
                WHEN 7
                    MOVE "(chest)" TO SLOT-LABEL
                WHEN 8
                    MOVE "(legs)" TO SLOT-LABEL
                WHEN 9
                    MOVE "(feet)" TO SLOT-LABEL
                WHEN 37 THRU 45
                    MOVE "(hotbar)" TO SLOT-LABEL
                WHEN 46
                    MOVE "(offhand)" TO SLOT-LABEL
                WHEN OTHER
                    MOVE SPACES TO SLOT-LABEL
            END-EVALUATE
            MOVE PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO ITEM-ID
            MOVE PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO NUM-DISPLAY-2
            MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX) TO SLOT-NBT-LENGTH
            PERFORM ShowSlot
        END-IF
    END-PERFORM
    IF ITEM-COUNT = 0
        DISPLAY "  (empty)"
    END-IF

    DISPLAY "Ender chest:"
    MOVE 0 TO ITEM-COUNT
    MOVE SPACES TO SLOT-LABEL
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        IF PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) >= 0
                AND PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) > 0
            ADD 1 TO ITEM-COUNT
            MOVE PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO ITEM-ID
            MOVE PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO NUM-DISPLAY-2
            MOVE PLAYER-ENDER-SLOT-NBT-LENGTH(PLAYER-SLOT, SLOT-INDEX) TO SLOT-NBT-LENGTH
            PERFORM ShowSlot
        END-IF
    END-PERFORM
    IF ITEM-COUNT = 0
        DISPLAY "  (empty)"
    END-IF

    DISPLAY "Stats:"
    MOVE PLAYER-BLOCKS-PLACED(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  blocksPlaced  " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-BLOCKS-BROKEN(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  blocksBroken  " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-DEATHS(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  deaths        " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-MOBS-KILLED(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  mobsKilled    " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-PLAYTIME(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  playTime      " FUNCTION TRIM(NUM-DISPLAY) " tick(s)"
    MOVE PLAYER-STAT-DISTANCE-CM(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  distanceCm    " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-DIAMONDS-MINED(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  diamondsMined " FUNCTION TRIM(NUM-DISPLAY)
    MOVE PLAYER-STAT-FISH-CAUGHT(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "  fishCaught    " FUNCTION TRIM(NUM-DISPLAY)

    MOVE PLAYER-ADV-COUNT(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "Advancements: " FUNCTION TRIM(NUM-DISPLAY)
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > PLAYER-ADV-COUNT(PLAYER-SLOT) OR LIST-INDEX > 32
        DISPLAY "  " FUNCTION TRIM(PLAYER-ADV(PLAYER-SLOT, LIST-INDEX))
    END-PERFORM

    MOVE PLAYER-IGNORE-COUNT(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "Ignoring: " FUNCTION TRIM(NUM-DISPLAY)
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > PLAYER-IGNORE-COUNT(PLAYER-SLOT) OR LIST-INDEX > 10
        DISPLAY "  " FUNCTION TRIM(PLAYER-IGNORE(PLAYER-SLOT, LIST-INDEX))
    END-PERFORM

    MOVE PLAYER-MAIL-COUNT(PLAYER-SLOT) TO NUM-DISPLAY
    DISPLAY "Mail: " FUNCTION TRIM(NUM-DISPLAY) " message(s)"
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > PLAYER-MAIL-COUNT(PLAYER-SLOT) OR LIST-INDEX > 10
        IF PLAYER-MAIL-TEXT-LEN(PLAYER-SLOT, LIST-INDEX) > 0
            DISPLAY "  from " FUNCTION TRIM(PLAYER-MAIL-FROM(PLAYER-SLOT, LIST-INDEX)) ": "
                PLAYER-MAIL-TEXT(PLAYER-SLOT, LIST-INDEX)(1:PLAYER-MAIL-TEXT-LEN(PLAYER-SLOT, LIST-INDEX))
        ELSE
            DISPLAY "  from " FUNCTION TRIM(PLAYER-MAIL-FROM(PLAYER-SLOT, LIST-INDEX)) ": (empty)"
        END-IF
    END-PERFORM

    MOVE PLAYER-REWARD-STREAK(PLAYER-SLOT) TO NUM-DISPLAY
    MOVE PLAYER-REWARD-PLAYTIME-MIN(PLAYER-SLOT) TO NUM-DISPLAY-2
    MOVE PLAYER-REWARD-OWED-COUNT(PLAYER-SLOT) TO NUM-DISPLAY-3
    IF PLAYER-REWARD-LAST-DAY(PLAYER-SLOT) = SPACES
        DISPLAY "Rewards:    last daily claim -, streak " FUNCTION TRIM(NUM-DISPLAY)
    ELSE
        DISPLAY "Rewards:    last daily claim " PLAYER-REWARD-LAST-DAY(PLAYER-SLOT) ", streak " FUNCTION TRIM(NUM-DISPLAY)
    END-IF
    DISPLAY "            playtime milestone " FUNCTION TRIM(NUM-DISPLAY-2) " minute(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " reward(s) owed"
    PERFORM VARYING LIST-INDEX FROM 1 BY 1 UNTIL LIST-INDEX > PLAYER-REWARD-OWED-COUNT(PLAYER-SLOT) OR LIST-INDEX > 10
        MOVE PLAYER-REWARD-OWED-AMOUNT(PLAYER-SLOT, LIST-INDEX) TO NUM-DISPLAY
        DISPLAY "  owed " FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(PLAYER-REWARD-OWED-ITEM(PLAYER-SLOT, LIST-INDEX))
            " (" FUNCTION TRIM(PLAYER-REWARD-OWED-KIND(PLAYER-SLOT, LIST-INDEX)) ")"
    END-PERFORM
    EXIT PARAGRAPH.

ShowSlot.
    *> one slot line: SLOT-INDEX, SLOT-LABEL, ITEM-ID, the count in
    *> NUM-DISPLAY-2 and SLOT-NBT-LENGTH
    MOVE SLOT-INDEX TO NUM-DISPLAY
    MOVE SLOT-NBT-LENGTH TO NUM-DISPLAY-3
    CALL "Items-Get-Name" USING ITEM-ID ITEM-NAME
    IF SLOT-NBT-LENGTH = 0
        DISPLAY "  " NUM-DISPLAY(13:3) " " SLOT-LABEL " " FUNCTION TRIM(NUM-DISPLAY-2) " x "
            FUNCTION TRIM(ITEM-NAME)
    ELSE
        DISPLAY "  " NUM-DISPLAY(13:3) " " SLOT-LABEL " " FUNCTION TRIM(NUM-DISPLAY-2) " x "
            FUNCTION TRIM(ITEM-NAME) " (" FUNCTION TRIM(NUM-DISPLAY-3) " byte(s) of NBT)"
    END-IF
    EXIT PARAGRAPH.

WriteAudit.
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "CBL_CREATE_DIR" USING "logs"
    CALL "Audit-Log" USING C-AUDIT-SOURCE AUDIT-TEXT AUDIT-TEXT-LEN
    EXIT PARAGRAPH.

END PROGRAM PlayerEdit.
