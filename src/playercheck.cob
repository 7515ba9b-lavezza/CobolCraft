*> --- PlayerDataCheck ---
*> Standalone batch program: decodes every save/playerdata/*.dat through
*> Player-LoadDataFromFile - the exact decode the live server runs at login -
*> and writes report/playerdata-check-<date>.txt listing every problem found:
*>
*>   - files that do not decode at all; these are moved to
*>     save/quarantine/playerdata/ so the server can never quietly start that
*>     player over on defaults (Player-LoadData refuses the login while the
*>     quarantined copy is there - restore it by moving it back by hand)
*>   - files written by a newer build (left where they are; the login gate
*>     already refuses them)
*>   - inventory and ender chest items the item registry doesn't know, and
*>     stack counts above the 64-item stack limit
*>   - positions outside the world - beyond the build height or the world
*>     radius - or in a dimension the server doesn't have
*>   - homes and spawn points in chunks no region file holds
*>   - username-keyed and UUID-keyed files that both claim the same player
*>
*> Run it from a shell with the server down, the same way PlayerReport is run:
*>
*>     PlayerDataCheck [<world radius in blocks>]
*>
*> The radius defaults to 16384, the region sweep World-VerifyChunks covers.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerDataCheck.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 REPORT-DATE          PIC X(10).
    01 COMMAND-ARGS         PIC X(255).
    01 C-DEFAULT-RADIUS     BINARY-LONG             VALUE 16384.
    01 WORLD-RADIUS         BINARY-LONG.
    *> playerdata enumeration - one "ls" into a scratch index file, as in
    *> PlayerReport
    01 SHELL-COMMAND        PIC X(255).
    01 SHELL-STATUS         BINARY-LONG.
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(255).
    01 FILE-STEM            PIC X(64).
    01 FILE-STEM-LEN        BINARY-LONG UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 QUARANTINE-NAME      PIC X(255).
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    01 SLOT-INDEX           BINARY-LONG UNSIGNED.
    01 HOME-INDEX           BINARY-LONG UNSIGNED.
    01 HEX-INDEX            BINARY-LONG UNSIGNED.
    01 STEM-IS-UUID         BINARY-CHAR UNSIGNED.
    *> the slot being checked
    01 SLOT-ITEM-ID         BINARY-LONG.
    01 SLOT-ITEM-COUNT      BINARY-LONG UNSIGNED.
    01 SLOT-WHERE           PIC X(16).
    01 C-STACK-LIMIT        BINARY-LONG UNSIGNED    VALUE 64.
    01 ITEM-NAME            PIC X(50).
    *> the position being checked, in whole blocks
    01 CHECK-WHAT           PIC X(24).
    01 CHECK-X              FLOAT-LONG.
    01 CHECK-Y              FLOAT-LONG.
    01 CHECK-Z              FLOAT-LONG.
    01 CHECK-POSITION.
        02 CHECK-BLOCK-X        BINARY-LONG.
        02 CHECK-BLOCK-Y        BINARY-LONG.
        02 CHECK-BLOCK-Z        BINARY-LONG.
    01 CHECK-OUT-OF-BOUNDS  BINARY-CHAR UNSIGNED.
    01 CHECK-CHUNK-X        BINARY-LONG.
    01 CHECK-CHUNK-Z        BINARY-LONG.
    01 CHECK-CHUNK-FOUND    BINARY-CHAR UNSIGNED.
    01 CHUNK-DATA           PIC X(1048576).
    01 CHUNK-DATA-LENGTH    BINARY-LONG UNSIGNED.
    01 CHUNK-COMPRESSION    BINARY-CHAR UNSIGNED.
    *> every decoded file and the player it claims, for the duplicate check
    01 CLAIM-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 CLAIM-ROW OCCURS 5000 TIMES.
        02 CLAIM-STEM           PIC X(64).
        02 CLAIM-NAME           PIC X(16).
        02 CLAIM-IS-UUID        BINARY-CHAR UNSIGNED.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX-2        BINARY-LONG UNSIGNED.
    01 TABLE-FULL-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    *> tallies
    01 FILES-SCANNED        BINARY-LONG UNSIGNED    VALUE 0.
    01 FILES-WITH-PROBLEMS  BINARY-LONG UNSIGNED    VALUE 0.
    01 FILES-QUARANTINED    BINARY-LONG UNSIGNED    VALUE 0.
    01 PROBLEM-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 FILE-PROBLEMS        BINARY-LONG UNSIGNED.
    *> problem lines are collected first so the totals can head the report
    01 PROBLEM-BUFFER       PIC X(1000000).
    01 PROBLEM-POINTER      BINARY-LONG UNSIGNED    VALUE 1.
    01 PROBLEM-TEXT         PIC X(160).
    01 PROBLEM-TEXT-POS     BINARY-LONG UNSIGNED.
    *> output building
    01 OUT-BUFFER           PIC X(1000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    *> the live player table, reused one slot at a time as a decode target
    COPY DD-PLAYERS.
    COPY DD-WORLD.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO REPORT-DATE
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    CALL "CBL_CREATE_DIR" USING "report"

    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE C-DEFAULT-RADIUS TO WORLD-RADIUS
    IF COMMAND-ARGS NOT = SPACES
        IF FUNCTION TEST-NUMVAL(COMMAND-ARGS) = 0 AND FUNCTION NUMVAL(COMMAND-ARGS) > 0
            COMPUTE WORLD-RADIUS = FUNCTION NUMVAL(COMMAND-ARGS)
        ELSE
            DISPLAY "Usage: PlayerDataCheck [<world radius in blocks>]"
            STOP RUN
        END-IF
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING "ls save/playerdata > report/playerdata-index.txt" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING "report/playerdata-index.txt" INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND INDEX-BUFFER-LENGTH > 0
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
                PERFORM CheckOnePlayer
            END-IF
        END-PERFORM
    END-IF
    MOVE 0 TO WORLD-ACTIVE-DIM

    PERFORM CheckDuplicateClaims
    PERFORM WriteReport

    MOVE FILES-SCANNED TO NUM-DISPLAY
    MOVE PROBLEM-COUNT TO NUM-DISPLAY-2
    MOVE FILES-QUARANTINED TO NUM-DISPLAY-3
    DISPLAY "PlayerDataCheck: " FUNCTION TRIM(NUM-DISPLAY) " file(s), "
        FUNCTION TRIM(NUM-DISPLAY-2) " problem(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " quarantined - written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

CheckOnePlayer.
    *> decode into player slot 1, scrubbed between files; USERNAME starts as
    *> the file stem and is replaced by lastKnownName where the file has one
    ADD 1 TO FILES-SCANNED
    MOVE 0 TO FILE-PROBLEMS
    INITIALIZE PLAYERS(PLAYER-SLOT)
    MOVE SPACES TO USERNAME(PLAYER-SLOT)
    MOVE FILE-STEM(1:FUNCTION MIN(FILE-STEM-LEN, 16)) TO USERNAME(PLAYER-SLOT)
    COMPUTE USERNAME-LENGTH(PLAYER-SLOT) = FUNCTION MIN(FILE-STEM-LEN, 16)

    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FILE-STEM(1:FILE-STEM-LEN) ".dat" INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    IF LOAD-FAILURE = 2
        MOVE "written by a newer server build - left in place" TO PROBLEM-TEXT
        PERFORM AddProblem
        PERFORM CountFileProblems
        EXIT PARAGRAPH
    END-IF
    IF LOAD-FAILURE NOT = 0
        PERFORM QuarantineFile
        PERFORM CountFileProblems
        EXIT PARAGRAPH
    END-IF

    *> UUID-keyed files are named by 32 lowercase hex digits (see
    *> Player-UuidFileName); anything else is keyed by username
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
    IF CLAIM-COUNT < 5000
        ADD 1 TO CLAIM-COUNT
        MOVE FILE-STEM TO CLAIM-STEM(CLAIM-COUNT)
        MOVE FUNCTION UPPER-CASE(USERNAME(PLAYER-SLOT)) TO CLAIM-NAME(CLAIM-COUNT)
        MOVE STEM-IS-UUID TO CLAIM-IS-UUID(CLAIM-COUNT)
    ELSE
        MOVE 1 TO TABLE-FULL-NOTE
    END-IF

    MOVE "inventory" TO SLOT-WHERE
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        MOVE PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM CheckSlot
    END-PERFORM
    MOVE "ender chest" TO SLOT-WHERE
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM CheckSlot
    END-PERFORM

    IF PLAYER-DIMENSION(PLAYER-SLOT) > 1
        MOVE PLAYER-DIMENSION(PLAYER-SLOT) TO NUM-DISPLAY
        MOVE SPACES TO PROBLEM-TEXT
        STRING "position is in dimension " FUNCTION TRIM(NUM-DISPLAY) ", which does not exist" INTO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF
    MOVE "position" TO CHECK-WHAT
    MOVE PLAYER-X(PLAYER-SLOT) TO CHECK-X
    MOVE PLAYER-Y(PLAYER-SLOT) TO CHECK-Y
    MOVE PLAYER-Z(PLAYER-SLOT) TO CHECK-Z
    PERFORM CheckBounds

    PERFORM VARYING HOME-INDEX FROM 1 BY 1 UNTIL HOME-INDEX > 3
        IF PLAYER-HOME-SET(PLAYER-SLOT, HOME-INDEX) = 1
            MOVE SPACES TO CHECK-WHAT
            STRING "home " FUNCTION TRIM(PLAYER-HOME-NAME(PLAYER-SLOT, HOME-INDEX)) INTO CHECK-WHAT
            MOVE PLAYER-HOME-X(PLAYER-SLOT, HOME-INDEX) TO CHECK-X
            MOVE PLAYER-HOME-Y(PLAYER-SLOT, HOME-INDEX) TO CHECK-Y
            MOVE PLAYER-HOME-Z(PLAYER-SLOT, HOME-INDEX) TO CHECK-Z
            PERFORM CheckBounds
            PERFORM CheckGenerated
        END-IF
    END-PERFORM
    IF PLAYER-SPAWN-SET(PLAYER-SLOT) = 1
        MOVE "spawn point" TO CHECK-WHAT
        MOVE PLAYER-SPAWN-X(PLAYER-SLOT) TO CHECK-X
        MOVE PLAYER-SPAWN-Y(PLAYER-SLOT) TO CHECK-Y
        MOVE PLAYER-SPAWN-Z(PLAYER-SLOT) TO CHECK-Z
        PERFORM CheckBounds
        PERFORM CheckGenerated
    END-IF

    PERFORM CountFileProblems
    EXIT PARAGRAPH.

QuarantineFile.
    *> moved aside, not deleted - the file may still be hand-repairable, and
    *> while it sits in the quarantine folder Player-LoadData refuses the login
    CALL "CBL_CREATE_DIR" USING "save/quarantine"
    CALL "CBL_CREATE_DIR" USING "save/quarantine/playerdata"
    MOVE SPACES TO QUARANTINE-NAME
    STRING "save/quarantine/playerdata/" FILE-STEM(1:FILE-STEM-LEN) ".dat" INTO QUARANTINE-NAME
    CALL "Files-Rename" USING DATA-FILE-NAME QUARANTINE-NAME IO-FAILURE
    MOVE SPACES TO PROBLEM-TEXT
    IF IO-FAILURE = 0
        ADD 1 TO FILES-QUARANTINED
        STRING "does not decode - moved to " FUNCTION TRIM(QUARANTINE-NAME) INTO PROBLEM-TEXT
    ELSE
        STRING "does not decode - could not be moved to " FUNCTION TRIM(QUARANTINE-NAME) INTO PROBLEM-TEXT
    END-IF
    PERFORM AddProblem
    EXIT PARAGRAPH.

CheckSlot.
    IF SLOT-ITEM-COUNT = 0 OR SLOT-ITEM-ID < 0
        EXIT PARAGRAPH
    END-IF
    MOVE SLOT-INDEX TO NUM-DISPLAY
    MOVE SPACES TO ITEM-NAME
    CALL "Items-Get-Name" USING SLOT-ITEM-ID ITEM-NAME
    IF ITEM-NAME = SPACES
        MOVE SLOT-ITEM-ID TO NUM-DISPLAY-2
        MOVE SPACES TO PROBLEM-TEXT
        STRING FUNCTION TRIM(SLOT-WHERE) " slot " FUNCTION TRIM(NUM-DISPLAY)
            " holds item id " FUNCTION TRIM(NUM-DISPLAY-2) ", which the item registry does not know"
            INTO PROBLEM-TEXT
        PERFORM AddProblem
        MOVE "unknown item" TO ITEM-NAME
    END-IF
    IF SLOT-ITEM-COUNT > C-STACK-LIMIT
        MOVE SLOT-ITEM-COUNT TO NUM-DISPLAY-2
        MOVE SPACES TO PROBLEM-TEXT
        STRING FUNCTION TRIM(SLOT-WHERE) " slot " FUNCTION TRIM(NUM-DISPLAY)
            " holds " FUNCTION TRIM(NUM-DISPLAY-2) " x " FUNCTION TRIM(ITEM-NAME) ", above the stack limit"
            INTO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckBounds.
    COMPUTE CHECK-BLOCK-X = FUNCTION INTEGER(CHECK-X)
    COMPUTE CHECK-BLOCK-Y = FUNCTION INTEGER(CHECK-Y)
    COMPUTE CHECK-BLOCK-Z = FUNCTION INTEGER(CHECK-Z)
    CALL "World-CheckBounds" USING CHECK-POSITION CHECK-OUT-OF-BOUNDS
    IF CHECK-BLOCK-X > WORLD-RADIUS OR CHECK-BLOCK-X < 0 - WORLD-RADIUS
            OR CHECK-BLOCK-Z > WORLD-RADIUS OR CHECK-BLOCK-Z < 0 - WORLD-RADIUS
        MOVE 1 TO CHECK-OUT-OF-BOUNDS
    END-IF
    IF CHECK-OUT-OF-BOUNDS NOT = 0
        PERFORM FormatCheckPosition
        STRING " is outside the world" INTO PROBLEM-TEXT WITH POINTER PROBLEM-TEXT-POS
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckGenerated.
    *> homes carry no dimension of their own, so a home counts as reachable
    *> when either dimension has its chunk; a bed spawn is always overworld
    COMPUTE CHECK-CHUNK-X = FUNCTION INTEGER(CHECK-X / 16)
    COMPUTE CHECK-CHUNK-Z = FUNCTION INTEGER(CHECK-Z / 16)
    MOVE 0 TO CHECK-CHUNK-FOUND
    PERFORM VARYING WORLD-ACTIVE-DIM FROM 0 BY 1 UNTIL WORLD-ACTIVE-DIM > 1 OR CHECK-CHUNK-FOUND = 1
        IF WORLD-ACTIVE-DIM = 0 OR CHECK-WHAT(1:5) = "home "
            CALL "World-RegionReadChunk" USING CHECK-CHUNK-X CHECK-CHUNK-Z CHUNK-DATA CHUNK-DATA-LENGTH CHUNK-COMPRESSION IO-FAILURE
            IF IO-FAILURE = 0
                MOVE 1 TO CHECK-CHUNK-FOUND
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO WORLD-ACTIVE-DIM
    IF CHECK-CHUNK-FOUND = 0
        PERFORM FormatCheckPosition
        STRING " is in a chunk no region file holds" INTO PROBLEM-TEXT WITH POINTER PROBLEM-TEXT-POS
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

FormatCheckPosition.
    *> "<what> <x> <y> <z>" into PROBLEM-TEXT, PROBLEM-TEXT-POS left after it
    MOVE SPACES TO PROBLEM-TEXT
    MOVE 1 TO PROBLEM-TEXT-POS
    MOVE CHECK-BLOCK-X TO NUM-DISPLAY
    MOVE CHECK-BLOCK-Y TO NUM-DISPLAY-2
    MOVE CHECK-BLOCK-Z TO NUM-DISPLAY-3
    STRING FUNCTION TRIM(CHECK-WHAT) " " FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(NUM-DISPLAY-2)
        " " FUNCTION TRIM(NUM-DISPLAY-3)
        INTO PROBLEM-TEXT WITH POINTER PROBLEM-TEXT-POS
    EXIT PARAGRAPH.

AddProblem.
    ADD 1 TO PROBLEM-COUNT
    ADD 1 TO FILE-PROBLEMS
    STRING "  " FILE-STEM(1:FILE-STEM-LEN) ".dat (" FUNCTION TRIM(USERNAME(PLAYER-SLOT)) "): "
        FUNCTION TRIM(PROBLEM-TEXT) X"0A"
        INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    EXIT PARAGRAPH.

CountFileProblems.
    IF FILE-PROBLEMS > 0
        ADD 1 TO FILES-WITH-PROBLEMS
    END-IF
    EXIT PARAGRAPH.

CheckDuplicateClaims.
    *> two files decoding to the same player name: typically the old
    *> username-keyed file left behind after online mode moved the player to
    *> a UUID-keyed one, and whichever is read first wins at login
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        PERFORM VARYING CLAIM-INDEX-2 FROM CLAIM-INDEX BY 1 UNTIL CLAIM-INDEX-2 > CLAIM-COUNT
            IF CLAIM-INDEX-2 > CLAIM-INDEX AND CLAIM-NAME(CLAIM-INDEX-2) = CLAIM-NAME(CLAIM-INDEX)
                PERFORM ReportDuplicateClaim
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

ReportDuplicateClaim.
    ADD 1 TO PROBLEM-COUNT
    STRING "  " FUNCTION TRIM(CLAIM-STEM(CLAIM-INDEX)) ".dat" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    IF CLAIM-IS-UUID(CLAIM-INDEX) = 1
        STRING " (UUID-keyed)" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    ELSE
        STRING " (username-keyed)" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    END-IF
    STRING " and " FUNCTION TRIM(CLAIM-STEM(CLAIM-INDEX-2)) ".dat" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    IF CLAIM-IS-UUID(CLAIM-INDEX-2) = 1
        STRING " (UUID-keyed)" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    ELSE
        STRING " (username-keyed)" INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    END-IF
    STRING " both claim player " FUNCTION TRIM(CLAIM-NAME(CLAIM-INDEX)) X"0A"
        INTO PROBLEM-BUFFER WITH POINTER PROBLEM-POINTER
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    MOVE FILES-SCANNED TO NUM-DISPLAY
    MOVE FILES-WITH-PROBLEMS TO NUM-DISPLAY-2
    MOVE FILES-QUARANTINED TO NUM-DISPLAY-3
    STRING "Playerdata check - " REPORT-DATE X"0A"
        "Files checked: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        "Files with problems: " FUNCTION TRIM(NUM-DISPLAY-2) X"0A"
        "Quarantined to save/quarantine/playerdata/: " FUNCTION TRIM(NUM-DISPLAY-3) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE WORLD-RADIUS TO NUM-DISPLAY
    STRING "World bounds: x and z within " FUNCTION TRIM(NUM-DISPLAY) ", y -64 to 319" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING X"0A" "Problems" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF PROBLEM-COUNT = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING PROBLEM-BUFFER(1:PROBLEM-POINTER - 1) INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    IF TABLE-FULL-NOTE = 1
        STRING X"0A" "Note: more save files than the duplicate check tracks - the rest were not compared." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/playerdata-check-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

END PROGRAM PlayerDataCheck.
