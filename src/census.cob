*> --- ItemCensus ---
*> Standalone batch program: totals every item in existence - the 46 inventory
*> and 27 ender chest slots of every save/playerdata/*.dat (decoded with
*> Player-LoadDataFromFile, as PlayerReport does), and every chest, furnace,
*> hopper and brewing stand stored in the overworld and nether region files
*> (decoded chunk by chunk through World-LoadChunk, the same block_entities walk
*> the live server runs) - and writes report/item-census-<date>.txt: per item
*> the total count, how many holders have any, and the top holders. Run it from
*> a shell with the server down, the same way PlayerReport is run:
*>
*>     ItemCensus
*>
*> The same report flags what usually means a duplication exploit: any stack
*> above the server's 64-item stack limit, and any item whose total jumped
*> sharply since the previous census. Each run appends its totals to
*> save/census-history.txt - "<yyyymmddhhmmss> <item> <total>" lines - and the
*> newest earlier run found there is the baseline the jump check compares to.
*> Items the server handed out as login and playtime rewards are read back from
*> save/reward-ledger.txt and shown against each item's total; rewards issued
*> since the baseline run are taken off an item's growth before the jump
*> check, so a generous reward calendar doesn't read as a duplication exploit.
*> Nothing in the world is written; every chunk is dropped from the cache
*> again as soon as its block entities are counted.
IDENTIFICATION DIVISION.
PROGRAM-ID. ItemCensus.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 RUN-STAMP            PIC X(14).
    01 REPORT-DATE          PIC X(10).
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
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    01 SLOT-INDEX           BINARY-LONG UNSIGNED.
    *> region sweep - only the 4 KiB offset table of each file is looked at
    *> here; the chunks themselves go through World-LoadChunk
    01 REGION-FILE-NAME     PIC X(255).
    01 REGION-BUFFER        PIC X(8388608).
    01 REGION-LENGTH        BINARY-LONG UNSIGNED.
    01 REGION-X             BINARY-LONG.
    01 REGION-Z             BINARY-LONG.
    01 CHUNK-SLOT           BINARY-LONG UNSIGNED.
    01 CHUNK-X              BINARY-LONG.
    01 CHUNK-Z              BINARY-LONG.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 HEADER-OFFSET        BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET        BINARY-LONG UNSIGNED.
    01 ENTITY-INDEX         BINARY-LONG UNSIGNED.
    01 CHUNKS-SCANNED       BINARY-LONG UNSIGNED    VALUE 0.
    01 PLAYERS-SCANNED      BINARY-LONG UNSIGNED    VALUE 0.
    01 BLOCKS-SCANNED       BINARY-LONG UNSIGNED    VALUE 0.
    *> the one holder (player or block entity) currently being counted: its
    *> label and its per-item subtotals, merged into the census when it is done
    01 HOLDER-NAME          PIC X(48).
    01 HOLDER-KIND          PIC X(8).
    01 HOLDER-POS-X         PIC -(9)9.
    01 HOLDER-POS-Y         PIC -(9)9.
    01 HOLDER-POS-Z         PIC -(9)9.
    01 HOLDER-DIM-NAME      PIC X(10).
    01 HOLDER-OUT-POS       BINARY-LONG UNSIGNED.
    01 HOLDER-COUNT         BINARY-LONG UNSIGNED.
    01 HOLDER-ITEM OCCURS 80 TIMES.
        02 HOLDER-ITEM-ID       BINARY-LONG.
        02 HOLDER-ITEM-TOTAL    BINARY-LONG UNSIGNED.
    01 HOLDER-INDEX         BINARY-LONG UNSIGNED.
    *> the slot being added to the current holder
    01 SLOT-ITEM-ID         BINARY-LONG.
    01 SLOT-ITEM-COUNT      BINARY-LONG UNSIGNED.
    01 SLOT-WHERE           PIC X(16).
    *> the census itself, one row per item
    01 C-TOP-HOLDERS        BINARY-LONG UNSIGNED    VALUE 5.
    01 C-STACK-LIMIT        BINARY-LONG UNSIGNED    VALUE 64.
    01 CENSUS-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
    01 CENSUS-ROW OCCURS 2000 TIMES.
        02 CENSUS-ITEM-ID       BINARY-LONG.
        02 CENSUS-ITEM-NAME     PIC X(50).
        02 CENSUS-TOTAL         BINARY-DOUBLE.
        02 CENSUS-HOLDERS       BINARY-LONG UNSIGNED.
        02 CENSUS-TOP OCCURS 5 TIMES.
            03 CENSUS-TOP-NAME      PIC X(48).
            03 CENSUS-TOP-COUNT     BINARY-LONG UNSIGNED.
    01 CENSUS-INDEX         BINARY-LONG UNSIGNED.
    01 CENSUS-INDEX-2       BINARY-LONG UNSIGNED.
    01 TOP-INDEX            BINARY-LONG UNSIGNED.
    01 TOP-INDEX-2          BINARY-LONG UNSIGNED.
    01 SWAP-ROW.
        02 SWAP-ITEM-ID         BINARY-LONG.
        02 SWAP-ITEM-NAME       PIC X(50).
        02 SWAP-TOTAL           BINARY-DOUBLE.
        02 SWAP-HOLDERS         BINARY-LONG UNSIGNED.
        02 SWAP-TOP OCCURS 5 TIMES.
            03 SWAP-TOP-NAME        PIC X(48).
            03 SWAP-TOP-COUNT       BINARY-LONG UNSIGNED.
    01 TABLE-FULL-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    *> oversized stacks, listed verbatim
    01 OVERSIZE-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
    01 OVERSIZE-LINES OCCURS 500 TIMES PIC X(160).
    01 ITEM-NAME            PIC X(50).
    *> the previous census run, from save/census-history.txt. An item counts as
    *> having jumped when it at least doubled and grew by C-JUMP-MIN-GROWTH or
    *> more - small stocks doubling is just ordinary play
    01 C-JUMP-MIN-GROWTH    BINARY-LONG UNSIGNED    VALUE 128.
    01 HISTORY-NAME         PIC X(24)   VALUE "save/census-history.txt".
    01 HISTORY-TAIL-NAME    PIC X(30)   VALUE "report/census-history-tail.txt".
    01 HISTORY-BUFFER       PIC X(4194304).
    01 HISTORY-BUFFER-MAX   BINARY-LONG UNSIGNED    VALUE 4194304.
    01 HISTORY-FILE-SIZE    BINARY-LONG UNSIGNED.
    01 HISTORY-LENGTH       BINARY-LONG UNSIGNED.
    01 HISTORY-POINTER      BINARY-LONG UNSIGNED.
    01 HISTORY-LINE         PIC X(128).
    01 HISTORY-STAMP        PIC X(14).
    01 HISTORY-ITEM         PIC X(50).
    01 HISTORY-TOTAL-TEXT   PIC X(20).
    01 PREVIOUS-STAMP       PIC X(14)   VALUE SPACES.
    01 PREVIOUS-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
    01 PREVIOUS-ROW OCCURS 2000 TIMES.
        02 PREVIOUS-ITEM        PIC X(50).
        02 PREVIOUS-TOTAL       BINARY-DOUBLE.
    01 PREVIOUS-INDEX       BINARY-LONG UNSIGNED.
    01 PREVIOUS-VALUE       BINARY-DOUBLE.
    01 JUMP-COUNT           BINARY-LONG UNSIGNED    VALUE 0.
    01 HISTORY-OUT-LINE     PIC X(100).
    *> reward items issued, from save/reward-ledger.txt - "<yyyymmddhhmmss>
    *> <player> <kind> <key> <item> <count> <where>" lines, appended by the
    *> server as it hands each reward out. A reward held back as "owed" was
    *> not in the world yet and is counted from the line written when it is
    *> finally delivered. Read whole when it fits the buffer, else tail-read
    *> like the history, and the report says the totals are partial.
    01 LEDGER-NAME          PIC X(22)   VALUE "save/reward-ledger.txt".
    01 LEDGER-TAIL-NAME     PIC X(29)   VALUE "report/reward-ledger-tail.txt".
    01 LEDGER-BUFFER        PIC X(4194304).
    01 LEDGER-FILE-SIZE     BINARY-LONG UNSIGNED.
    01 LEDGER-LENGTH        BINARY-LONG UNSIGNED.
    01 LEDGER-POINTER       BINARY-LONG UNSIGNED.
    01 LEDGER-PARTIAL       BINARY-CHAR UNSIGNED    VALUE 0.
    01 LEDGER-LINES         BINARY-LONG UNSIGNED    VALUE 0.
    01 LEDGER-LINE          PIC X(160).
    01 LEDGER-STAMP         PIC X(14).
    01 LEDGER-PLAYER        PIC X(16).
    01 LEDGER-KIND          PIC X(8).
    01 LEDGER-KEY           PIC X(10).
    01 LEDGER-ITEM          PIC X(50).
    01 LEDGER-COUNT-TEXT    PIC X(8).
    01 LEDGER-WHERE         PIC X(10).
    01 LEDGER-ITEM-ID       BINARY-LONG.
    01 LEDGER-COUNT         BINARY-LONG UNSIGNED.
    01 REWARD-ROW-COUNT     BINARY-LONG UNSIGNED    VALUE 0.
    01 REWARD-ROW OCCURS 2000 TIMES.
        02 REWARD-ITEM          PIC X(50).
        02 REWARD-ISSUED        BINARY-DOUBLE.
        02 REWARD-SINCE         BINARY-DOUBLE.
    01 REWARD-INDEX         BINARY-LONG UNSIGNED.
    01 REWARD-ISSUED-VALUE  BINARY-DOUBLE.
    01 REWARD-SINCE-VALUE   BINARY-DOUBLE.
    01 NET-TOTAL            BINARY-DOUBLE.
    01 EXPLAINED-COUNT      BINARY-LONG UNSIGNED    VALUE 0.
    01 HISTORY-OUT-POS      BINARY-LONG UNSIGNED.
    01 HISTORY-OUT-LEN      BINARY-LONG UNSIGNED.
    *> output building
    01 OUT-BUFFER           PIC X(1000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    *> the live tables World-LoadChunk and Player-LoadDataFromFile decode into
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-FURNACES.
    COPY DD-HOPPERS.
    COPY DD-BREWSTANDS.
    COPY DD-SIGNS.
    COPY DD-COMMANDBLOCKS.
    COPY DD-MOBS.
    COPY DD-WORLD.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE TIMESTAMP-RAW(1:14) TO RUN-STAMP
    MOVE SPACES TO REPORT-DATE
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    CALL "CBL_CREATE_DIR" USING "report"

    PERFORM LoadPreviousRun
    PERFORM LoadRewardLedger

    *> pass 1: every player's inventory and ender chest
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
                PERFORM CountOnePlayer
            END-IF
        END-PERFORM
    END-IF

    *> pass 2: every chest, furnace, hopper and brewing stand in both dimensions'
    *> region files
    PERFORM VARYING WORLD-ACTIVE-DIM FROM 0 BY 1 UNTIL WORLD-ACTIVE-DIM > 1
        PERFORM VARYING REGION-X FROM -32 BY 1 UNTIL REGION-X > 31
            PERFORM VARYING REGION-Z FROM -32 BY 1 UNTIL REGION-Z > 31
                COMPUTE CHUNK-X = REGION-X * 32
                COMPUTE CHUNK-Z = REGION-Z * 32
                CALL "World-RegionFileName" USING CHUNK-X CHUNK-Z REGION-FILE-NAME
                CALL "Files-ReadAll" USING REGION-FILE-NAME REGION-BUFFER REGION-LENGTH IO-FAILURE
                IF IO-FAILURE = 0 AND REGION-LENGTH >= 8192
                    PERFORM CountOneRegion
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM
    MOVE 0 TO WORLD-ACTIVE-DIM

    PERFORM SortCensus
    PERFORM WriteCensus
    PERFORM AppendHistory

    MOVE CENSUS-COUNT TO NUM-DISPLAY
    MOVE OVERSIZE-COUNT TO NUM-DISPLAY-2
    MOVE JUMP-COUNT TO NUM-DISPLAY-3
    DISPLAY "ItemCensus: " FUNCTION TRIM(NUM-DISPLAY) " item type(s), "
        FUNCTION TRIM(NUM-DISPLAY-2) " oversized stack(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " sharp jump(s) - written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

LoadPreviousRun.
    *> the newest run in the history is the one whose stamp the last line
    *> carries; a history bigger than the buffer is tail-read, as OpsDigest
    *> does for the audit trail
    CALL "Files-Size" USING HISTORY-NAME HISTORY-FILE-SIZE
    IF HISTORY-FILE-SIZE > HISTORY-BUFFER-MAX
        MOVE SPACES TO SHELL-COMMAND
        STRING "tail -c 4194304 " FUNCTION TRIM(HISTORY-NAME) " > " FUNCTION TRIM(HISTORY-TAIL-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        CALL "Files-ReadAll" USING HISTORY-TAIL-NAME HISTORY-BUFFER HISTORY-LENGTH IO-FAILURE
    ELSE
        CALL "Files-ReadAll" USING HISTORY-NAME HISTORY-BUFFER HISTORY-LENGTH IO-FAILURE
    END-IF
    IF IO-FAILURE NOT = 0 OR HISTORY-LENGTH = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO HISTORY-POINTER
    PERFORM UNTIL HISTORY-POINTER > HISTORY-LENGTH
        MOVE SPACES TO HISTORY-LINE
        UNSTRING HISTORY-BUFFER(1:HISTORY-LENGTH) DELIMITED BY X"0A"
            INTO HISTORY-LINE
            WITH POINTER HISTORY-POINTER
        IF HISTORY-LINE(1:14) IS NUMERIC
            MOVE HISTORY-LINE(1:14) TO PREVIOUS-STAMP
        END-IF
    END-PERFORM
    IF PREVIOUS-STAMP = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO HISTORY-POINTER
    PERFORM UNTIL HISTORY-POINTER > HISTORY-LENGTH OR PREVIOUS-COUNT >= 2000
        MOVE SPACES TO HISTORY-LINE
        UNSTRING HISTORY-BUFFER(1:HISTORY-LENGTH) DELIMITED BY X"0A"
            INTO HISTORY-LINE
            WITH POINTER HISTORY-POINTER
        IF HISTORY-LINE(1:14) = PREVIOUS-STAMP
            MOVE SPACES TO HISTORY-STAMP HISTORY-ITEM HISTORY-TOTAL-TEXT
            UNSTRING HISTORY-LINE DELIMITED BY ALL SPACES
                INTO HISTORY-STAMP HISTORY-ITEM HISTORY-TOTAL-TEXT
            IF HISTORY-TOTAL-TEXT NOT = SPACES
                ADD 1 TO PREVIOUS-COUNT
                MOVE HISTORY-ITEM TO PREVIOUS-ITEM(PREVIOUS-COUNT)
                COMPUTE PREVIOUS-TOTAL(PREVIOUS-COUNT) = FUNCTION NUMVAL(HISTORY-TOTAL-TEXT)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LoadRewardLedger.
    CALL "Files-Size" USING LEDGER-NAME LEDGER-FILE-SIZE
    IF LEDGER-FILE-SIZE > HISTORY-BUFFER-MAX
        MOVE 1 TO LEDGER-PARTIAL
        MOVE SPACES TO SHELL-COMMAND
        STRING "tail -c 4194304 " FUNCTION TRIM(LEDGER-NAME) " > " FUNCTION TRIM(LEDGER-TAIL-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        CALL "Files-ReadAll" USING LEDGER-TAIL-NAME LEDGER-BUFFER LEDGER-LENGTH IO-FAILURE
    ELSE
        CALL "Files-ReadAll" USING LEDGER-NAME LEDGER-BUFFER LEDGER-LENGTH IO-FAILURE
    END-IF
    IF IO-FAILURE NOT = 0 OR LEDGER-LENGTH = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO LEDGER-POINTER
    PERFORM UNTIL LEDGER-POINTER > LEDGER-LENGTH
        MOVE SPACES TO LEDGER-LINE
        UNSTRING LEDGER-BUFFER(1:LEDGER-LENGTH) DELIMITED BY X"0A"
            INTO LEDGER-LINE
            WITH POINTER LEDGER-POINTER
        MOVE SPACES TO LEDGER-STAMP LEDGER-PLAYER LEDGER-KIND LEDGER-KEY LEDGER-ITEM LEDGER-COUNT-TEXT LEDGER-WHERE
        UNSTRING LEDGER-LINE DELIMITED BY ALL SPACES
            INTO LEDGER-STAMP LEDGER-PLAYER LEDGER-KIND LEDGER-KEY LEDGER-ITEM LEDGER-COUNT-TEXT LEDGER-WHERE
        *> a tail-read's first line is usually cut short - the stamp check
        *> drops it along with anything else malformed
        IF LEDGER-STAMP IS NUMERIC AND LEDGER-WHERE NOT = SPACES AND LEDGER-WHERE NOT = "owed"
            ADD 1 TO LEDGER-LINES
            *> the registry's own spelling, so the line meets the census row
            CALL "Items-Get-Id" USING LEDGER-ITEM LEDGER-ITEM-ID
            IF LEDGER-ITEM-ID > 0
                MOVE SPACES TO LEDGER-ITEM
                CALL "Items-Get-Name" USING LEDGER-ITEM-ID LEDGER-ITEM
            END-IF
            COMPUTE LEDGER-COUNT = FUNCTION NUMVAL(LEDGER-COUNT-TEXT)
            PERFORM VARYING REWARD-INDEX FROM 1 BY 1 UNTIL REWARD-INDEX > REWARD-ROW-COUNT
                IF REWARD-ITEM(REWARD-INDEX) = LEDGER-ITEM
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF REWARD-INDEX > REWARD-ROW-COUNT AND REWARD-ROW-COUNT < 2000
                ADD 1 TO REWARD-ROW-COUNT
                MOVE LEDGER-ITEM TO REWARD-ITEM(REWARD-ROW-COUNT)
                MOVE 0 TO REWARD-ISSUED(REWARD-ROW-COUNT) REWARD-SINCE(REWARD-ROW-COUNT)
            END-IF
            IF REWARD-INDEX <= REWARD-ROW-COUNT
                ADD LEDGER-COUNT TO REWARD-ISSUED(REWARD-INDEX)
                IF PREVIOUS-STAMP NOT = SPACES AND LEDGER-STAMP > PREVIOUS-STAMP
                    ADD LEDGER-COUNT TO REWARD-SINCE(REWARD-INDEX)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

FindRewardRow.
    *> REWARD-ISSUED-VALUE/REWARD-SINCE-VALUE for CENSUS-INDEX's item, 0 when
    *> the ledger never mentions it
    MOVE 0 TO REWARD-ISSUED-VALUE REWARD-SINCE-VALUE
    PERFORM VARYING REWARD-INDEX FROM 1 BY 1 UNTIL REWARD-INDEX > REWARD-ROW-COUNT
        IF REWARD-ITEM(REWARD-INDEX) = CENSUS-ITEM-NAME(CENSUS-INDEX)
            MOVE REWARD-ISSUED(REWARD-INDEX) TO REWARD-ISSUED-VALUE
            MOVE REWARD-SINCE(REWARD-INDEX) TO REWARD-SINCE-VALUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CountOnePlayer.
    *> decode into player slot 1, scrubbed between files - the same decode path
    *> the live server runs at login
    INITIALIZE PLAYERS(PLAYER-SLOT)
    MOVE SPACES TO USERNAME(PLAYER-SLOT)
    MOVE FILE-STEM(1:FUNCTION MIN(FILE-STEM-LEN, 16)) TO USERNAME(PLAYER-SLOT)
    COMPUTE USERNAME-LENGTH(PLAYER-SLOT) = FUNCTION MIN(FILE-STEM-LEN, 16)

    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FILE-STEM(1:FILE-STEM-LEN) ".dat" INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    IF LOAD-FAILURE NOT = 0
        DISPLAY "ItemCensus: could not decode " FUNCTION TRIM(DATA-FILE-NAME) " - skipped"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYERS-SCANNED

    MOVE SPACES TO HOLDER-NAME
    MOVE USERNAME(PLAYER-SLOT) TO HOLDER-NAME
    MOVE 0 TO HOLDER-COUNT
    MOVE "inventory" TO SLOT-WHERE
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        MOVE PLAYER-INVENTORY-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-INVENTORY-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM AddSlot
    END-PERFORM
    MOVE "ender chest" TO SLOT-WHERE
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE PLAYER-ENDER-SLOT-ID(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-ID
        MOVE PLAYER-ENDER-SLOT-COUNT(PLAYER-SLOT, SLOT-INDEX) TO SLOT-ITEM-COUNT
        PERFORM AddSlot
    END-PERFORM
    PERFORM MergeHolder
    EXIT PARAGRAPH.

CountOneRegion.
    PERFORM VARYING CHUNK-SLOT FROM 0 BY 1 UNTIL CHUNK-SLOT > 1023
        COMPUTE HEADER-OFFSET = CHUNK-SLOT * 4 + 1
        COMPUTE SECTOR-OFFSET = (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET:1)) - 1) * 65536
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 1:1)) - 1) * 256
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 2:1)) - 1)
        IF SECTOR-OFFSET >= 2
            COMPUTE CHUNK-X = REGION-X * 32 + FUNCTION MOD(CHUNK-SLOT, 32)
            COMPUTE CHUNK-Z = REGION-Z * 32 + CHUNK-SLOT / 32
            PERFORM CountOneChunk
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CountOneChunk.
    CALL "World-LoadChunk" USING CHUNK-X CHUNK-Z IO-FAILURE
    IF IO-FAILURE NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CHUNKS-SCANNED

    *> everything now in the block-entity tables came out of this one chunk
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-CONTAINERS
        IF CONTAINER-PRESENT(ENTITY-INDEX) > 0
            MOVE "chest" TO HOLDER-KIND
            MOVE CONTAINER-X(ENTITY-INDEX) TO HOLDER-POS-X
            MOVE CONTAINER-Y(ENTITY-INDEX) TO HOLDER-POS-Y
            MOVE CONTAINER-Z(ENTITY-INDEX) TO HOLDER-POS-Z
            PERFORM StartBlockHolder
            IF CONTAINER-OWNER(ENTITY-INDEX) NOT = SPACES
                STRING " (" FUNCTION TRIM(CONTAINER-OWNER(ENTITY-INDEX)) ")" DELIMITED BY SIZE
                    INTO HOLDER-NAME WITH POINTER HOLDER-OUT-POS
            END-IF
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > CONTAINER-SLOT-COUNT
                MOVE CONTAINER-SLOT-ID(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-ID
                MOVE CONTAINER-SLOT-COUNT-VAL(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-COUNT
                PERFORM AddSlot
            END-PERFORM
            PERFORM MergeHolder
            MOVE 0 TO CONTAINER-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO CONTAINER-ENTRY-COUNT

    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-FURNACES
        IF FURNACE-PRESENT(ENTITY-INDEX) > 0
            MOVE "furnace" TO HOLDER-KIND
            MOVE FURNACE-X(ENTITY-INDEX) TO HOLDER-POS-X
            MOVE FURNACE-Y(ENTITY-INDEX) TO HOLDER-POS-Y
            MOVE FURNACE-Z(ENTITY-INDEX) TO HOLDER-POS-Z
            PERFORM StartBlockHolder
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 3
                MOVE FURNACE-SLOT-ID(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-ID
                MOVE FURNACE-SLOT-COUNT-VAL(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-COUNT
                PERFORM AddSlot
            END-PERFORM
            PERFORM MergeHolder
            MOVE 0 TO FURNACE-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO FURNACE-ENTRY-COUNT

    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-HOPPERS
        IF HOPPER-PRESENT(ENTITY-INDEX) > 0
            MOVE "hopper" TO HOLDER-KIND
            MOVE HOPPER-X(ENTITY-INDEX) TO HOLDER-POS-X
            MOVE HOPPER-Y(ENTITY-INDEX) TO HOLDER-POS-Y
            MOVE HOPPER-Z(ENTITY-INDEX) TO HOLDER-POS-Z
            PERFORM StartBlockHolder
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > HOPPER-SLOT-TOTAL
                MOVE HOPPER-SLOT-ID(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-ID
                MOVE HOPPER-SLOT-COUNT-VAL(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-COUNT
                PERFORM AddSlot
            END-PERFORM
            PERFORM MergeHolder
            MOVE 0 TO HOPPER-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO HOPPER-ENTRY-COUNT

    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(ENTITY-INDEX) > 0
            MOVE "brewing" TO HOLDER-KIND
            MOVE BREWSTAND-X(ENTITY-INDEX) TO HOLDER-POS-X
            MOVE BREWSTAND-Y(ENTITY-INDEX) TO HOLDER-POS-Y
            MOVE BREWSTAND-Z(ENTITY-INDEX) TO HOLDER-POS-Z
            PERFORM StartBlockHolder
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
                MOVE BREWSTAND-SLOT-ID(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-ID
                MOVE BREWSTAND-SLOT-COUNT-VAL(ENTITY-INDEX, SLOT-INDEX) TO SLOT-ITEM-COUNT
                PERFORM AddSlot
            END-PERFORM
            PERFORM MergeHolder
            MOVE 0 TO BREWSTAND-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO BREWSTAND-ENTRY-COUNT

    *> signs, command blocks and mobs carry no items; drop them with the chunk
    *> so the tables never fill up over a long sweep
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-SIGNS
        MOVE 0 TO SIGN-PRESENT(ENTITY-INDEX)
    END-PERFORM
    MOVE 0 TO SIGN-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-COMMANDBLOCKS
        MOVE 0 TO COMMANDBLOCK-PRESENT(ENTITY-INDEX)
    END-PERFORM
    MOVE 0 TO COMMANDBLOCK-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-MOBS
        MOVE 0 TO MOB-PRESENT(ENTITY-INDEX)
    END-PERFORM

    *> and drop the chunk itself, unsaved - the census never writes the world
    CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX > 0
        MOVE 0 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    END-IF
    EXIT PARAGRAPH.

StartBlockHolder.
    *> "<kind> <x> <y> <z> <dimension>" names a block-entity holder
    ADD 1 TO BLOCKS-SCANNED
    IF WORLD-ACTIVE-DIM = 1
        MOVE "nether" TO HOLDER-DIM-NAME
    ELSE
        MOVE "overworld" TO HOLDER-DIM-NAME
    END-IF
    MOVE SPACES TO HOLDER-NAME
    MOVE 1 TO HOLDER-OUT-POS
    STRING FUNCTION TRIM(HOLDER-KIND) " " FUNCTION TRIM(HOLDER-POS-X) " " FUNCTION TRIM(HOLDER-POS-Y) " "
        FUNCTION TRIM(HOLDER-POS-Z) " " FUNCTION TRIM(HOLDER-DIM-NAME) DELIMITED BY SIZE
        INTO HOLDER-NAME WITH POINTER HOLDER-OUT-POS
    MOVE 0 TO HOLDER-COUNT
    MOVE HOLDER-KIND TO SLOT-WHERE
    EXIT PARAGRAPH.

AddSlot.
    *> one occupied slot into the current holder's subtotals; a stack over the
    *> limit is listed on its own, since one such stack is already suspicious
    IF SLOT-ITEM-ID <= 0 OR SLOT-ITEM-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    IF SLOT-ITEM-COUNT > C-STACK-LIMIT AND OVERSIZE-COUNT < 500
        ADD 1 TO OVERSIZE-COUNT
        MOVE SPACES TO ITEM-NAME
        CALL "Items-Get-Name" USING SLOT-ITEM-ID ITEM-NAME
        MOVE SLOT-ITEM-COUNT TO NUM-DISPLAY
        MOVE SLOT-INDEX TO NUM-DISPLAY-2
        STRING FUNCTION TRIM(HOLDER-NAME) ", " FUNCTION TRIM(SLOT-WHERE) " slot " FUNCTION TRIM(NUM-DISPLAY-2)
            ": " FUNCTION TRIM(NUM-DISPLAY) " x " FUNCTION TRIM(ITEM-NAME)
            INTO OVERSIZE-LINES(OVERSIZE-COUNT)
    END-IF
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1 UNTIL HOLDER-INDEX > HOLDER-COUNT
        IF HOLDER-ITEM-ID(HOLDER-INDEX) = SLOT-ITEM-ID
            ADD SLOT-ITEM-COUNT TO HOLDER-ITEM-TOTAL(HOLDER-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF HOLDER-COUNT < 80
        ADD 1 TO HOLDER-COUNT
        MOVE SLOT-ITEM-ID TO HOLDER-ITEM-ID(HOLDER-COUNT)
        MOVE SLOT-ITEM-COUNT TO HOLDER-ITEM-TOTAL(HOLDER-COUNT)
    END-IF
    EXIT PARAGRAPH.

MergeHolder.
    *> fold the finished holder into the census: totals, holder count, and a
    *> place among the item's top holders if it has earned one
    PERFORM VARYING HOLDER-INDEX FROM 1 BY 1 UNTIL HOLDER-INDEX > HOLDER-COUNT
        PERFORM FindCensusRow
        IF CENSUS-INDEX > 0
            ADD HOLDER-ITEM-TOTAL(HOLDER-INDEX) TO CENSUS-TOTAL(CENSUS-INDEX)
            ADD 1 TO CENSUS-HOLDERS(CENSUS-INDEX)
            PERFORM VARYING TOP-INDEX FROM 1 BY 1 UNTIL TOP-INDEX > C-TOP-HOLDERS
                IF HOLDER-ITEM-TOTAL(HOLDER-INDEX) > CENSUS-TOP-COUNT(CENSUS-INDEX, TOP-INDEX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF TOP-INDEX <= C-TOP-HOLDERS
                PERFORM VARYING TOP-INDEX-2 FROM C-TOP-HOLDERS BY -1 UNTIL TOP-INDEX-2 <= TOP-INDEX
                    MOVE CENSUS-TOP(CENSUS-INDEX, TOP-INDEX-2 - 1) TO CENSUS-TOP(CENSUS-INDEX, TOP-INDEX-2)
                END-PERFORM
                MOVE HOLDER-NAME TO CENSUS-TOP-NAME(CENSUS-INDEX, TOP-INDEX)
                MOVE HOLDER-ITEM-TOTAL(HOLDER-INDEX) TO CENSUS-TOP-COUNT(CENSUS-INDEX, TOP-INDEX)
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO HOLDER-COUNT
    EXIT PARAGRAPH.

FindCensusRow.
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX > CENSUS-COUNT
        IF CENSUS-ITEM-ID(CENSUS-INDEX) = HOLDER-ITEM-ID(HOLDER-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF CENSUS-COUNT >= 2000
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO CENSUS-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CENSUS-COUNT
    MOVE CENSUS-COUNT TO CENSUS-INDEX
    INITIALIZE CENSUS-ROW(CENSUS-INDEX)
    MOVE HOLDER-ITEM-ID(HOLDER-INDEX) TO CENSUS-ITEM-ID(CENSUS-INDEX)
    MOVE SPACES TO CENSUS-ITEM-NAME(CENSUS-INDEX)
    CALL "Items-Get-Name" USING CENSUS-ITEM-ID(CENSUS-INDEX) CENSUS-ITEM-NAME(CENSUS-INDEX)
    EXIT PARAGRAPH.

SortCensus.
    *> simple exchange sort, largest total first - a registry's worth of rows
    *> at most, the same approach PlayerReport takes
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX >= CENSUS-COUNT
        PERFORM VARYING CENSUS-INDEX-2 FROM 1 BY 1 UNTIL CENSUS-INDEX-2 > CENSUS-COUNT - CENSUS-INDEX
            IF CENSUS-TOTAL(CENSUS-INDEX-2 + 1) > CENSUS-TOTAL(CENSUS-INDEX-2)
                MOVE CENSUS-ROW(CENSUS-INDEX-2) TO SWAP-ROW
                MOVE CENSUS-ROW(CENSUS-INDEX-2 + 1) TO CENSUS-ROW(CENSUS-INDEX-2)
                MOVE SWAP-ROW TO CENSUS-ROW(CENSUS-INDEX-2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

WriteCensus.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    MOVE PLAYERS-SCANNED TO NUM-DISPLAY
    MOVE CHUNKS-SCANNED TO NUM-DISPLAY-2
    MOVE BLOCKS-SCANNED TO NUM-DISPLAY-3
    STRING "Item census for " REPORT-DATE X"0A"
        "==========================" X"0A"
        FUNCTION TRIM(NUM-DISPLAY) " player file(s), " FUNCTION TRIM(NUM-DISPLAY-2) " chunk(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " chest(s)/furnace(s)/hopper(s) counted" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    *> the anomalies first - they are why anyone reads this report
    MOVE LEDGER-LINES TO NUM-DISPLAY
    STRING "Reward ledger: " FUNCTION TRIM(NUM-DISPLAY) " reward line(s) read from " FUNCTION TRIM(LEDGER-NAME)
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF LEDGER-PARTIAL = 1
        STRING " (newest 4 MB only - reward totals are partial)" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE OVERSIZE-COUNT TO NUM-DISPLAY
    STRING "Stacks above the 64-item limit: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX > OVERSIZE-COUNT
        STRING "  " FUNCTION TRIM(OVERSIZE-LINES(CENSUS-INDEX)) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM

    IF PREVIOUS-STAMP = SPACES
        STRING X"0A" "Sharp jumps: no earlier census in " FUNCTION TRIM(HISTORY-NAME) " to compare with" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING X"0A" "Sharp jumps since the census of " PREVIOUS-STAMP(1:4) "-" PREVIOUS-STAMP(5:2) "-" PREVIOUS-STAMP(7:2)
            " " PREVIOUS-STAMP(9:2) ":" PREVIOUS-STAMP(11:2) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX > CENSUS-COUNT
            PERFORM CheckJump
        END-PERFORM
        IF JUMP-COUNT = 0 AND EXPLAINED-COUNT = 0
            STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
    END-IF

    STRING X"0A" "Census by item (total, holders, ever issued as rewards, top holders)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX > CENSUS-COUNT
        MOVE CENSUS-TOTAL(CENSUS-INDEX) TO NUM-DISPLAY
        MOVE CENSUS-HOLDERS(CENSUS-INDEX) TO NUM-DISPLAY-2
        STRING "  " FUNCTION TRIM(CENSUS-ITEM-NAME(CENSUS-INDEX)) ": " FUNCTION TRIM(NUM-DISPLAY)
            " in " FUNCTION TRIM(NUM-DISPLAY-2) " holder(s)"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM FindRewardRow
        IF REWARD-ISSUED-VALUE > 0
            MOVE REWARD-ISSUED-VALUE TO NUM-DISPLAY-3
            STRING ", " FUNCTION TRIM(NUM-DISPLAY-3) " issued as rewards" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING TOP-INDEX FROM 1 BY 1 UNTIL TOP-INDEX > C-TOP-HOLDERS
            IF CENSUS-TOP-COUNT(CENSUS-INDEX, TOP-INDEX) > 0
                MOVE CENSUS-TOP-COUNT(CENSUS-INDEX, TOP-INDEX) TO NUM-DISPLAY
                STRING "      " FUNCTION TRIM(NUM-DISPLAY) "  " FUNCTION TRIM(CENSUS-TOP-NAME(CENSUS-INDEX, TOP-INDEX)) X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-PERFORM
    END-PERFORM

    IF TABLE-FULL-NOTE = 1
        STRING X"0A" "Note: more item types than the census tracks - the rest were not counted." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/item-census-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

CheckJump.
    MOVE 0 TO PREVIOUS-VALUE
    PERFORM VARYING PREVIOUS-INDEX FROM 1 BY 1 UNTIL PREVIOUS-INDEX > PREVIOUS-COUNT
        IF PREVIOUS-ITEM(PREVIOUS-INDEX) = CENSUS-ITEM-NAME(CENSUS-INDEX)
            MOVE PREVIOUS-TOTAL(PREVIOUS-INDEX) TO PREVIOUS-VALUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    *> reward items issued since the baseline are legitimate growth - only
    *> what is left over counts towards a jump
    PERFORM FindRewardRow
    COMPUTE NET-TOTAL = CENSUS-TOTAL(CENSUS-INDEX) - REWARD-SINCE-VALUE
    IF CENSUS-TOTAL(CENSUS-INDEX) >= PREVIOUS-VALUE * 2
            AND CENSUS-TOTAL(CENSUS-INDEX) - PREVIOUS-VALUE >= C-JUMP-MIN-GROWTH
        MOVE PREVIOUS-VALUE TO NUM-DISPLAY
        MOVE CENSUS-TOTAL(CENSUS-INDEX) TO NUM-DISPLAY-2
        MOVE REWARD-SINCE-VALUE TO NUM-DISPLAY-3
        STRING "  " FUNCTION TRIM(CENSUS-ITEM-NAME(CENSUS-INDEX)) ": " FUNCTION TRIM(NUM-DISPLAY)
            " -> " FUNCTION TRIM(NUM-DISPLAY-2)
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        IF NET-TOTAL >= PREVIOUS-VALUE * 2 AND NET-TOTAL - PREVIOUS-VALUE >= C-JUMP-MIN-GROWTH
            ADD 1 TO JUMP-COUNT
            IF REWARD-SINCE-VALUE > 0
                STRING " (" FUNCTION TRIM(NUM-DISPLAY-3) " of it issued as rewards)" INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        ELSE
            ADD 1 TO EXPLAINED-COUNT
            STRING " - explained by " FUNCTION TRIM(NUM-DISPLAY-3) " issued as rewards since" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

AppendHistory.
    *> this run's totals become the next run's baseline
    PERFORM VARYING CENSUS-INDEX FROM 1 BY 1 UNTIL CENSUS-INDEX > CENSUS-COUNT
        MOVE CENSUS-TOTAL(CENSUS-INDEX) TO NUM-DISPLAY
        MOVE SPACES TO HISTORY-OUT-LINE
        MOVE 1 TO HISTORY-OUT-POS
        STRING RUN-STAMP " " FUNCTION TRIM(CENSUS-ITEM-NAME(CENSUS-INDEX)) " " FUNCTION TRIM(NUM-DISPLAY)
            INTO HISTORY-OUT-LINE WITH POINTER HISTORY-OUT-POS
        COMPUTE HISTORY-OUT-LEN = HISTORY-OUT-POS - 1
        CALL "Files-AppendLine" USING HISTORY-NAME HISTORY-OUT-LINE(1:HISTORY-OUT-LEN) IO-FAILURE
        IF IO-FAILURE NOT = 0
            DISPLAY "ItemCensus: could not append to " FUNCTION TRIM(HISTORY-NAME)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM ItemCensus.
