*> --- ChunkPrune ---
*> Standalone batch program: finds the chunks nobody really visited - the
*> terrain generated at the edge of someone's view as they flew past - and
*> deletes them from the region files, so they come back exactly as they
*> were, from the world seed, the next time anyone goes there. Run it from a
*> shell with the server down, the same way PlayerReport is run:
*>
*>     ChunkPrune [report|apply] [<minutes>]
*>
*> A chunk is a candidate when all of these hold:
*>   - its "InhabitedTime" (the game time players have spent within 8 chunks
*>     of it - see World-AccrueInhabited) is under <minutes> (default 5);
*>   - no block was ever placed in it - every non-air change in
*>     save/blocklog.txt, save/blocklog.txt.1 and the block archive under
*>     save/blockarchive/ counts, whoever made it: staff fill and clone edits
*>     are logged with "-" just as fire and growth are, and the machinery
*>     only ever runs near players anyway;
*>   - it holds no block entities: no chest, furnace, hopper, brewing stand,
*>     sign or command block;
*>   - it lies in no protected region (save/regions.txt) and under no claim
*>     (save/claims.txt).
*> Chunks that can't be read are always kept.
*>
*> "report", the default, is the dry run: nothing is changed, and every
*> candidate is listed in report/chunk-prune-<date>.txt with the count of
*> chunks kept for each reason. "apply" writes the same list, to
*> report/chunk-prune-<date>-applied.txt, and then removes the candidates -
*> each region file it changes is first copied under
*> backups/pre-prune-<yyyymmddhhmmss>/ (same layout as save/), then has the
*> candidates' offset and timestamp entries cleared, and a file left with no
*> chunks at all is removed. One summary line goes to the audit trail,
*> logs/audit.log, with source "prune". "apply" refuses while save/journal.txt
*> holds unsaved block changes, as BackupRestore does. The space the removed
*> chunks took is only given back by a RegionCompact run afterwards.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkPrune.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 RUN-STAMP            PIC X(14).
    01 REPORT-DATE          PIC X(10).
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 ARG-MODE             PIC X(16).
    01 ARG-MINUTES          PIC X(16).
    01 APPLY-MODE           BINARY-CHAR UNSIGNED    VALUE 0.
    01 THRESHOLD-MINUTES    BINARY-LONG UNSIGNED    VALUE 5.
    01 THRESHOLD-TICKS      BINARY-DOUBLE.
    01 SHELL-COMMAND        PIC X(512).
    01 SHELL-STATUS         BINARY-LONG.
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    *> the block change log, one generation or archive day file at a time -
    *> "<x> <y> <z> <id> <prev> <yyyymmddhhmmss> <player> <dim>" lines, as
    *> World-SetBlock writes them
    01 LOG-FILE-NAME        PIC X(255).
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 LOG-FILES-READ       BINARY-LONG UNSIGNED    VALUE 0.
    01 CURRENT-LINE         PIC X(255).
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-ID             PIC X(12).
    01 FIELD-PREV           PIC X(12).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 LINE-X               BINARY-LONG.
    01 LINE-Z               BINARY-LONG.
    01 LINE-DIM             BINARY-CHAR UNSIGNED.
    01 LINE-CHUNK-X         BINARY-LONG.
    01 LINE-CHUNK-Z         BINARY-LONG.
    01 LINE-REGION-X        BINARY-LONG.
    01 LINE-REGION-Z        BINARY-LONG.
    01 LINE-SLOT            BINARY-LONG UNSIGNED.
    *> the block archive's day files - one "find" into a scratch index file,
    *> as PlayerReport lists save/playerdata
    01 INDEX-BUFFER         PIC X(1048576).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    *> every region file blocks were placed in, with one flag per chunk
    *> slot ("1" = placed in), laid out as the region file's own offset table
    01 MAX-TOUCHED-REGIONS  BINARY-LONG UNSIGNED    VALUE 512.
    01 TOUCHED-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 TOUCHED-INDEX        BINARY-LONG UNSIGNED.
    01 TOUCHED-FOUND        BINARY-LONG UNSIGNED    VALUE 0.
    01 TOUCHED-OVERFLOW     BINARY-CHAR UNSIGNED    VALUE 0.
    01 TOUCHED-REGION OCCURS 512 TIMES.
        02 TOUCHED-DIM          BINARY-CHAR UNSIGNED.
        02 TOUCHED-REGION-X     BINARY-LONG.
        02 TOUCHED-REGION-Z     BINARY-LONG.
        02 TOUCHED-FLAGS        PIC X(1024).
    *> region sweep
    01 REGION-FILE-NAME     PIC X(255).
    01 NEW-FILE-NAME        PIC X(255).
    01 BAK-FILE-NAME        PIC X(255).
    01 REGION-BUFFER        PIC X(8388608).
    01 REGION-LENGTH        BINARY-LONG UNSIGNED.
    01 FILE-REGION-X        BINARY-LONG.
    01 FILE-REGION-Z        BINARY-LONG.
    01 FILE-TOUCHED         BINARY-LONG UNSIGNED.
    01 CHUNK-SLOT           BINARY-LONG UNSIGNED.
    01 CHUNK-X              BINARY-LONG.
    01 CHUNK-Z              BINARY-LONG.
    01 CHUNK-MIN-X          BINARY-LONG.
    01 CHUNK-MIN-Z          BINARY-LONG.
    01 CHUNK-MAX-X          BINARY-LONG.
    01 CHUNK-MAX-Z          BINARY-LONG.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 CHUNK-INHABITED      BINARY-DOUBLE.
    01 CHUNK-ENTITIES       BINARY-LONG UNSIGNED.
    01 HEADER-OFFSET        BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET        BINARY-LONG UNSIGNED.
    01 ENTITY-INDEX         BINARY-LONG UNSIGNED.
    01 REGION-INDEX         BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    01 DIM-NAME             PIC X(9).
    *> what became of each chunk: "k" kept, "p" pruned
    01 CHUNK-VERDICT        PIC X(1).
    01 FILE-CHUNKS          BINARY-LONG UNSIGNED.
    01 FILE-PRUNED          BINARY-LONG UNSIGNED.
    *> totals for the report and the final summary
    01 TOTAL-SCANNED        BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-PROTECTED      BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-PLACED         BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-UNREADABLE     BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-INHABITED      BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-ENTITIES       BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-PRUNED         BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-FILES-CHANGED  BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-FILES-REMOVED  BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-FILES-FAILED   BINARY-LONG UNSIGNED    VALUE 0.
    01 SAFETY-DIR           PIC X(64).
    01 SAFETY-USED          BINARY-CHAR UNSIGNED    VALUE 0.
    *> the report
    01 OUT-FILE-NAME        PIC X(64).
    01 OUT-BUFFER           PIC X(4194304).
    01 OUT-LENGTH           BINARY-LONG UNSIGNED    VALUE 0.
    01 OUT-LINE             PIC X(128).
    01 OUT-LINE-POS         BINARY-LONG UNSIGNED.
    01 OUT-LINE-LEN         BINARY-LONG UNSIGNED.
    01 OUT-TRUNCATED        BINARY-CHAR UNSIGNED    VALUE 0.
    01 LIST-BUFFER          PIC X(4194304).
    01 LIST-LENGTH          BINARY-LONG UNSIGNED    VALUE 0.
    *> audit line - see Audit-Log
    01 C-AUDIT-SOURCE       PIC X(16)   VALUE "prune".
    01 AUDIT-TEXT           PIC X(256).
    01 AUDIT-TEXT-POS       BINARY-LONG UNSIGNED.
    01 AUDIT-TEXT-LEN       BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    *> protected regions and claims, as the live server loads them
    COPY DD-REGIONS.
    COPY DD-CLAIMS.
    *> the live tables World-LoadChunk decodes into
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

    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-MODE ARG-MINUTES
    MOVE 1 TO ARG-POINTER
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES
        INTO ARG-MODE ARG-MINUTES
        WITH POINTER ARG-POINTER
    MOVE FUNCTION LOWER-CASE(ARG-MODE) TO ARG-MODE
    *> the mode may be left out and the minutes given alone
    IF ARG-MODE NOT = SPACES AND FUNCTION TEST-NUMVAL(ARG-MODE) = 0 AND ARG-MINUTES = SPACES
        MOVE ARG-MODE TO ARG-MINUTES
        MOVE "report" TO ARG-MODE
    END-IF
    EVALUATE ARG-MODE
        WHEN SPACES
        WHEN "report"
            MOVE 0 TO APPLY-MODE
        WHEN "apply"
            MOVE 1 TO APPLY-MODE
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE
    IF ARG-MINUTES NOT = SPACES
        IF FUNCTION TEST-NUMVAL(ARG-MINUTES) NOT = 0
            PERFORM ShowUsage
            STOP RUN
        END-IF
        IF FUNCTION NUMVAL(ARG-MINUTES) < 0 OR FUNCTION NUMVAL(ARG-MINUTES) > 100000
            PERFORM ShowUsage
            STOP RUN
        END-IF
        COMPUTE THRESHOLD-MINUTES = FUNCTION NUMVAL(ARG-MINUTES)
    END-IF
    COMPUTE THRESHOLD-TICKS = THRESHOLD-MINUTES * 1200

    IF APPLY-MODE = 1
        *> unsaved block changes would be replayed into chunks this run has
        *> just removed - World-Save empties the journal on a clean shutdown
        CALL "Files-Size" USING "save/journal.txt" FILE-SIZE
        IF FILE-SIZE > 0
            DISPLAY "ChunkPrune: save/journal.txt still holds unsaved block changes - start and stop the server once, then rerun"
            STOP RUN
        END-IF
        MOVE SPACES TO SAFETY-DIR
        STRING "backups/pre-prune-" RUN-STAMP INTO SAFETY-DIR
    END-IF

    CALL "Regions-Load" USING IO-FAILURE
    CALL "Claims-Load" USING IO-FAILURE
    PERFORM LoadPlacements
    IF TOUCHED-OVERFLOW = 1
        DISPLAY "ChunkPrune: players have built in more than 512 region files - too many to track, nothing pruned"
        STOP RUN
    END-IF

    PERFORM VARYING WORLD-ACTIVE-DIM FROM 0 BY 1 UNTIL WORLD-ACTIVE-DIM > 1
        PERFORM VARYING FILE-REGION-X FROM -32 BY 1 UNTIL FILE-REGION-X > 31
            PERFORM VARYING FILE-REGION-Z FROM -32 BY 1 UNTIL FILE-REGION-Z > 31
                COMPUTE CHUNK-X = FILE-REGION-X * 32
                COMPUTE CHUNK-Z = FILE-REGION-Z * 32
                CALL "World-RegionFileName" USING CHUNK-X CHUNK-Z REGION-FILE-NAME
                CALL "Files-ReadAll" USING REGION-FILE-NAME REGION-BUFFER REGION-LENGTH IO-FAILURE
                IF IO-FAILURE = 0 AND REGION-LENGTH >= 8192
                    PERFORM PruneOneRegion
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM
    MOVE 0 TO WORLD-ACTIVE-DIM

    PERFORM WriteReport

    MOVE TOTAL-SCANNED TO NUM-DISPLAY
    MOVE TOTAL-PRUNED TO NUM-DISPLAY-2
    IF APPLY-MODE = 0
        DISPLAY "ChunkPrune: " FUNCTION TRIM(NUM-DISPLAY) " chunk(s) scanned, "
            FUNCTION TRIM(NUM-DISPLAY-2) " would be pruned - listed in " FUNCTION TRIM(OUT-FILE-NAME)
        DISPLAY "ChunkPrune: nothing was changed; rerun with apply to remove them"
        STOP RUN
    END-IF

    MOVE TOTAL-FILES-CHANGED TO NUM-DISPLAY-3
    DISPLAY "ChunkPrune: " FUNCTION TRIM(NUM-DISPLAY) " chunk(s) scanned, "
        FUNCTION TRIM(NUM-DISPLAY-2) " pruned from " FUNCTION TRIM(NUM-DISPLAY-3)
        " region file(s) - listed in " FUNCTION TRIM(OUT-FILE-NAME)
    IF TOTAL-FILES-FAILED > 0
        MOVE TOTAL-FILES-FAILED TO NUM-DISPLAY-3
        DISPLAY "ChunkPrune: " FUNCTION TRIM(NUM-DISPLAY-3) " region file(s) could not be rewritten and were left as they were"
    END-IF
    IF TOTAL-PRUNED > 0
        DISPLAY "ChunkPrune: run RegionCompact to give back the space the pruned chunks took"
    END-IF

    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    MOVE THRESHOLD-MINUTES TO NUM-DISPLAY
    MOVE TOTAL-FILES-CHANGED TO NUM-DISPLAY-3
    STRING "pruned " FUNCTION TRIM(NUM-DISPLAY-2) " chunk(s) inhabited under " FUNCTION TRIM(NUM-DISPLAY)
        " minute(s) from " FUNCTION TRIM(NUM-DISPLAY-3) " region file(s)"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    MOVE TOTAL-FILES-REMOVED TO NUM-DISPLAY-3
    STRING ", " FUNCTION TRIM(NUM-DISPLAY-3) " emptied and removed; list in " FUNCTION TRIM(OUT-FILE-NAME)
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    IF SAFETY-USED = 1
        STRING " (previous files kept in " FUNCTION TRIM(SAFETY-DIR) ")" INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    END-IF
    PERFORM WriteAudit
    STOP RUN.

ShowUsage.
    DISPLAY "Usage: ChunkPrune [report|apply] [<minutes>]"
    DISPLAY "       report (the default) lists the chunks inhabited under <minutes> (default 5)"
    DISPLAY "       with nothing built in them; apply removes them"
    EXIT PARAGRAPH.

LoadPlacements.
    *> both blocklog generations, then every archived day file - a chunk
    *> a player placed anything in is never a candidate, however old the
    *> building
    MOVE "save/blocklog.txt.1" TO LOG-FILE-NAME
    PERFORM ScanLogFile
    MOVE "save/blocklog.txt" TO LOG-FILE-NAME
    PERFORM ScanLogFile

    MOVE SPACES TO SHELL-COMMAND
    STRING "find save/blockarchive/overworld save/blockarchive/nether -name '*.txt'"
        " > report/chunk-prune-index.txt 2>/dev/null" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING "report/chunk-prune-index.txt" INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND INDEX-BUFFER-LENGTH > 0
        MOVE 1 TO INDEX-POINTER
        PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH OR TOUCHED-OVERFLOW = 1
            MOVE SPACES TO CURRENT-LINE
            UNSTRING INDEX-BUFFER(1:INDEX-BUFFER-LENGTH) DELIMITED BY X"0A"
                INTO CURRENT-LINE
                WITH POINTER INDEX-POINTER
            IF CURRENT-LINE NOT = SPACES
                MOVE FUNCTION TRIM(CURRENT-LINE) TO LOG-FILE-NAME
                PERFORM ScanLogFile
            END-IF
        END-PERFORM
    END-IF
    EXIT PARAGRAPH.

ScanLogFile.
    CALL "Files-ReadAll" USING LOG-FILE-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR LOG-BUFFER-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LOG-FILES-READ
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH OR TOUCHED-OVERFLOW = 1
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM MarkPlacement
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MarkPlacement.
    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    MOVE 1 TO LINE-POINTER
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
        WITH POINTER LINE-POINTER
    *> air is a block broken, not placed; any other change counts whoever
    *> made it - "-" covers staff volume edits as well as world machinery
    IF FIELD-ID = "0"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-X) NOT = 0 OR FUNCTION TEST-NUMVAL(FIELD-Z) NOT = 0
        EXIT PARAGRAPH
    END-IF
    *> a line from before the dimension field existed was an overworld change
    IF FIELD-DIM = "1"
        MOVE 1 TO LINE-DIM
    ELSE
        MOVE 0 TO LINE-DIM
    END-IF
    COMPUTE LINE-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE LINE-Z = FUNCTION NUMVAL(FIELD-Z)
    DIVIDE LINE-X BY 16 GIVING LINE-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LINE-Z BY 16 GIVING LINE-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LINE-CHUNK-X BY 32 GIVING LINE-REGION-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LINE-CHUNK-Z BY 32 GIVING LINE-REGION-Z ROUNDED MODE IS TOWARD-LESSER
    COMPUTE LINE-SLOT = FUNCTION MOD(LINE-CHUNK-X, 32) + FUNCTION MOD(LINE-CHUNK-Z, 32) * 32

    *> consecutive lines are nearly always in the same region file
    IF TOUCHED-FOUND > 0
        IF TOUCHED-DIM(TOUCHED-FOUND) NOT = LINE-DIM OR TOUCHED-REGION-X(TOUCHED-FOUND) NOT = LINE-REGION-X
            OR TOUCHED-REGION-Z(TOUCHED-FOUND) NOT = LINE-REGION-Z
            MOVE 0 TO TOUCHED-FOUND
        END-IF
    END-IF
    IF TOUCHED-FOUND = 0
        PERFORM VARYING TOUCHED-INDEX FROM 1 BY 1 UNTIL TOUCHED-INDEX > TOUCHED-COUNT OR TOUCHED-FOUND > 0
            IF TOUCHED-DIM(TOUCHED-INDEX) = LINE-DIM AND TOUCHED-REGION-X(TOUCHED-INDEX) = LINE-REGION-X
                AND TOUCHED-REGION-Z(TOUCHED-INDEX) = LINE-REGION-Z
                MOVE TOUCHED-INDEX TO TOUCHED-FOUND
            END-IF
        END-PERFORM
    END-IF
    IF TOUCHED-FOUND = 0
        IF TOUCHED-COUNT >= MAX-TOUCHED-REGIONS
            MOVE 1 TO TOUCHED-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO TOUCHED-COUNT
        MOVE TOUCHED-COUNT TO TOUCHED-FOUND
        MOVE LINE-DIM TO TOUCHED-DIM(TOUCHED-FOUND)
        MOVE LINE-REGION-X TO TOUCHED-REGION-X(TOUCHED-FOUND)
        MOVE LINE-REGION-Z TO TOUCHED-REGION-Z(TOUCHED-FOUND)
        MOVE ALL "0" TO TOUCHED-FLAGS(TOUCHED-FOUND)
    END-IF
    MOVE "1" TO TOUCHED-FLAGS(TOUCHED-FOUND)(LINE-SLOT + 1:1)
    EXIT PARAGRAPH.

PruneOneRegion.
    IF WORLD-ACTIVE-DIM = 1
        MOVE "nether" TO DIM-NAME
    ELSE
        MOVE "overworld" TO DIM-NAME
    END-IF
    MOVE 0 TO FILE-TOUCHED
    PERFORM VARYING TOUCHED-INDEX FROM 1 BY 1 UNTIL TOUCHED-INDEX > TOUCHED-COUNT OR FILE-TOUCHED > 0
        IF TOUCHED-DIM(TOUCHED-INDEX) = WORLD-ACTIVE-DIM AND TOUCHED-REGION-X(TOUCHED-INDEX) = FILE-REGION-X
            AND TOUCHED-REGION-Z(TOUCHED-INDEX) = FILE-REGION-Z
            MOVE TOUCHED-INDEX TO FILE-TOUCHED
        END-IF
    END-PERFORM

    MOVE 0 TO FILE-CHUNKS
    MOVE 0 TO FILE-PRUNED
    PERFORM VARYING CHUNK-SLOT FROM 0 BY 1 UNTIL CHUNK-SLOT > 1023
        COMPUTE HEADER-OFFSET = CHUNK-SLOT * 4 + 1
        COMPUTE SECTOR-OFFSET = (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET:1)) - 1) * 65536
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 1:1)) - 1) * 256
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 2:1)) - 1)
        IF SECTOR-OFFSET >= 2
            ADD 1 TO FILE-CHUNKS
            COMPUTE CHUNK-X = FILE-REGION-X * 32 + FUNCTION MOD(CHUNK-SLOT, 32)
            COMPUTE CHUNK-Z = FILE-REGION-Z * 32 + CHUNK-SLOT / 32
            PERFORM JudgeOneChunk
            IF CHUNK-VERDICT = "p"
                ADD 1 TO FILE-PRUNED
                PERFORM ListCandidate
                *> an empty offset and timestamp entry is how a region file
                *> says "never generated" - see World-RegionReadChunk
                MOVE ALL X"00" TO REGION-BUFFER(HEADER-OFFSET:4)
                MOVE ALL X"00" TO REGION-BUFFER(HEADER-OFFSET + 4096:4)
            END-IF
        END-IF
    END-PERFORM

    IF APPLY-MODE = 1 AND FILE-PRUNED > 0
        PERFORM RewriteRegion
    END-IF
    EXIT PARAGRAPH.

JudgeOneChunk.
    ADD 1 TO TOTAL-SCANNED
    MOVE "k" TO CHUNK-VERDICT
    COMPUTE CHUNK-MIN-X = CHUNK-X * 16
    COMPUTE CHUNK-MIN-Z = CHUNK-Z * 16
    COMPUTE CHUNK-MAX-X = CHUNK-MIN-X + 15
    COMPUTE CHUNK-MAX-Z = CHUNK-MIN-Z + 15

    *> protected regions carry no dimension and guard both; a claim only its own
    PERFORM VARYING REGION-INDEX FROM 1 BY 1 UNTIL REGION-INDEX > REGION-COUNT
        IF CHUNK-MAX-X >= REGION-MIN-X(REGION-INDEX) AND CHUNK-MIN-X <= REGION-MAX-X(REGION-INDEX)
            AND CHUNK-MAX-Z >= REGION-MIN-Z(REGION-INDEX) AND CHUNK-MIN-Z <= REGION-MAX-Z(REGION-INDEX)
            ADD 1 TO TOTAL-PROTECTED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        IF CLAIM-DIMENSION(CLAIM-INDEX) = WORLD-ACTIVE-DIM
            AND CHUNK-MAX-X >= CLAIM-MIN-X(CLAIM-INDEX) AND CHUNK-MIN-X <= CLAIM-MAX-X(CLAIM-INDEX)
            AND CHUNK-MAX-Z >= CLAIM-MIN-Z(CLAIM-INDEX) AND CHUNK-MIN-Z <= CLAIM-MAX-Z(CLAIM-INDEX)
            ADD 1 TO TOTAL-PROTECTED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    IF FILE-TOUCHED > 0
        IF TOUCHED-FLAGS(FILE-TOUCHED)(CHUNK-SLOT + 1:1) = "1"
            ADD 1 TO TOTAL-PLACED
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> the rest needs the chunk itself, decoded the way the live server does
    CALL "World-LoadChunk" USING CHUNK-X CHUNK-Z IO-FAILURE
    CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
    IF IO-FAILURE NOT = 0
        *> a decode that failed part way may still have taken a cache slot
        *> and filled block-entity entries - drop them too, or a full cache
        *> would save the half-decoded chunk back on eviction
        PERFORM DropLoadedChunk
        ADD 1 TO TOTAL-UNREADABLE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CHUNK-INHABITED
    IF CHUNK-INDEX > 0
        MOVE WORLD-CHUNK-INHABITED(CHUNK-INDEX) TO CHUNK-INHABITED
    END-IF
    PERFORM DropLoadedChunk

    IF CHUNK-INHABITED >= THRESHOLD-TICKS
        ADD 1 TO TOTAL-INHABITED
        EXIT PARAGRAPH
    END-IF
    IF CHUNK-ENTITIES > 0
        ADD 1 TO TOTAL-ENTITIES
        EXIT PARAGRAPH
    END-IF
    MOVE "p" TO CHUNK-VERDICT
    ADD 1 TO TOTAL-PRUNED
    EXIT PARAGRAPH.

DropLoadedChunk.
    *> everything now in the block-entity tables came out of this one chunk;
    *> count it and clear the tables, as ItemCensus does, so they never fill
    *> up over a long sweep
    MOVE 0 TO CHUNK-ENTITIES
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-CONTAINERS
        IF CONTAINER-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO CONTAINER-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO CONTAINER-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-FURNACES
        IF FURNACE-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO FURNACE-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO FURNACE-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-HOPPERS
        IF HOPPER-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO HOPPER-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO HOPPER-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO BREWSTAND-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO BREWSTAND-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-SIGNS
        IF SIGN-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO SIGN-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO SIGN-ENTRY-COUNT
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-COMMANDBLOCKS
        IF COMMANDBLOCK-PRESENT(ENTITY-INDEX) > 0
            ADD 1 TO CHUNK-ENTITIES
            MOVE 0 TO COMMANDBLOCK-PRESENT(ENTITY-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO COMMANDBLOCK-ENTRY-COUNT
    *> wandering mobs don't make a chunk worth keeping - they respawn
    PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > MAX-MOBS
        MOVE 0 TO MOB-PRESENT(ENTITY-INDEX)
    END-PERFORM

    *> and drop the chunk itself, unsaved
    IF CHUNK-INDEX > 0
        MOVE 0 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    END-IF
    EXIT PARAGRAPH.

ListCandidate.
    *> "<dimension> <chunk-x> <chunk-z> <inhabited ticks>"
    MOVE SPACES TO OUT-LINE
    MOVE 1 TO OUT-LINE-POS
    MOVE CHUNK-X TO NUM-DISPLAY
    MOVE CHUNK-Z TO NUM-DISPLAY-2
    MOVE CHUNK-INHABITED TO NUM-DISPLAY-3
    STRING FUNCTION TRIM(DIM-NAME) " " FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(NUM-DISPLAY-2) " "
        FUNCTION TRIM(NUM-DISPLAY-3) X"0A" INTO OUT-LINE WITH POINTER OUT-LINE-POS
    COMPUTE OUT-LINE-LEN = OUT-LINE-POS - 1
    *> the list leaves room in OUT-BUFFER for the report's heading lines
    IF LIST-LENGTH + OUT-LINE-LEN > LENGTH OF LIST-BUFFER - 4096
        MOVE 1 TO OUT-TRUNCATED
        EXIT PARAGRAPH
    END-IF
    MOVE OUT-LINE(1:OUT-LINE-LEN) TO LIST-BUFFER(LIST-LENGTH + 1:OUT-LINE-LEN)
    ADD OUT-LINE-LEN TO LIST-LENGTH
    EXIT PARAGRAPH.

RewriteRegion.
    *> a safety copy first, then the same .new / .bak swap RegionCompact uses
    MOVE SPACES TO SHELL-COMMAND
    STRING "mkdir -p " FUNCTION TRIM(SAFETY-DIR) "/" FUNCTION TRIM(DIM-NAME) "/region && cp "
        FUNCTION TRIM(REGION-FILE-NAME) " " FUNCTION TRIM(SAFETY-DIR) "/" FUNCTION TRIM(DIM-NAME) "/region/"
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        DISPLAY "ChunkPrune: could not keep a safety copy of " FUNCTION TRIM(REGION-FILE-NAME) " - left as it is"
        PERFORM UncountRegion
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO SAFETY-USED

    IF FILE-PRUNED = FILE-CHUNKS
        MOVE SPACES TO SHELL-COMMAND
        STRING "rm -f " FUNCTION TRIM(REGION-FILE-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        IF SHELL-STATUS NOT = 0
            DISPLAY "ChunkPrune: could not remove " FUNCTION TRIM(REGION-FILE-NAME) " - left as it is"
            PERFORM UncountRegion
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO TOTAL-FILES-CHANGED
        ADD 1 TO TOTAL-FILES-REMOVED
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO NEW-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".new" INTO NEW-FILE-NAME
    MOVE SPACES TO BAK-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".bak" INTO BAK-FILE-NAME
    CALL "Files-WriteAll" USING NEW-FILE-NAME REGION-BUFFER REGION-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ChunkPrune: could not write " FUNCTION TRIM(NEW-FILE-NAME) " - skipped"
        PERFORM UncountRegion
        EXIT PARAGRAPH
    END-IF
    CALL "Files-Rename" USING REGION-FILE-NAME BAK-FILE-NAME IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ChunkPrune: could not park " FUNCTION TRIM(REGION-FILE-NAME) " - skipped"
        PERFORM UncountRegion
        EXIT PARAGRAPH
    END-IF
    CALL "Files-Rename" USING NEW-FILE-NAME REGION-FILE-NAME IO-FAILURE
    IF IO-FAILURE NOT = 0
        CALL "Files-Rename" USING BAK-FILE-NAME REGION-FILE-NAME IO-FAILURE
        DISPLAY "ChunkPrune: swap failed for " FUNCTION TRIM(REGION-FILE-NAME) " - original restored"
        PERFORM UncountRegion
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SHELL-COMMAND
    STRING "rm -f " FUNCTION TRIM(BAK-FILE-NAME) INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    ADD 1 TO TOTAL-FILES-CHANGED
    EXIT PARAGRAPH.

UncountRegion.
    *> a file that couldn't be rewritten keeps its chunks - they are still
    *> listed, but not counted as pruned
    ADD 1 TO TOTAL-FILES-FAILED
    SUBTRACT FILE-PRUNED FROM TOTAL-PRUNED
    ADD FILE-PRUNED TO TOTAL-UNREADABLE
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-FILE-NAME
    IF APPLY-MODE = 1
        STRING "report/chunk-prune-" REPORT-DATE "-applied.txt" INTO OUT-FILE-NAME
    ELSE
        STRING "report/chunk-prune-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    END-IF
    MOVE 0 TO OUT-LENGTH
    MOVE 1 TO OUT-LINE-POS
    MOVE THRESHOLD-MINUTES TO NUM-DISPLAY
    MOVE THRESHOLD-TICKS TO NUM-DISPLAY-2
    IF APPLY-MODE = 1
        STRING "Chunk prune, applied " RUN-STAMP X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    ELSE
        STRING "Chunk prune, dry run " RUN-STAMP " - nothing was changed" X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    END-IF
    STRING "Threshold: " FUNCTION TRIM(NUM-DISPLAY) " minute(s) (" FUNCTION TRIM(NUM-DISPLAY-2) " ticks) inhabited" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE LOG-FILES-READ TO NUM-DISPLAY
    STRING "Block change files read: " FUNCTION TRIM(NUM-DISPLAY) X"0A" X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-SCANNED TO NUM-DISPLAY
    STRING "Chunks scanned:                      " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-PROTECTED TO NUM-DISPLAY
    STRING "Kept, in a protected region or claim: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-PLACED TO NUM-DISPLAY
    STRING "Kept, blocks placed in it:           " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-INHABITED TO NUM-DISPLAY
    STRING "Kept, inhabited long enough:         " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-ENTITIES TO NUM-DISPLAY
    STRING "Kept, containers or signs:           " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-UNREADABLE TO NUM-DISPLAY
    STRING "Kept, unreadable or not rewritten:   " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    MOVE TOTAL-PRUNED TO NUM-DISPLAY
    IF APPLY-MODE = 1
        STRING "Pruned:                              " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
        MOVE TOTAL-FILES-CHANGED TO NUM-DISPLAY
        MOVE TOTAL-FILES-REMOVED TO NUM-DISPLAY-2
        STRING "Region files changed:                " FUNCTION TRIM(NUM-DISPLAY)
            " (" FUNCTION TRIM(NUM-DISPLAY-2) " emptied and removed)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
        IF SAFETY-USED = 1
            STRING "Previous files kept in " FUNCTION TRIM(SAFETY-DIR) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
        END-IF
    ELSE
        STRING "Would be pruned:                     " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    END-IF
    STRING X"0A" "<dimension> <chunk-x> <chunk-z> <inhabited ticks>" X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
    COMPUTE OUT-LENGTH = OUT-LINE-POS - 1
    IF LIST-LENGTH > 0
        MOVE LIST-BUFFER(1:LIST-LENGTH) TO OUT-BUFFER(OUT-LENGTH + 1:LIST-LENGTH)
        ADD LIST-LENGTH TO OUT-LENGTH
    END-IF
    IF OUT-TRUNCATED = 1
        COMPUTE OUT-LINE-POS = OUT-LENGTH + 1
        STRING "... list cut short - too many chunks to list" X"0A" INTO OUT-BUFFER WITH POINTER OUT-LINE-POS
        COMPUTE OUT-LENGTH = OUT-LINE-POS - 1
    END-IF
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

WriteAudit.
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "CBL_CREATE_DIR" USING "logs"
    CALL "Audit-Log" USING C-AUDIT-SOURCE AUDIT-TEXT AUDIT-TEXT-LEN
    EXIT PARAGRAPH.

END PROGRAM ChunkPrune.
