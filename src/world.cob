    01 HOPPER-CHUNK-X           BINARY-LONG.
    01 HOPPER-CHUNK-Z           BINARY-LONG.
    COPY DD-HOPPERS.
    *> Block-entity (brewing stand) persistence
    01 BREWSTAND-INDEX          BINARY-LONG UNSIGNED.
    01 BREWSTAND-CHUNK-X        BINARY-LONG.
    01 BREWSTAND-CHUNK-Z        BINARY-LONG.
    COPY DD-BREWSTANDS.
    *> Block-entity (sign) persistence
    01 SIGN-INDEX               BINARY-LONG UNSIGNED.
    01 SIGN-CHUNK-X             BINARY-LONG.
    MOVE 16 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN C-SAVE-DATA-VERSION

    *> ticks players have spent near the chunk - ahead of the position tags so
    *> World-LoadChunk's seek pass meets it; older files simply lack it
    MOVE "InhabitedTime" TO TAG-NAME
    MOVE 13 TO NAME-LEN
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN WORLD-CHUNK-INHABITED(LK-CHUNK-INDEX)

    *> chunk position
    MOVE 4 TO NAME-LEN
    MOVE "xPos" TO TAG-NAME
        END-IF
    END-PERFORM

    *> brewing stands (see World-OpenBrewingStand/BrewingTick in Server)
    *> belonging to this chunk, sharing the same "block_entities" list,
    *> disambiguated by the "id" tag - the brew countdown and fuel ride along so a
    *> brew in progress resumes after a restart, and each bottle's brew is kept in
    *> a vanilla-style "tag" compound beside its id/count
    PERFORM VARYING BREWSTAND-INDEX FROM 1 BY 1 UNTIL BREWSTAND-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(BREWSTAND-INDEX) > 0
            DIVIDE BREWSTAND-X(BREWSTAND-INDEX) BY 16 GIVING BREWSTAND-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE BREWSTAND-Z(BREWSTAND-INDEX) BY 16 GIVING BREWSTAND-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF BREWSTAND-CHUNK-X = WORLD-CHUNK-X(LK-CHUNK-INDEX) AND BREWSTAND-CHUNK-Z = WORLD-CHUNK-Z(LK-CHUNK-INDEX)
                AND BREWSTAND-DIM(BREWSTAND-INDEX) = WORLD-CHUNK-DIM(LK-CHUNK-INDEX)
                *> start block entity
                CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET OMITTED OMITTED

                MOVE "x" TO TAG-NAME
                MOVE 1 TO NAME-LEN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN BREWSTAND-X(BREWSTAND-INDEX)
                MOVE "y" TO TAG-NAME
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN BREWSTAND-Y(BREWSTAND-INDEX)
                MOVE "z" TO TAG-NAME
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN BREWSTAND-Z(BREWSTAND-INDEX)

                MOVE "id" TO TAG-NAME
                MOVE 2 TO NAME-LEN
                MOVE "minecraft:brewing_stand" TO STR
                MOVE 23 TO STR-LEN
                CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN STR STR-LEN

                MOVE "BrewTime" TO TAG-NAME
                MOVE 8 TO NAME-LEN
                MOVE BREWSTAND-BREW-TIME(BREWSTAND-INDEX) TO INT32-BURN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN INT32-BURN
                MOVE "Fuel" TO TAG-NAME
                MOVE 4 TO NAME-LEN
                MOVE BREWSTAND-FUEL(BREWSTAND-INDEX) TO INT32-BURN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN INT32-BURN

                *> stored items - Slot 0-2 = bottles, 3 = ingredient, 4 = fuel, the
                *> same Slot/id/count shape the furnace "Items" list above uses
                MOVE "Items" TO TAG-NAME
                MOVE 5 TO NAME-LEN
                CALL "NbtEncode-List" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN
                PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
                    IF BREWSTAND-SLOT-ID(BREWSTAND-INDEX, SLOT-INDEX) >= 0
                        CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET OMITTED OMITTED

                        MOVE "Slot" TO TAG-NAME
                        MOVE 4 TO NAME-LEN
                        COMPUTE INT8 = SLOT-INDEX - 1
                        CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN INT8

                        CALL "Items-Get-Name" USING BREWSTAND-SLOT-ID(BREWSTAND-INDEX, SLOT-INDEX) SLOT-ITEM-NAME
                        MOVE "id" TO TAG-NAME
                        MOVE 2 TO NAME-LEN
                        MOVE FUNCTION STORED-CHAR-LENGTH(SLOT-ITEM-NAME) TO STR-LEN
                        CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN SLOT-ITEM-NAME STR-LEN

                        MOVE "count" TO TAG-NAME
                        MOVE 5 TO NAME-LEN
                        MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, SLOT-INDEX) TO INT8
                        CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN INT8

                        IF BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, SLOT-INDEX) NOT = SPACES
                            MOVE "tag" TO TAG-NAME
                            MOVE 3 TO NAME-LEN
                            CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN
                            MOVE "Potion" TO TAG-NAME
                            MOVE 6 TO NAME-LEN
                            MOVE BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, SLOT-INDEX) TO STR
                            MOVE FUNCTION STORED-CHAR-LENGTH(BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, SLOT-INDEX)) TO STR-LEN
                            CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN STR STR-LEN
                            CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
                        END-IF

                        CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
                    END-IF
                END-PERFORM
                CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET

                *> end block entity
                CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
            END-IF
        END-IF
    END-PERFORM

    *> hoppers (see World-OpenHopper/HopperTick in Server) belonging to this
    *> chunk, sharing the same "block_entities" list, disambiguated by the "id"
    *> tag - the facing rides along so transport direction survives a restart
                CALL "NbtEncode-Double" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET OMITTED OMITTED MOB-Z(MOB-INDEX)
                CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET

                *> breeding state, so a farm's calves stay calves and a bred
                *> pair stays on cooldown across a restart - all 0 for mobs
                *> that don't breed
                MOVE "IsBaby" TO TAG-NAME
                MOVE 6 TO NAME-LEN
                CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN MOB-BABY(MOB-INDEX)

                MOVE "Age" TO TAG-NAME
                MOVE 3 TO NAME-LEN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN MOB-AGE(MOB-INDEX)

                MOVE "InLove" TO TAG-NAME
                MOVE 6 TO NAME-LEN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN MOB-LOVE-TICKS(MOB-INDEX)

                MOVE "BreedCooldown" TO TAG-NAME
                MOVE 13 TO NAME-LEN
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN MOB-BREED-COOLDOWN(MOB-INDEX)

                *> end entity
                CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
            END-IF
    01 CHUNK-SECTION-MIN-Y      BINARY-LONG.
    01 CHUNK-INDEX              BINARY-LONG UNSIGNED.
    01 LOADED-VERSION           BINARY-LONG             VALUE 0.
    01 LOADED-INHABITED         BINARY-DOUBLE           VALUE 0.
    01 LOG-TEXT-V               PIC X(128).
    01 LOG-TEXT-V-POS           BINARY-LONG UNSIGNED.
    01 LOG-TEXT-V-LEN           BINARY-LONG UNSIGNED.
    01 HOPPER-TEMP-FACING       BINARY-CHAR UNSIGNED.
    01 HOPPER-INDEX             BINARY-LONG UNSIGNED.
    COPY DD-HOPPERS.
    *> brewing stand restoration - see World-OpenBrewingStand and BrewingTick in
    *> Server
    01 BREWSTAND-TEMP-BREW      BINARY-LONG.
    01 BREWSTAND-TEMP-FUEL      BINARY-LONG.
    01 BREWSTAND-TEMP-POTION    PIC X(32).
    01 BREWSTAND-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-BREWSTANDS.
    *> sign restoration - see World-OpenSign and the "Update Sign" handler in Server
    01 SIGN-TEMP-LINE OCCURS 4 TIMES.
        02 SIGN-TEMP-TEXT           PIC X(64).
    01 MOB-TEMP-X               FLOAT-LONG.
    01 MOB-TEMP-Y               FLOAT-LONG.
    01 MOB-TEMP-Z               FLOAT-LONG.
    01 MOB-TEMP-BABY            BINARY-CHAR.
    01 MOB-TEMP-AGE             BINARY-LONG.
    01 MOB-TEMP-LOVE            BINARY-LONG.
    01 MOB-TEMP-COOLDOWN        BINARY-LONG.
    01 MOB-INDEX                BINARY-LONG UNSIGNED.
    01 MOB-FOUND-SLOT           BINARY-CHAR UNSIGNED.
    01 CLIENT-ID                BINARY-LONG UNSIGNED.
    MOVE NBT-DECODER-STATE TO NBT-SEEK-STATE
    MOVE 0 TO SEEK-FOUND
    MOVE 0 TO LOADED-VERSION
    MOVE 0 TO LOADED-INHABITED
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET AT-END TAG-NAME NAME-LEN
        IF AT-END > 0
        EVALUATE TAG-NAME(1:NAME-LEN)
            WHEN "CobolDataVersion"
                CALL "NbtDecode-Int" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET LOADED-VERSION
            WHEN "InhabitedTime"
                CALL "NbtDecode-Long" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET LOADED-INHABITED
            WHEN "xPos"
                CALL "NbtDecode-Int" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET CHUNK-X
                ADD 1 TO SEEK-FOUND
        MOVE 1 TO LK-FAILURE
        GOBACK
    END-IF
    MOVE LOADED-INHABITED TO WORLD-CHUNK-INHABITED(CHUNK-INDEX)

    *> The following code is order-dependent.
    *> We assume that the Y value comes first. We also assume that the block palette comes before the block data.
            MOVE 0 TO FURNACE-INDEX
            MOVE 0 TO HOPPER-TEMP-FACING
            MOVE 0 TO HOPPER-INDEX
            MOVE 0 TO BREWSTAND-TEMP-BREW
            MOVE 0 TO BREWSTAND-TEMP-FUEL
            MOVE 0 TO BREWSTAND-INDEX
            PERFORM VARYING SIGN-LINE-INDEX FROM 1 BY 1 UNTIL SIGN-LINE-INDEX > 4
                MOVE SPACES TO SIGN-TEMP-TEXT(SIGN-LINE-INDEX)
                MOVE 0 TO SIGN-TEMP-LEN(SIGN-LINE-INDEX)
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET FURNACE-TEMP-BURN
                    WHEN "CookTime"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET FURNACE-TEMP-COOK
                    WHEN "BrewTime"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET BREWSTAND-TEMP-BREW
                    WHEN "Fuel"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET BREWSTAND-TEMP-FUEL
                    WHEN "Items"
                        *> the container/furnace itself is only allocated once we know its
                        *> position, so the position tags ("x"/"y"/"z") - and for a furnace
                                IF HOPPER-INDEX = 0
                                    CALL "World-OpenHopper" USING CONTAINER-POSITION-TEMP HOPPER-INDEX
                                END-IF
                            WHEN BLOCK-ENTITY-ID = "minecraft:brewing_stand"
                                IF BREWSTAND-INDEX = 0
                                    CALL "World-OpenBrewingStand" USING CONTAINER-POSITION-TEMP BREWSTAND-INDEX
                                END-IF
                            WHEN OTHER
                                IF CONTAINER-INDEX = 0
                                    CALL "World-OpenContainer" USING CONTAINER-POSITION-TEMP CONTAINER-INDEX
                        PERFORM VARYING ITEM-LIST-INDEX FROM 1 BY 1 UNTIL ITEM-LIST-INDEX > ITEM-LIST-COUNT
                            CALL "NbtDecode-Compound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                            MOVE 0 TO SLOT-INDEX
                            MOVE SPACES TO BREWSTAND-TEMP-POTION
                            PERFORM UNTIL EXIT
                                CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END TAG-NAME NAME-LEN
                                IF AT-END > 0
                                                IF HOPPER-INDEX > 0 AND SLOT-INDEX > 0 AND SLOT-INDEX <= HOPPER-SLOT-TOTAL
                                                    MOVE INT8 TO HOPPER-SLOT-COUNT-VAL(HOPPER-INDEX, SLOT-INDEX)
                                                END-IF
                                            WHEN BLOCK-ENTITY-ID = "minecraft:brewing_stand"
                                                IF BREWSTAND-INDEX > 0 AND SLOT-INDEX > 0 AND SLOT-INDEX <= 5
                                                    MOVE INT8 TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, SLOT-INDEX)
                                                END-IF
                                            WHEN CONTAINER-INDEX > 0 AND SLOT-INDEX > 0
                                                MOVE INT8 TO CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, SLOT-INDEX)
                                        END-EVALUATE
                                    *> a bottle's brew, in the vanilla-style item "tag"
                                    *> compound World-SaveChunk writes for a stand
                                    WHEN "tag"
                                        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                        PERFORM UNTIL EXIT
                                            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END TAG-NAME NAME-LEN
                                            IF AT-END > 0
                                                EXIT PERFORM
                                            END-IF
                                            IF TAG-NAME(1:NAME-LEN) = "Potion"
                                                CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR STR-LEN
                                                MOVE STR(1:STR-LEN) TO BREWSTAND-TEMP-POTION
                                            ELSE
                                                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                            END-IF
                                        END-PERFORM
                                        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                    WHEN OTHER
                                        CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                END-EVALUATE
                                    IF HOPPER-INDEX > 0 AND SLOT-INDEX > 0 AND SLOT-INDEX <= HOPPER-SLOT-TOTAL
                                        CALL "Items-Get-Id" USING ITEM-NAME HOPPER-SLOT-ID(HOPPER-INDEX, SLOT-INDEX)
                                    END-IF
                                WHEN BLOCK-ENTITY-ID = "minecraft:brewing_stand"
                                    IF BREWSTAND-INDEX > 0 AND SLOT-INDEX > 0 AND SLOT-INDEX <= 5
                                        CALL "Items-Get-Id" USING ITEM-NAME BREWSTAND-SLOT-ID(BREWSTAND-INDEX, SLOT-INDEX)
                                        MOVE BREWSTAND-TEMP-POTION TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, SLOT-INDEX)
                                    END-IF
                                WHEN CONTAINER-INDEX > 0 AND SLOT-INDEX > 0
                                    CALL "Items-Get-Id" USING ITEM-NAME CONTAINER-SLOT-ID(CONTAINER-INDEX, SLOT-INDEX)
                            END-EVALUATE
                END-IF
            END-IF

            *> a brewing stand's brew countdown and fuel apply late the same way,
            *> an empty one having been allocated by its empty "Items" list
            IF BLOCK-ENTITY-ID = "minecraft:brewing_stand"
                IF BREWSTAND-INDEX = 0
                    CALL "World-OpenBrewingStand" USING CONTAINER-POSITION-TEMP BREWSTAND-INDEX
                END-IF
                IF BREWSTAND-INDEX > 0
                    MOVE BREWSTAND-TEMP-BREW TO BREWSTAND-BREW-TIME(BREWSTAND-INDEX)
                    MOVE BREWSTAND-TEMP-FUEL TO BREWSTAND-FUEL(BREWSTAND-INDEX)
                END-IF
            END-IF

            *> a sign is restored the same late way the command block above is,
            *> once its position and all four Text lines have been read
            IF BLOCK-ENTITY-ID = "minecraft:sign"
            MOVE 0 TO MOB-TEMP-X
            MOVE 64 TO MOB-TEMP-Y
            MOVE 0 TO MOB-TEMP-Z
            MOVE 0 TO MOB-TEMP-BABY
            MOVE 0 TO MOB-TEMP-AGE
            MOVE 0 TO MOB-TEMP-LOVE
            MOVE 0 TO MOB-TEMP-COOLDOWN
            PERFORM UNTIL EXIT
                CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END TAG-NAME NAME-LEN
                IF AT-END > 0
                        CALL "NbtDecode-Double" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-Y
                        CALL "NbtDecode-Double" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-Z
                        CALL "NbtDecode-EndList" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                    WHEN "IsBaby"
                        CALL "NbtDecode-Byte" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-BABY
                    WHEN "Age"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-AGE
                    WHEN "InLove"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-LOVE
                    WHEN "BreedCooldown"
                        CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MOB-TEMP-COOLDOWN
                    WHEN OTHER
                        CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                END-EVALUATE
                        MOVE MOB-TEMP-Z TO MOB-TARGET-Z(MOB-INDEX)
                        MOVE 0 TO MOB-WANDER-TICKS(MOB-INDEX)
                        MOVE 0 TO MOB-ATTACK-COOLDOWN(MOB-INDEX)
                        IF MOB-TEMP-BABY > 0
                            MOVE 1 TO MOB-BABY(MOB-INDEX)
                        ELSE
                            MOVE 0 TO MOB-BABY(MOB-INDEX)
                        END-IF
                        MOVE FUNCTION MAX(MOB-TEMP-AGE, 0) TO MOB-AGE(MOB-INDEX)
                        MOVE FUNCTION MAX(MOB-TEMP-LOVE, 0) TO MOB-LOVE-TICKS(MOB-INDEX)
                        MOVE FUNCTION MAX(MOB-TEMP-COOLDOWN, 0) TO MOB-BREED-COOLDOWN(MOB-INDEX)

                        *> clients already in the game see the restored mob now;
                        *> later joiners get it through SpawnMobEntities as usual
                        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                            IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                                CALL "SendPacket-SpawnEntity" USING CLIENT-HNDL(CLIENT-ID) MOB-ENTITY-ID(MOB-INDEX) MOB-ENTITY-TYPE(MOB-INDEX) MOB-POSITION(MOB-INDEX) MOB-ROTATION(MOB-INDEX)
                                IF MOB-BABY(MOB-INDEX) = 1
                                    CALL "SendPacket-SetEntityMetadataBaby" USING CLIENT-HNDL(CLIENT-ID) MOB-ENTITY-ID(MOB-INDEX) MOB-BABY(MOB-INDEX)
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF

END PROGRAM World-UnloadChunks.

*> --- World-AccrueInhabited ---
*> Add LK-TICKS to the inhabited time of every cached chunk within 8 chunks
*> (vanilla's 128-block player range) of a connected player in its dimension -
*> see GameLoop in Server. A chunk is only marked dirty when its total
*> crosses a whole minute, so the accrual alone never has a chunk rewritten
*> more than once a minute; what a short stay adds below that is kept in
*> memory and reaches disk with the chunk's next save for any other reason.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-AccrueInhabited.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-INHABITED-RANGE    BINARY-LONG             VALUE 8.
    01 C-INHABITED-MINUTE   BINARY-LONG             VALUE 1200.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX         BINARY-LONG UNSIGNED.
    01 PLAYER-CHUNK-X       BINARY-LONG.
    01 PLAYER-CHUNK-Z       BINARY-LONG.
    01 CHUNK-INHABITED      BINARY-CHAR UNSIGNED.
    01 MINUTES-BEFORE       BINARY-DOUBLE.
    01 MINUTES-AFTER        BINARY-DOUBLE.
    *> World data
    COPY DD-WORLD.
    *> Player data
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-TICKS             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TICKS.
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1 UNTIL CHUNK-INDEX > WORLD-CHUNK-COUNT
        IF WORLD-CHUNK-PRESENT(CHUNK-INDEX) > 0
            MOVE 0 TO CHUNK-INHABITED
            PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS OR CHUNK-INHABITED = 1
                IF PLAYER-CLIENT(PLAYER-INDEX) > 0
                    AND PLAYER-DIMENSION(PLAYER-INDEX) = WORLD-CHUNK-DIM(CHUNK-INDEX)
                    DIVIDE PLAYER-X(PLAYER-INDEX) BY 16 GIVING PLAYER-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
                    DIVIDE PLAYER-Z(PLAYER-INDEX) BY 16 GIVING PLAYER-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
                    IF FUNCTION ABS(WORLD-CHUNK-X(CHUNK-INDEX) - PLAYER-CHUNK-X) <= C-INHABITED-RANGE
                        AND FUNCTION ABS(WORLD-CHUNK-Z(CHUNK-INDEX) - PLAYER-CHUNK-Z) <= C-INHABITED-RANGE
                        MOVE 1 TO CHUNK-INHABITED
                    END-IF
                END-IF
            END-PERFORM
            IF CHUNK-INHABITED = 1
                DIVIDE WORLD-CHUNK-INHABITED(CHUNK-INDEX) BY C-INHABITED-MINUTE GIVING MINUTES-BEFORE
                ADD LK-TICKS TO WORLD-CHUNK-INHABITED(CHUNK-INDEX)
                DIVIDE WORLD-CHUNK-INHABITED(CHUNK-INDEX) BY C-INHABITED-MINUTE GIVING MINUTES-AFTER
                IF MINUTES-AFTER > MINUTES-BEFORE
                    MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM World-AccrueInhabited.

*> --- World-RegenerateChunk ---
*> Put one chunk of the active dimension back to freshly generated terrain -
*> the resource-area reset, see RegenTick in Server. The block entities (chest,
*> sign, furnace and the rest) standing in it go with the old blocks, and so do
*> any mobs, which live in the overworld only. The chunk is regenerated from
*> WORLD-SEED exactly as World-GenerateChunk first made it and saved at once; a
*> chunk nobody had loaded is dropped from memory again afterwards, so a reset
*> walks its area without filling the chunk cache. A "regen <x> <z> <dim>" line
*> goes to the write-ahead journal before the save, so a crash part-way through
*> replays the reset rather than leaving the old chunk - see World-Load.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-RegenerateChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    01 WAS-LOADED           BINARY-CHAR UNSIGNED.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 ENTRY-CHUNK-X        BINARY-LONG.
    01 ENTRY-CHUNK-Z        BINARY-LONG.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    *> the journal line - see World-SetBlock for the block-change form
    01 JOURNAL-LINE         PIC X(64).
    01 JOURNAL-LINE-POS     BINARY-LONG UNSIGNED.
    01 JOURNAL-LINE-LEN     BINARY-LONG UNSIGNED.
    01 JOURNAL-NUM-X        PIC -(9)9.
    01 JOURNAL-NUM-Z        PIC -(9)9.
    01 JOURNAL-NUM-DIM      PIC 9.
    01 JOURNAL-FAILURE      BINARY-CHAR UNSIGNED.
    COPY DD-WORLD.
    COPY DD-CLIENT-STATES.
    COPY DD-CLIENTS.
    COPY DD-MOBS.
    COPY DD-CONTAINERS.
    COPY DD-COMMANDBLOCKS.
    COPY DD-FURNACES.
    COPY DD-HOPPERS.
    COPY DD-BREWSTANDS.
    COPY DD-SIGNS.
LINKAGE SECTION.
    01 LK-CHUNK-X           BINARY-LONG.
    01 LK-CHUNK-Z           BINARY-LONG.
    *> incremented by the number of block entities dropped
    01 LK-DROPPED           BINARY-LONG UNSIGNED.
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z LK-DROPPED LK-FAILURE.
    MOVE 0 TO LK-FAILURE

    *> block entities of this chunk, in this dimension
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-CONTAINERS
        IF CONTAINER-PRESENT(ENTRY-INDEX) > 0 AND CONTAINER-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE CONTAINER-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CONTAINER-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO CONTAINER-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM CONTAINER-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-COMMANDBLOCKS
        IF COMMANDBLOCK-PRESENT(ENTRY-INDEX) > 0 AND COMMANDBLOCK-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE COMMANDBLOCK-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE COMMANDBLOCK-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO COMMANDBLOCK-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM COMMANDBLOCK-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-FURNACES
        IF FURNACE-PRESENT(ENTRY-INDEX) > 0 AND FURNACE-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE FURNACE-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE FURNACE-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO FURNACE-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM FURNACE-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-HOPPERS
        IF HOPPER-PRESENT(ENTRY-INDEX) > 0 AND HOPPER-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE HOPPER-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE HOPPER-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO HOPPER-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM HOPPER-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(ENTRY-INDEX) > 0 AND BREWSTAND-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE BREWSTAND-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE BREWSTAND-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO BREWSTAND-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM BREWSTAND-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-SIGNS
        IF SIGN-PRESENT(ENTRY-INDEX) > 0 AND SIGN-DIM(ENTRY-INDEX) = WORLD-ACTIVE-DIM
            DIVIDE SIGN-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE SIGN-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                MOVE 0 TO SIGN-PRESENT(ENTRY-INDEX)
                SUBTRACT 1 FROM SIGN-ENTRY-COUNT
                ADD 1 TO LK-DROPPED
            END-IF
        END-IF
    END-PERFORM

    *> mobs standing in it, removed client-side as World-UnloadChunks does
    IF WORLD-ACTIVE-DIM = 0
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-MOBS
            IF MOB-PRESENT(ENTRY-INDEX) > 0
                DIVIDE MOB-X(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
                DIVIDE MOB-Z(ENTRY-INDEX) BY 16 GIVING ENTRY-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
                IF ENTRY-CHUNK-X = LK-CHUNK-X AND ENTRY-CHUNK-Z = LK-CHUNK-Z
                    MOVE 0 TO MOB-PRESENT(ENTRY-INDEX)
                    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                            CALL "SendPacket-RemoveEntities" USING CLIENT-HNDL(CLIENT-ID) MOB-ENTITY-ID(ENTRY-INDEX)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
        END-PERFORM
    END-IF

    CALL "World-FindChunkIndex" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX > 0
        MOVE 1 TO WAS-LOADED
        *> let the old, mined copy go unsaved - World-AllocateChunk may hand
        *> the fresh one an earlier free slot, and a second copy left behind
        *> here would be saved back over the reset later
        MOVE 0 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    ELSE
        MOVE 0 TO WAS-LOADED
    END-IF

    IF WORLD-JOURNAL-REPLAYING = 0
        MOVE LK-CHUNK-X TO JOURNAL-NUM-X
        MOVE LK-CHUNK-Z TO JOURNAL-NUM-Z
        MOVE WORLD-ACTIVE-DIM TO JOURNAL-NUM-DIM
        MOVE SPACES TO JOURNAL-LINE
        MOVE 1 TO JOURNAL-LINE-POS
        STRING "regen " FUNCTION TRIM(JOURNAL-NUM-X) " " FUNCTION TRIM(JOURNAL-NUM-Z) " "
            JOURNAL-NUM-DIM
            INTO JOURNAL-LINE WITH POINTER JOURNAL-LINE-POS
        COMPUTE JOURNAL-LINE-LEN = JOURNAL-LINE-POS - 1
        CALL "Files-AppendLine" USING "save/journal.txt" JOURNAL-LINE(1:JOURNAL-LINE-LEN) JOURNAL-FAILURE
    END-IF

    CALL "World-GenerateChunk" USING LK-CHUNK-X LK-CHUNK-Z
    CALL "World-FindChunkIndex" USING LK-CHUNK-X LK-CHUNK-Z CHUNK-INDEX
    IF CHUNK-INDEX = 0
        MOVE 1 TO LK-FAILURE
        GOBACK
    END-IF
    CALL "World-SaveChunk" USING CHUNK-INDEX LK-FAILURE
    IF LK-FAILURE > 0
        MOVE 1 TO LK-FAILURE
        GOBACK
    END-IF
    IF WAS-LOADED = 0
        MOVE 0 TO WORLD-CHUNK-PRESENT(CHUNK-INDEX)
    END-IF
    GOBACK.

END PROGRAM World-RegenerateChunk.

*> --- World-SaveLevel ---
IDENTIFICATION DIVISION.
PROGRAM-ID. World-SaveLevel.
        02 JOURNAL-Z             BINARY-LONG.
    01 JOURNAL-BLOCK-ID      BINARY-LONG UNSIGNED.
    01 JOURNAL-ZERO-CLIENT   BINARY-LONG UNSIGNED    VALUE 0.
    01 REGEN-DROPPED         BINARY-LONG UNSIGNED.
    *> boot-time integrity scan counters - see World-VerifyChunks
    01 VERIFY-SCANNED        BINARY-LONG UNSIGNED.
    01 VERIFY-QUARANTINED    BINARY-LONG UNSIGNED.
                    INTO JOURNAL-FIELD-X JOURNAL-FIELD-Y JOURNAL-FIELD-Z JOURNAL-FIELD-ID
                        JOURNAL-FIELD-PREV JOURNAL-FIELD-STAMP JOURNAL-FIELD-PLAYER JOURNAL-FIELD-DIM
                    WITH POINTER JOURNAL-LINE-POINTER
                *> a resource-area chunk reset - see World-RegenerateChunk
                IF JOURNAL-FIELD-X = "regen"
                    IF JOURNAL-FIELD-ID = "1"
                        MOVE 1 TO WORLD-ACTIVE-DIM
                    ELSE
                        MOVE 0 TO WORLD-ACTIVE-DIM
                    END-IF
                    COMPUTE CHUNK-X = FUNCTION NUMVAL(JOURNAL-FIELD-Y)
                    COMPUTE CHUNK-Z = FUNCTION NUMVAL(JOURNAL-FIELD-Z)
                    MOVE 0 TO REGEN-DROPPED
                    CALL "World-RegenerateChunk" USING CHUNK-X CHUNK-Z REGEN-DROPPED IO-FAILURE
                    MOVE 0 TO IO-FAILURE
                    MOVE SPACES TO JOURNAL-FIELD-ID
                END-IF
                IF JOURNAL-FIELD-ID NOT = SPACES
                    COMPUTE JOURNAL-X = FUNCTION NUMVAL(JOURNAL-FIELD-X)
                    COMPUTE JOURNAL-Y = FUNCTION NUMVAL(JOURNAL-FIELD-Y)
    COPY DD-COMMANDBLOCKS.
    COPY DD-FURNACES.
    COPY DD-HOPPERS.
    COPY DD-BREWSTANDS.
    COPY DD-SIGNS.
    01 REPLACED-SIGN-TALLY  BINARY-LONG UNSIGNED.
    *> freeing a container/command block/furnace/hopper/brewing stand/sign entry
    *> when the block it belonged to is broken or overwritten - see below, just
    *> after the block is set
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==REPLACED-BLOCK==.
    01 REPLACED-BLOCK-CLEANUP-INDEX BINARY-LONG UNSIGNED.
    *> event-hook constant and event record - see Hooks-Fire
    01 SECTION-INDEX        BINARY-LONG UNSIGNED.
    01 BLOCK-INDEX          BINARY-LONG UNSIGNED.
    01 PREVIOUS-BLOCK-ID    BINARY-LONG UNSIGNED.
    *> the new and previous block states in each client's own protocol
    *> numbering - see Protocol-Map
    01 CLIENT-BLOCK-ID      BINARY-LONG UNSIGNED.
    01 CLIENT-PREVIOUS-BLOCK-ID BINARY-LONG UNSIGNED.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    01 XPORB-INDEX          BINARY-LONG UNSIGNED.
    01 XPORB-FOUND-SLOT     BINARY-CHAR UNSIGNED.
    *> server.log: once the live file reaches the size Rollback-Run's read
    *> buffer holds, it becomes blocklog.txt.1 and a fresh file starts, so the
    *> newest entries - the only ones inside any rollback window - are always
    *> readable in full. Rollback-Run reads the rotated generation first; the
    *> nightly BlockArchive copies each rotated generation into the permanent
    *> block archive before the next rotation replaces it.
    01 BLOCKLOG-NAME        PIC X(17)   VALUE "save/blocklog.txt".
    01 BLOCKLOG-ROTATED     PIC X(19)   VALUE "save/blocklog.txt.1".
    01 BLOCKLOG-SIZE        BINARY-LONG UNSIGNED.
    01 BLOCKLOG-MAX-SIZE    BINARY-LONG UNSIGNED    VALUE 4194304.
    *> container access log - what a broken chest, furnace, hopper or brewing
    *> stand still held when it went, see ContainerLog-Record
    01 BROKE-SLOT           BINARY-LONG UNSIGNED.
    01 BROKE-ITEM-ID        BINARY-LONG.
    01 BROKE-COUNT          BINARY-LONG.
    01 BROKE-KIND           PIC X(13).
    01 C-BROKE-ACTION       PIC X(5)    VALUE "broke".
LINKAGE SECTION.
    *> The client that performed the action, to avoid playing sounds/particles for them
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    IF REPLACED-BLOCK-NAME = "minecraft:chest"
        CALL "World-FindContainer" USING LK-POSITION REPLACED-BLOCK-CLEANUP-INDEX
        IF REPLACED-BLOCK-CLEANUP-INDEX > 0
            *> the contents go with the block - log each stack as lost
            IF WORLD-JOURNAL-REPLAYING = 0
                MOVE "chest" TO BROKE-KIND
                PERFORM VARYING BROKE-SLOT FROM 1 BY 1 UNTIL BROKE-SLOT > CONTAINER-SLOT-COUNT
                    MOVE CONTAINER-SLOT-ID(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-ITEM-ID
                    MOVE CONTAINER-SLOT-COUNT-VAL(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-COUNT
                    CALL "ContainerLog-Record" USING LK-CLIENT BROKE-KIND CONTAINER-DIM(REPLACED-BLOCK-CLEANUP-INDEX)
                        LK-POSITION C-BROKE-ACTION BROKE-ITEM-ID BROKE-COUNT
                END-PERFORM
            END-IF
            MOVE 0 TO CONTAINER-PRESENT(REPLACED-BLOCK-CLEANUP-INDEX)
            SUBTRACT 1 FROM CONTAINER-ENTRY-COUNT
        END-IF
    ELSE IF REPLACED-BLOCK-NAME = "minecraft:furnace"
        CALL "World-FindFurnace" USING LK-POSITION REPLACED-BLOCK-CLEANUP-INDEX
        IF REPLACED-BLOCK-CLEANUP-INDEX > 0
            IF WORLD-JOURNAL-REPLAYING = 0
                MOVE "furnace" TO BROKE-KIND
                PERFORM VARYING BROKE-SLOT FROM 1 BY 1 UNTIL BROKE-SLOT > 3
                    MOVE FURNACE-SLOT-ID(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-ITEM-ID
                    MOVE FURNACE-SLOT-COUNT-VAL(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-COUNT
                    CALL "ContainerLog-Record" USING LK-CLIENT BROKE-KIND FURNACE-DIM(REPLACED-BLOCK-CLEANUP-INDEX)
                        LK-POSITION C-BROKE-ACTION BROKE-ITEM-ID BROKE-COUNT
                END-PERFORM
            END-IF
            MOVE 0 TO FURNACE-PRESENT(REPLACED-BLOCK-CLEANUP-INDEX)
            SUBTRACT 1 FROM FURNACE-ENTRY-COUNT
        END-IF
    ELSE IF REPLACED-BLOCK-NAME = "minecraft:hopper"
        CALL "World-FindHopper" USING LK-POSITION REPLACED-BLOCK-CLEANUP-INDEX
        IF REPLACED-BLOCK-CLEANUP-INDEX > 0
            IF WORLD-JOURNAL-REPLAYING = 0
                MOVE "hopper" TO BROKE-KIND
                PERFORM VARYING BROKE-SLOT FROM 1 BY 1 UNTIL BROKE-SLOT > HOPPER-SLOT-TOTAL
                    MOVE HOPPER-SLOT-ID(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-ITEM-ID
                    MOVE HOPPER-SLOT-COUNT-VAL(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-COUNT
                    CALL "ContainerLog-Record" USING LK-CLIENT BROKE-KIND HOPPER-DIM(REPLACED-BLOCK-CLEANUP-INDEX)
                        LK-POSITION C-BROKE-ACTION BROKE-ITEM-ID BROKE-COUNT
                END-PERFORM
            END-IF
            MOVE 0 TO HOPPER-PRESENT(REPLACED-BLOCK-CLEANUP-INDEX)
            SUBTRACT 1 FROM HOPPER-ENTRY-COUNT
        END-IF
    ELSE IF REPLACED-BLOCK-NAME = "minecraft:brewing_stand"
        CALL "World-FindBrewingStand" USING LK-POSITION REPLACED-BLOCK-CLEANUP-INDEX
        IF REPLACED-BLOCK-CLEANUP-INDEX > 0
            IF WORLD-JOURNAL-REPLAYING = 0
                MOVE "brewing_stand" TO BROKE-KIND
                PERFORM VARYING BROKE-SLOT FROM 1 BY 1 UNTIL BROKE-SLOT > 5
                    MOVE BREWSTAND-SLOT-ID(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-ITEM-ID
                    MOVE BREWSTAND-SLOT-COUNT-VAL(REPLACED-BLOCK-CLEANUP-INDEX, BROKE-SLOT) TO BROKE-COUNT
                    CALL "ContainerLog-Record" USING LK-CLIENT BROKE-KIND BREWSTAND-DIM(REPLACED-BLOCK-CLEANUP-INDEX)
                        LK-POSITION C-BROKE-ACTION BROKE-ITEM-ID BROKE-COUNT
                END-PERFORM
            END-IF
            MOVE 0 TO BREWSTAND-PRESENT(REPLACED-BLOCK-CLEANUP-INDEX)
            SUBTRACT 1 FROM BREWSTAND-ENTRY-COUNT
        END-IF
    ELSE
        *> any wood/color variant of a standing or wall sign
        MOVE 0 TO REPLACED-SIGN-TALLY
    *> notify clients
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE LK-BLOCK-ID TO CLIENT-BLOCK-ID
            CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "block_state" CLIENT-BLOCK-ID
            CALL "SendPacket-BlockUpdate" USING CLIENT-ID LK-POSITION CLIENT-BLOCK-ID
            *> play block break sound and particles
            IF CLIENT-ID NOT = LK-CLIENT AND LK-BLOCK-ID = 0
                MOVE PREVIOUS-BLOCK-ID TO CLIENT-PREVIOUS-BLOCK-ID
                CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "block_state" CLIENT-PREVIOUS-BLOCK-ID
                CALL "SendPacket-WorldEvent" USING CLIENT-ID C-WORLD-EVENT-BLOCK-BREAK LK-POSITION CLIENT-PREVIOUS-BLOCK-ID
            END-IF
        END-IF
    END-PERFORM
    *> stays silent.
    IF WORLD-JOURNAL-REPLAYING = 0
        MOVE C-HOOK-EVENT-BLOCK-CHANGE TO EVENT-KIND
        MOVE SPACES TO EVENT-USERNAME EVENT-DETAIL
        MOVE 0 TO EVENT-USERNAME-LEN
        IF LK-CLIENT > 0 AND CLIENT-PLAYER(LK-CLIENT) > 0
            MOVE USERNAME(CLIENT-PLAYER(LK-CLIENT)) TO EVENT-USERNAME
            MOVE LK-POSITION TO HOPPER-POSITION(HOPPER-INDEX)
            MOVE 0 TO HOPPER-FACING(HOPPER-INDEX)
            MOVE 0 TO HOPPER-COOLDOWN(HOPPER-INDEX)
            MOVE 0 TO HOPPER-DEFERRED-TICKS(HOPPER-INDEX)
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > HOPPER-SLOT-TOTAL
                MOVE -1 TO HOPPER-SLOT-ID(HOPPER-INDEX, SLOT-INDEX)
                MOVE 0 TO HOPPER-SLOT-COUNT-VAL(HOPPER-INDEX, SLOT-INDEX)

END PROGRAM World-OpenHopper.

*> --- World-FindBrewingStand ---
IDENTIFICATION DIVISION.
PROGRAM-ID. World-FindBrewingStand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BREWSTAND-INDEX      BINARY-LONG UNSIGNED.
    COPY DD-BREWSTANDS.
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-INDEX              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING BREWSTAND-INDEX FROM 1 BY 1 UNTIL BREWSTAND-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(BREWSTAND-INDEX) > 0 AND BREWSTAND-POSITION(BREWSTAND-INDEX) = LK-POSITION
            AND BREWSTAND-DIM(BREWSTAND-INDEX) = WORLD-ACTIVE-DIM
            MOVE BREWSTAND-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM World-FindBrewingStand.

*> --- World-OpenBrewingStand ---
*> Finds the brewing stand at LK-POSITION, creating (and persisting, via the
*> usual WORLD-CHUNK-DIRTY flag) an empty one if none exists yet - e.g. the
*> first time a freshly placed stand is opened. LK-INDEX comes back 0 only if
*> the stand table is full. The brewing stand counterpart of World-OpenFurnace.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-OpenBrewingStand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BREWSTAND-INDEX      BINARY-LONG UNSIGNED.
    01 CHUNK-X               BINARY-LONG.
    01 CHUNK-Z               BINARY-LONG.
    01 CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 SLOT-INDEX            BINARY-LONG UNSIGNED.
    COPY DD-BREWSTANDS.
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-INDEX              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-INDEX.
    CALL "World-FindBrewingStand" USING LK-POSITION LK-INDEX
    IF LK-INDEX > 0
        GOBACK
    END-IF

    *> allocate the first free slot
    PERFORM VARYING BREWSTAND-INDEX FROM 1 BY 1 UNTIL BREWSTAND-INDEX > MAX-BREWSTANDS
        IF BREWSTAND-PRESENT(BREWSTAND-INDEX) = 0
            MOVE 1 TO BREWSTAND-PRESENT(BREWSTAND-INDEX)
            MOVE WORLD-ACTIVE-DIM TO BREWSTAND-DIM(BREWSTAND-INDEX)
            MOVE LK-POSITION TO BREWSTAND-POSITION(BREWSTAND-INDEX)
            MOVE 0 TO BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)
            MOVE 0 TO BREWSTAND-WINDOW-ID(BREWSTAND-INDEX)
            PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
                MOVE -1 TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, SLOT-INDEX)
                MOVE 0 TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, SLOT-INDEX)
                MOVE SPACES TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, SLOT-INDEX)
            END-PERFORM
            MOVE 0 TO BREWSTAND-FUEL(BREWSTAND-INDEX)
            MOVE 0 TO BREWSTAND-BREW-TIME(BREWSTAND-INDEX)
            ADD 1 TO BREWSTAND-ENTRY-COUNT
            MOVE BREWSTAND-INDEX TO LK-INDEX

            *> mark the owning chunk dirty so the new (empty) stand gets persisted
            DIVIDE LK-X BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE LK-Z BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
            IF CHUNK-INDEX > 0
                MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
            END-IF

            GOBACK
        END-IF
    END-PERFORM

    MOVE 0 TO LK-INDEX
    GOBACK.

END PROGRAM World-OpenBrewingStand.

*> --- World-FindCommandBlock ---
IDENTIFICATION DIVISION.
PROGRAM-ID. World-FindCommandBlock.
