    MOVE "diamondsMined" TO TAG-NAME
    MOVE 13 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-STAT-DIAMONDS-MINED(LK-PLAYER-INDEX)
    MOVE "fishCaught" TO TAG-NAME
    MOVE 10 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-STAT-FISH-CAUGHT(LK-PLAYER-INDEX)
    MOVE "lastSeen" TO TAG-NAME
    MOVE 8 TO NAME-LEN
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE TIMESTAMP-RAW(1:14) TO LAST-SEEN-STAMP
    IF PLAYER-KEEP-LAST-SEEN(LK-PLAYER-INDEX) = 1 AND PLAYER-LAST-SEEN(LK-PLAYER-INDEX) NOT = SPACES
        MOVE PLAYER-LAST-SEEN(LK-PLAYER-INDEX) TO LAST-SEEN-STAMP
    END-IF
    MOVE 14 TO STR-LEN
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN LAST-SEEN-STAMP STR-LEN
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET

    *> bank balance - see the bank sections in Server and BankReconcile
    MOVE "Balance" TO TAG-NAME
    MOVE 7 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-BALANCE(LK-PLAYER-INDEX)

    *> daily streak, playtime milestones and undelivered rewards - see
    *> RewardLoginCheck and RewardPlaytimeCheck in Server
    MOVE "Rewards" TO TAG-NAME
    MOVE 7 TO NAME-LEN
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN
    MOVE "lastDaily" TO TAG-NAME
    MOVE 9 TO NAME-LEN
    MOVE FUNCTION STORED-CHAR-LENGTH(PLAYER-REWARD-LAST-DAY(LK-PLAYER-INDEX)) TO STR-LEN
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-LAST-DAY(LK-PLAYER-INDEX) STR-LEN
    MOVE "streak" TO TAG-NAME
    MOVE 6 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-STREAK(LK-PLAYER-INDEX)
    MOVE "playtimeMinutes" TO TAG-NAME
    MOVE 15 TO NAME-LEN
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-PLAYTIME-MIN(LK-PLAYER-INDEX)
    MOVE "Owed" TO TAG-NAME
    MOVE 4 TO NAME-LEN
    CALL "NbtEncode-List" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN
    PERFORM VARYING MAIL-INDEX FROM 1 BY 1 UNTIL MAIL-INDEX > PLAYER-REWARD-OWED-COUNT(LK-PLAYER-INDEX)
        CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET OMITTED OMITTED
        MOVE "kind" TO TAG-NAME
        MOVE 4 TO NAME-LEN
        MOVE FUNCTION STORED-CHAR-LENGTH(PLAYER-REWARD-OWED-KIND(LK-PLAYER-INDEX, MAIL-INDEX)) TO STR-LEN
        CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-OWED-KIND(LK-PLAYER-INDEX, MAIL-INDEX) STR-LEN
        MOVE "key" TO TAG-NAME
        MOVE 3 TO NAME-LEN
        CALL "NbtEncode-Int" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-OWED-KEY(LK-PLAYER-INDEX, MAIL-INDEX)
        MOVE "id" TO TAG-NAME
        MOVE 2 TO NAME-LEN
        MOVE FUNCTION STORED-CHAR-LENGTH(PLAYER-REWARD-OWED-ITEM(LK-PLAYER-INDEX, MAIL-INDEX)) TO STR-LEN
        CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-OWED-ITEM(LK-PLAYER-INDEX, MAIL-INDEX) STR-LEN
        MOVE "count" TO TAG-NAME
        MOVE 5 TO NAME-LEN
        CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-REWARD-OWED-AMOUNT(LK-PLAYER-INDEX, MAIL-INDEX)
        CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET

    *> message language chosen with /language - only written once there is
    *> one, so a player who never chose keeps following their game client
    IF PLAYER-LANGUAGE(LK-PLAYER-INDEX) NOT = SPACES
        MOVE "Language" TO TAG-NAME
        MOVE 8 TO NAME-LEN
        MOVE FUNCTION STORED-CHAR-LENGTH(PLAYER-LANGUAGE(LK-PLAYER-INDEX)) TO STR-LEN
        CALL "NbtEncode-String" USING NBT-ENCODER-STATE NBT-BUFFER OFFSET TAG-NAME NAME-LEN PLAYER-LANGUAGE(LK-PLAYER-INDEX) STR-LEN
    END-IF

    *> position
    MOVE "Pos" TO TAG-NAME
    MOVE 3 TO NAME-LEN
*> --- Player-LoadData ---
*> Restores a player's position, survival stats, and inventory from save/playerdata/<username>.dat,
*> leaving the slot's current (default) values untouched if no save file exists yet.
*> LK-FAILURE: 0 = loaded or brand new, 2 = written by a newer build, 3 = a file
*> exists but will not decode, or sits in save/quarantine/playerdata/.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-LoadData.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DATA-FILE-NAME        PIC X(255).
    01 DATA-FILE-SIZE        BINARY-LONG UNSIGNED.
    01 QUARANTINE-NAME       PIC X(255).
    01 QUARANTINE-SIZE       BINARY-LONG UNSIGNED.
    01 COMPRESSED-BUFFER     PIC X(64000).
    01 COMPRESSED-LENGTH     BINARY-LONG UNSIGNED.
    01 NBT-BUFFER            PIC X(64000).
    IF LK-FAILURE = 2
        GOBACK
    END-IF
    IF LK-FAILURE = 0
        *> whatever came off disk gets the same sanity pass live slot writes
        *> get before the player can use it - see Player-ValidateInventory.
        *> Only here: the offline tools read the file as it stands, so
        *> PlayerDataCheck and Census still see what this would correct.
        CALL "Player-ValidateInventory" USING LK-PLAYER-INDEX
        GOBACK
    END-IF
    *> Nothing decoded. That is a new player only if neither file is on disk
    *> and PlayerDataCheck has not moved one to save/quarantine/ - otherwise
    *> answer 3, so the login is refused instead of starting over on defaults
    *> that the first autosave would write over the real data.
    MOVE 0 TO LK-FAILURE
    IF PLAYER-UUID-SET(LK-PLAYER-INDEX) = 1
        CALL "Player-UuidFileName" USING PLAYER-UUID(LK-PLAYER-INDEX) DATA-FILE-NAME
        CALL "Files-Size" USING DATA-FILE-NAME DATA-FILE-SIZE
        MOVE SPACES TO QUARANTINE-NAME
        STRING "save/quarantine/" DATA-FILE-NAME(6:) DELIMITED BY SPACE INTO QUARANTINE-NAME
        CALL "Files-Size" USING QUARANTINE-NAME QUARANTINE-SIZE
        IF DATA-FILE-SIZE > 0 OR QUARANTINE-SIZE > 0
            MOVE 3 TO LK-FAILURE
        END-IF
    END-IF
    CALL "Player-DataFileName" USING USERNAME(LK-PLAYER-INDEX) USERNAME-LENGTH(LK-PLAYER-INDEX) DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME DATA-FILE-SIZE
    MOVE SPACES TO QUARANTINE-NAME
    STRING "save/quarantine/" DATA-FILE-NAME(6:) DELIMITED BY SPACE INTO QUARANTINE-NAME
    CALL "Files-Size" USING QUARANTINE-NAME QUARANTINE-SIZE
    IF DATA-FILE-SIZE > 0 OR QUARANTINE-SIZE > 0
        MOVE 3 TO LK-FAILURE
    END-IF
    *> No save file yet - keep whatever defaults HandleLogin already set.
    GOBACK.

END PROGRAM Player-LoadData.
*> --- Player-LoadDataFromFile ---
*> The read-and-decode half of Player-LoadData, addressed by file name so the
*> offline PlayerReport batch program can walk save/playerdata/*.dat with the
*> exact same NBT decoding the live server uses. The slots come back exactly as
*> stored - Player-LoadData runs Player-ValidateInventory over them for the
*> server, the offline tools see (and save back) the raw values.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-LoadDataFromFile.

                            CALL "NbtDecode-Long" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-STAT-DISTANCE-CM(LK-PLAYER-INDEX)
                        WHEN "diamondsMined"
                            CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-STAT-DIAMONDS-MINED(LK-PLAYER-INDEX)
                        WHEN "fishCaught"
                            CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-STAT-FISH-CAUGHT(LK-PLAYER-INDEX)
                        WHEN "lastSeen"
                            CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR-VALUE STR-LEN
                            MOVE STR-VALUE(1:14) TO PLAYER-LAST-SEEN(LK-PLAYER-INDEX)
                    END-IF
                END-PERFORM
                CALL "NbtDecode-EndList" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
            WHEN "Balance"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-BALANCE(LK-PLAYER-INDEX)
            WHEN "Rewards"
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                PERFORM UNTIL EXIT
                    CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END STR-VALUE STR-LEN
                    IF AT-END > 0
                        EXIT PERFORM
                    END-IF
                    EVALUATE STR-VALUE(1:STR-LEN)
                        WHEN "lastDaily"
                            CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR-VALUE STR-LEN
                            MOVE SPACES TO PLAYER-REWARD-LAST-DAY(LK-PLAYER-INDEX)
                            IF STR-LEN > 0
                                MOVE STR-VALUE(1:FUNCTION MIN(STR-LEN, 8)) TO PLAYER-REWARD-LAST-DAY(LK-PLAYER-INDEX)
                            END-IF
                        WHEN "streak"
                            CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-REWARD-STREAK(LK-PLAYER-INDEX)
                        WHEN "playtimeMinutes"
                            CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-REWARD-PLAYTIME-MIN(LK-PLAYER-INDEX)
                        WHEN "Owed"
                            MOVE 0 TO PLAYER-REWARD-OWED-COUNT(LK-PLAYER-INDEX)
                            *> counted walk, the same pattern the "Mail" list uses
                            CALL "NbtDecode-List" USING NBT-DECODER-STATE NBT-BUFFER OFFSET MAIL-LIST-COUNT
                            PERFORM MAIL-LIST-COUNT TIMES
                                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                IF PLAYER-REWARD-OWED-COUNT(LK-PLAYER-INDEX) < 10
                                    ADD 1 TO PLAYER-REWARD-OWED-COUNT(LK-PLAYER-INDEX)
                                END-IF
                                MOVE PLAYER-REWARD-OWED-COUNT(LK-PLAYER-INDEX) TO MAIL-INDEX
                                PERFORM UNTIL EXIT
                                    CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END STR-VALUE STR-LEN
                                    IF AT-END > 0
                                        EXIT PERFORM
                                    END-IF
                                    EVALUATE STR-VALUE(1:STR-LEN)
                                        WHEN "kind"
                                            CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR-VALUE STR-LEN
                                            MOVE SPACES TO PLAYER-REWARD-OWED-KIND(LK-PLAYER-INDEX, MAIL-INDEX)
                                            MOVE STR-VALUE(1:FUNCTION MIN(STR-LEN, 8)) TO PLAYER-REWARD-OWED-KIND(LK-PLAYER-INDEX, MAIL-INDEX)
                                        WHEN "key"
                                            CALL "NbtDecode-Int" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-REWARD-OWED-KEY(LK-PLAYER-INDEX, MAIL-INDEX)
                                        WHEN "id"
                                            CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR-VALUE STR-LEN
                                            MOVE SPACES TO PLAYER-REWARD-OWED-ITEM(LK-PLAYER-INDEX, MAIL-INDEX)
                                            MOVE STR-VALUE(1:FUNCTION MIN(STR-LEN, 50)) TO PLAYER-REWARD-OWED-ITEM(LK-PLAYER-INDEX, MAIL-INDEX)
                                        WHEN "count"
                                            CALL "NbtDecode-Byte" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-REWARD-OWED-AMOUNT(LK-PLAYER-INDEX, MAIL-INDEX)
                                        WHEN OTHER
                                            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                                    END-EVALUATE
                                END-PERFORM
                                CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                            END-PERFORM
                            CALL "NbtDecode-EndList" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                        WHEN OTHER
                            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
                    END-EVALUATE
                END-PERFORM
                CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
            WHEN "Language"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE NBT-BUFFER OFFSET STR-VALUE STR-LEN
                MOVE SPACES TO PLAYER-LANGUAGE(LK-PLAYER-INDEX)
                IF STR-LEN > 0
                    MOVE STR-VALUE(1:FUNCTION MIN(STR-LEN, 16)) TO PLAYER-LANGUAGE(LK-PLAYER-INDEX)
                END-IF
            WHEN "SpawnSet"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE NBT-BUFFER OFFSET PLAYER-SPAWN-SET(LK-PLAYER-INDEX)
            WHEN "SpawnPos"
        PERFORM UpgradePlayerData
    END-IF

    GOBACK.

UpgradePlayerData.
*> and slots whose item ID no longer resolves to a registry name (e.g. after a
*> data-pack change) are zeroed out. Every correction is reported through
*> Log-Warn so dupes and stale IDs can be audited from logs/server.log. Run by
*> Player-LoadData on every login restore and by the in-game paths that add to slots.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-ValidateInventory.

