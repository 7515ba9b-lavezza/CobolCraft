    01 TAG-NAME             PIC X(256).
    01 NAME-LEN             BINARY-LONG UNSIGNED.
    COPY DD-NBT-DECODER.
    *> a look-ahead copy of the decoder, for tags vanilla may write anywhere
    *> in the chunk compound
    COPY DD-NBT-DECODER REPLACING LEADING ==NBT-DECODER== BY ==NBT-SEEK==.
    01 SEEK-OFFSET          BINARY-LONG UNSIGNED.
    01 SOURCE-INHABITED     BINARY-DOUBLE.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==PALETTE-BLOCK==.
    01 BLOCK-STATE-IDS      BINARY-SHORT UNSIGNED OCCURS 4096 TIMES.
    01 PALETTE-IS-AIR       BINARY-CHAR UNSIGNED OCCURS 4096 TIMES.
        EXIT PARAGRAPH
    END-IF

    *> vanilla's InhabitedTime carries over, so ChunkPrune judges imported
    *> terrain by the time players really spent there, not as never visited
    PERFORM SeekInhabitedTime

    MOVE "sections" TO EXPECTED-TAG
    PERFORM SkipUntilExpectedTag
    IF AT-END > 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CHUNK-BAD
    MOVE SOURCE-INHABITED TO WORLD-CHUNK-INHABITED(CHUNK-INDEX)

    PERFORM VARYING SECTION-LOOP FROM 1 BY 1 UNTIL SECTION-LOOP > LOADED-SECTION-COUNT OR CHUNK-BAD = 1
        PERFORM ImportOneSection
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE NBT-BUFFER OFFSET
    EXIT PARAGRAPH.

SeekInhabitedTime.
    MOVE 0 TO SOURCE-INHABITED
    MOVE OFFSET TO SEEK-OFFSET
    MOVE NBT-DECODER-STATE TO NBT-SEEK-STATE
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET AT-END TAG-NAME NAME-LEN
        IF AT-END > 0
            EXIT PERFORM
        END-IF
        IF TAG-NAME(1:NAME-LEN) = "InhabitedTime"
            CALL "NbtDecode-Long" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET SOURCE-INHABITED
            EXIT PERFORM
        END-IF
        CALL "NbtDecode-Skip" USING NBT-SEEK-STATE NBT-BUFFER SEEK-OFFSET
    END-PERFORM
    MOVE 0 TO AT-END
    EXIT PARAGRAPH.

SkipRemaining.
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE NBT-BUFFER OFFSET AT-END TAG-NAME NAME-LEN
