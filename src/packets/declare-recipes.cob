    01 NAME-LEN              BINARY-LONG UNSIGNED.
    01 TYPE-NAME             PIC X(28).
    01 TYPE-NAME-LEN         BINARY-LONG UNSIGNED.
    *> from version 2 on the type is a recipe_serializer registry ID instead:
    *> crafting_shaped 0, crafting_shapeless 1 (assumed values)
    01 TYPE-ID               BINARY-LONG.
    *> the client's DD-PROTOCOL version - see Protocol-IndexForHandle
    01 VERSION-INDEX         BINARY-LONG UNSIGNED.
    01 ONE-COUNT             BINARY-CHAR UNSIGNED    VALUE 1.
    01 NO-NBT-LENGTH         BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA           PIC X(1)                VALUE X"00".
    *> buffer used to store the packet data
    01 PAYLOAD              PIC X(16000).
    01 PAYLOADPOS           BINARY-LONG UNSIGNED.
    01 LK-ERRNO      PIC 9(3).

PROCEDURE DIVISION USING LK-CLIENT LK-ERRNO.
    CALL "Protocol-IndexForHandle" USING LK-CLIENT VERSION-INDEX
    CALL "Recipes-Get-Count" USING RECIPE-COUNT
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING RECIPE-COUNT PAYLOAD PAYLOADPOS
        IF RCP-SHAPED = 1
            MOVE "minecraft:crafting_shaped" TO TYPE-NAME
            MOVE 25 TO TYPE-NAME-LEN
            MOVE 0 TO TYPE-ID
        ELSE
            MOVE "minecraft:crafting_shapeless" TO TYPE-NAME
            MOVE 28 TO TYPE-NAME-LEN
            MOVE 1 TO TYPE-ID
        END-IF
        MOVE FUNCTION STORED-CHAR-LENGTH(RCP-ID) TO NAME-LEN

        *> type identifier then recipe identifier; from version 2 on the recipe
        *> identifier comes first, then the type's registry ID
        IF VERSION-INDEX < 2
            CALL "Encode-VarInt" USING TYPE-NAME-LEN PAYLOAD PAYLOADPOS
            MOVE TYPE-NAME(1:TYPE-NAME-LEN) TO PAYLOAD(PAYLOADPOS:TYPE-NAME-LEN)
            ADD TYPE-NAME-LEN TO PAYLOADPOS
            CALL "Encode-VarInt" USING NAME-LEN PAYLOAD PAYLOADPOS
            MOVE RCP-ID(1:NAME-LEN) TO PAYLOAD(PAYLOADPOS:NAME-LEN)
            ADD NAME-LEN TO PAYLOADPOS
        ELSE
            CALL "Encode-VarInt" USING NAME-LEN PAYLOAD PAYLOADPOS
            MOVE RCP-ID(1:NAME-LEN) TO PAYLOAD(PAYLOADPOS:NAME-LEN)
            ADD NAME-LEN TO PAYLOADPOS
            CALL "Encode-VarInt" USING TYPE-ID PAYLOAD PAYLOADPOS
        END-IF

        *> group - not tracked, always empty
        MOVE 0 TO NAME-LEN
        END-IF

        *> ingredients: for each grid cell (shaped) or listed ingredient (shapeless),
        *> a list of the item stacks that satisfy it - always 0 or 1 long here,
        *> since Recipes-Get-Recipe names exactly one item per slot
        PERFORM VARYING CELL-INDEX FROM 1 BY 1 UNTIL CELL-INDEX > CELL-COUNT
            IF RCP-INGREDIENT-NAME(CELL-INDEX) = SPACES
                MOVE 0 TO ITEM-ID
                MOVE 1 TO ITEM-ID
                CALL "Encode-VarInt" USING ITEM-ID PAYLOAD PAYLOADPOS
                CALL "Items-Get-Id" USING RCP-INGREDIENT-NAME(CELL-INDEX) ITEM-ID
                CALL "Protocol-EncodeSlot" USING LK-CLIENT ITEM-ID ONE-COUNT NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS
            END-IF
        END-PERFORM

        *> result item stack
        CALL "Items-Get-Id" USING RCP-RESULT-NAME ITEM-ID
        CALL "Protocol-EncodeSlot" USING LK-CLIENT ITEM-ID RCP-RESULT-COUNT NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS

        *> shaped recipes close with "show notification": true
        IF RCP-SHAPED = 1
            MOVE X"01" TO PAYLOAD(PAYLOADPOS:1)
            ADD 1 TO PAYLOADPOS
        END-IF
    END-PERFORM

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
