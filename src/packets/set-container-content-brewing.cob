IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetContainerContentBrewing.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Set Container Content, clientbound play packet, for a brewing stand window -
    *> see World-OpenBrewingStand/HandleBrewingClick in Server, and
    *> set-container-content-furnace.cob, whose encoding this mirrors with the
    *> stand's five slots (three bottles, ingredient, fuel) in place of the
    *> furnace's three. A bottle's brew travels beside it rather than in slot NBT
    *> (see DD-BREWSTANDS), so it is written out here as the {Potion: "..."}
    *> compound a vanilla client colors and names the bottle by (handed to
    *> Protocol-EncodeSlot like any other slot NBT). Assumed packet ID
    *> for the 1.20.2-1.20.4 protocol era this server otherwise targets (see
    *> spawn-entity.cob), not verified against a real client.
    01 PACKET-ID    BINARY-LONG             VALUE H'11'.
    01 SLOT-INDEX    BINARY-LONG UNSIGNED.
    01 PLAYER-SLOT-INDEX BINARY-LONG UNSIGNED.
    01 POTION-NAME   PIC X(32).
    01 POTION-NAME-LEN BINARY-LONG UNSIGNED.
    *> the slot NBT a bottle's brew is written out as - see EncodePotionNbt
    01 POTION-NBT-LENGTH BINARY-SHORT UNSIGNED.
    01 POTION-NBT-DATA  PIC X(64).
    01 NBT-POS       BINARY-LONG UNSIGNED.
    *> buffer used to store the packet data
    01 PAYLOAD      PIC X(2048).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-WINDOW-ID     BINARY-CHAR UNSIGNED.
    01 LK-BREWSTAND-SLOTS.
        02 LK-BREWSTAND-SLOT OCCURS 5 TIMES.
            03 LK-BREWSTAND-SLOT-ID      BINARY-LONG.
            03 LK-BREWSTAND-SLOT-COUNT   BINARY-CHAR UNSIGNED.
            03 LK-BREWSTAND-SLOT-POTION  PIC X(32).
    01 LK-PLAYER-INVENTORY.
        02 LK-PLAYER-SLOT OCCURS 46 TIMES.
            03 LK-PLAYER-SLOT-ID             BINARY-LONG.
            03 LK-PLAYER-SLOT-COUNT          BINARY-CHAR UNSIGNED.
            03 LK-PLAYER-SLOT-NBT-LENGTH     BINARY-SHORT UNSIGNED.
            03 LK-PLAYER-SLOT-NBT-DATA       PIC X(1024).
    01 LK-CURSOR-ITEM-ID        BINARY-LONG.
    01 LK-CURSOR-ITEM-COUNT     BINARY-CHAR UNSIGNED.
    01 LK-CURSOR-POTION         PIC X(32).

PROCEDURE DIVISION USING LK-CLIENT LK-WINDOW-ID LK-BREWSTAND-SLOTS LK-PLAYER-INVENTORY LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT LK-CURSOR-POTION.
    *> Window ID: Byte, State ID: VarInt (not tracked, always 0), slot count: VarInt,
    *> then that many slots, finally the carried (cursor) item - the same layout
    *> set-container-content-furnace.cob encodes, with 41 slots instead of 39.
    MOVE 1 TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-WINDOW-ID + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE 0 TO SLOT-INDEX
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    MOVE 41 TO SLOT-INDEX
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
        MOVE LK-BREWSTAND-SLOT-POTION(SLOT-INDEX) TO POTION-NAME
        PERFORM EncodePotionNbt
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-BREWSTAND-SLOT-ID(SLOT-INDEX) LK-BREWSTAND-SLOT-COUNT(SLOT-INDEX)
            POTION-NBT-LENGTH POTION-NBT-DATA PAYLOAD PAYLOADPOS
    END-PERFORM

    *> player main inventory + hotbar (36 slots, skipping the crafting/armor/offhand
    *> slots that this window doesn't show) - see DD-PLAYERS for the slot layout
    PERFORM VARYING PLAYER-SLOT-INDEX FROM 10 BY 1 UNTIL PLAYER-SLOT-INDEX > 45
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-PLAYER-SLOT-ID(PLAYER-SLOT-INDEX) LK-PLAYER-SLOT-COUNT(PLAYER-SLOT-INDEX)
            LK-PLAYER-SLOT-NBT-LENGTH(PLAYER-SLOT-INDEX) LK-PLAYER-SLOT-NBT-DATA(PLAYER-SLOT-INDEX) PAYLOAD PAYLOADPOS
    END-PERFORM

    *> carried (cursor) item - a potion carried out of (or into) a bottle slot
    *> keeps its brew on the cursor too
    MOVE LK-CURSOR-POTION TO POTION-NAME
    PERFORM EncodePotionNbt
    CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT POTION-NBT-LENGTH POTION-NBT-DATA PAYLOAD PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

EncodePotionNbt.
    *> No NBT for a slot with no brew; otherwise a nameless root compound
    *> holding one TAG_String "Potion" (type 8, 2-byte big-endian name and value
    *> lengths), closed by TAG_End - the network NBT shape a tool's {Damage: n}
    *> slot NBT has
    MOVE 0 TO POTION-NBT-LENGTH
    IF POTION-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION STORED-CHAR-LENGTH(POTION-NAME) TO POTION-NAME-LEN
    MOVE 1 TO NBT-POS
    MOVE X"0A" TO POTION-NBT-DATA(NBT-POS:1)
    ADD 1 TO NBT-POS
    MOVE X"08" TO POTION-NBT-DATA(NBT-POS:1)
    ADD 1 TO NBT-POS
    MOVE X"0006" TO POTION-NBT-DATA(NBT-POS:2)
    ADD 2 TO NBT-POS
    MOVE "Potion" TO POTION-NBT-DATA(NBT-POS:6)
    ADD 6 TO NBT-POS
    MOVE X"00" TO POTION-NBT-DATA(NBT-POS:1)
    MOVE FUNCTION CHAR(POTION-NAME-LEN + 1) TO POTION-NBT-DATA(NBT-POS + 1:1)
    ADD 2 TO NBT-POS
    MOVE POTION-NAME(1:POTION-NAME-LEN) TO POTION-NBT-DATA(NBT-POS:POTION-NAME-LEN)
    ADD POTION-NAME-LEN TO NBT-POS
    MOVE X"00" TO POTION-NBT-DATA(NBT-POS:1)
    COMPUTE POTION-NBT-LENGTH = NBT-POS
    EXIT PARAGRAPH.

END PROGRAM SendPacket-SetContainerContentBrewing.
