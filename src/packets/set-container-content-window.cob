    01 PAYLOAD      PIC X(4096).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> the cursor item carries no NBT in this server's simplified item model
    01 NO-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA      PIC X(1)                VALUE X"00".
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-WINDOW-ID     BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-WINDOW-ID LK-CONTAINER-SLOTS LK-PLAYER-INVENTORY LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT.
    *> Window ID: Byte, State ID: VarInt (not tracked, always 0), slot count: VarInt,
    *> then that many slots, each in the client's own slot layout (see
    *> Protocol-EncodeSlot), finally the carried (cursor) item, from the caller's
    *> CLIENT-CURSOR-ITEM-ID/-COUNT - see InteractCursorWithSlot/HandleDragAddSlot
    *> in Server, which are what set them.
    MOVE 1 TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-WINDOW-ID + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-CONTAINER-SLOT-ID(SLOT-INDEX) LK-CONTAINER-SLOT-COUNT(SLOT-INDEX)
            LK-CONTAINER-SLOT-NBT-LENGTH(SLOT-INDEX) LK-CONTAINER-SLOT-NBT-DATA(SLOT-INDEX) PAYLOAD PAYLOADPOS
    END-PERFORM

    *> player main inventory + hotbar (36 slots, skipping the crafting/armor/offhand
    *> slots that this window doesn't show) - see DD-PLAYERS for the slot layout
    PERFORM VARYING PLAYER-SLOT-INDEX FROM 10 BY 1 UNTIL PLAYER-SLOT-INDEX > 45
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-PLAYER-SLOT-ID(PLAYER-SLOT-INDEX) LK-PLAYER-SLOT-COUNT(PLAYER-SLOT-INDEX)
            LK-PLAYER-SLOT-NBT-LENGTH(PLAYER-SLOT-INDEX) LK-PLAYER-SLOT-NBT-DATA(PLAYER-SLOT-INDEX) PAYLOAD PAYLOADPOS
    END-PERFORM

    *> carried (cursor) item
    CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
