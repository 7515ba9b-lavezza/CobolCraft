    01 PAYLOAD      PIC X(2048).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> furnace slots and the cursor item carry no NBT in this server's item model
    01 NO-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA      PIC X(1)                VALUE X"00".
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-WINDOW-ID     BINARY-CHAR UNSIGNED.
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 3
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-FURNACE-SLOT-ID(SLOT-INDEX) LK-FURNACE-SLOT-COUNT(SLOT-INDEX)
            NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS
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
