IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetContainerContentInventory.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Set Container Content, clientbound play packet, for the player's own inventory
    *> (window 0) - the same packet as SendPacket-SetContainerContentWindow, with the
    *> same assumed packet ID, so that every slot goes out in the client's own slot
    *> layout (see Protocol-EncodeSlot).
    01 PACKET-ID    BINARY-LONG             VALUE H'11'.
    01 SLOT-INDEX   BINARY-LONG UNSIGNED.
    *> buffer used to store the packet data
    01 PAYLOAD      PIC X(64000).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> the cursor item carries no NBT in this server's simplified item model
    01 NO-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA      PIC X(1)                VALUE X"00".
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).
    01 LK-PLAYER-INVENTORY.
        02 LK-PLAYER-SLOT OCCURS 46 TIMES.
            03 LK-PLAYER-SLOT-ID             BINARY-LONG.
            03 LK-PLAYER-SLOT-COUNT          BINARY-CHAR UNSIGNED.
            03 LK-PLAYER-SLOT-NBT-LENGTH     BINARY-SHORT UNSIGNED.
            03 LK-PLAYER-SLOT-NBT-DATA       PIC X(1024).
    01 LK-CURSOR-ITEM-ID        BINARY-LONG.
    01 LK-CURSOR-ITEM-COUNT     BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-HNDL LK-ERRNO LK-PLAYER-INVENTORY LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT.
    *> Window ID 0, State ID: VarInt (not tracked, always 0), slot count: VarInt, then
    *> all 46 inventory slots in DD-PLAYERS order (crafting, armor, main, hotbar,
    *> offhand - the order the client numbers them in), finally the carried item.
    MOVE 1 TO PAYLOADPOS
    MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    MOVE 0 TO SLOT-INDEX
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    MOVE 46 TO SLOT-INDEX
    CALL "Encode-VarInt" USING SLOT-INDEX PAYLOAD PAYLOADPOS

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 46
        CALL "Protocol-EncodeSlot" USING LK-HNDL LK-PLAYER-SLOT-ID(SLOT-INDEX) LK-PLAYER-SLOT-COUNT(SLOT-INDEX)
            LK-PLAYER-SLOT-NBT-LENGTH(SLOT-INDEX) LK-PLAYER-SLOT-NBT-DATA(SLOT-INDEX) PAYLOAD PAYLOADPOS
    END-PERFORM

    *> carried (cursor) item
    CALL "Protocol-EncodeSlot" USING LK-HNDL LK-CURSOR-ITEM-ID LK-CURSOR-ITEM-COUNT NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN LK-ERRNO
    GOBACK.

END PROGRAM SendPacket-SetContainerContentInventory.
