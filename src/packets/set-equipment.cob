    01 PAYLOAD      PIC X(64).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> worn armor renders the same with or without its wear NBT, so none is sent
    01 NO-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA      PIC X(1)                VALUE X"00".
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID     BINARY-LONG.
        MOVE FUNCTION CHAR(EQUIPMENT-SLOT + 1) TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS

        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-PLAYER-SLOT-ID(INVENTORY-SLOT) LK-PLAYER-SLOT-COUNT(INVENTORY-SLOT)
            NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS
    END-PERFORM

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
