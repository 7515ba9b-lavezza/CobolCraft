    01 PAYLOAD      PIC X(2048).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> an item ID in the client's own protocol numbering - see Protocol-MapForHandle
    01 WIRE-ITEM-ID     BINARY-LONG.
    *> the client's DD-PROTOCOL version - see Protocol-IndexForHandle
    01 VERSION-INDEX    BINARY-LONG UNSIGNED.
    *> trade items carry no NBT, the same simplified item model
    *> set-container-content-window.cob uses
    01 NO-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
    01 NO-NBT-DATA      PIC X(1)                VALUE X"00".
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-WINDOW-ID     BINARY-CHAR UNSIGNED.
    01 LK-TRADE-COUNT   BINARY-LONG UNSIGNED.
    01 LK-TRADES.
        02 LK-TRADE OCCURS 24 TIMES.
            03 LK-TRADE-INPUT-ID        BINARY-LONG.
            03 LK-TRADE-INPUT-COUNT     BINARY-CHAR UNSIGNED.
            03 LK-TRADE-OUTPUT-ID       BINARY-LONG.
            03 LK-TRADE-OUTPUT-COUNT    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-WINDOW-ID LK-TRADE-COUNT LK-TRADES.
    *> Window ID: VarInt, trade count: VarInt, then per trade: first input item,
    *> output item (Slot), second input item (always absent here - every trade
    *> this server offers is single-input), trade disabled: Boolean,
    *> uses/max uses/XP/special price/demand: Ints, price multiplier: Float, then
    *> the merchant trailer: level, experience, is-regular-villager, can-restock.
    CALL "Protocol-IndexForHandle" USING LK-CLIENT VERSION-INDEX
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING LK-WINDOW-ID PAYLOAD PAYLOADPOS
    CALL "Encode-VarInt" USING LK-TRADE-COUNT PAYLOAD PAYLOADPOS

    PERFORM VARYING TRADE-INDEX FROM 1 BY 1 UNTIL TRADE-INDEX > LK-TRADE-COUNT
        *> first input item: a Slot for version 1; from version 2 on a trade
        *> item - ID (VarInt), count (VarInt) and the components it must match
        *> (VarInt count, none here)
        IF VERSION-INDEX < 2
            CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-TRADE-INPUT-ID(TRADE-INDEX) LK-TRADE-INPUT-COUNT(TRADE-INDEX)
                NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS
        ELSE
            MOVE LK-TRADE-INPUT-ID(TRADE-INDEX) TO WIRE-ITEM-ID
            CALL "Protocol-Map" USING VERSION-INDEX "item" WIRE-ITEM-ID
            CALL "Encode-VarInt" USING WIRE-ITEM-ID PAYLOAD PAYLOADPOS
            MOVE LK-TRADE-INPUT-COUNT(TRADE-INDEX) TO INT-VALUE
            CALL "Encode-VarInt" USING INT-VALUE PAYLOAD PAYLOADPOS
            MOVE 0 TO INT-VALUE
            CALL "Encode-VarInt" USING INT-VALUE PAYLOAD PAYLOADPOS
        END-IF

        *> output item
        CALL "Protocol-EncodeSlot" USING LK-CLIENT LK-TRADE-OUTPUT-ID(TRADE-INDEX) LK-TRADE-OUTPUT-COUNT(TRADE-INDEX)
            NO-NBT-LENGTH NO-NBT-DATA PAYLOAD PAYLOADPOS

        *> second input item - absent: an empty Slot for version 1, a false
        *> "present" Boolean from version 2 on - the same single 0 byte
        MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS

