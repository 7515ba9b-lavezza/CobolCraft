    01 PAYLOAD      PIC X(16).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> the effect ID in the client's own protocol numbering - see Protocol-MapForHandle
    01 WIRE-EFFECT-ID   BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID     BINARY-LONG.
PROCEDURE DIVISION USING LK-CLIENT LK-ENTITY-ID LK-EFFECT-ID.
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING LK-ENTITY-ID PAYLOAD PAYLOADPOS
    MOVE LK-EFFECT-ID TO WIRE-EFFECT-ID
    CALL "Protocol-MapForHandle" USING LK-CLIENT "mob_effect" WIRE-EFFECT-ID
    CALL "Encode-VarInt" USING WIRE-EFFECT-ID PAYLOAD PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
