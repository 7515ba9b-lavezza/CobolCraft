    01 PAYLOAD      PIC X(32).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> the effect ID in the client's own protocol numbering - see Protocol-MapForHandle
    01 WIRE-EFFECT-ID   BINARY-LONG.
    *> the client's DD-PROTOCOL version - see Protocol-IndexForHandle
    01 VERSION-INDEX    BINARY-LONG UNSIGNED.
    01 WIRE-AMPLIFIER   BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID     BINARY-LONG.
    01 LK-DURATION      BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-ENTITY-ID LK-EFFECT-ID LK-AMPLIFIER LK-DURATION.
    *> entity ID: VarInt, effect ID: VarInt, amplifier: Byte (a VarInt from
    *> version 2 on), duration (ticks): VarInt, flags: Byte (show particles +
    *> show icon)
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING LK-ENTITY-ID PAYLOAD PAYLOADPOS
    MOVE LK-EFFECT-ID TO WIRE-EFFECT-ID
    CALL "Protocol-MapForHandle" USING LK-CLIENT "mob_effect" WIRE-EFFECT-ID
    CALL "Encode-VarInt" USING WIRE-EFFECT-ID PAYLOAD PAYLOADPOS
    CALL "Protocol-IndexForHandle" USING LK-CLIENT VERSION-INDEX
    IF VERSION-INDEX < 2
        MOVE FUNCTION CHAR(LK-AMPLIFIER + 1) TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS
    ELSE
        MOVE LK-AMPLIFIER TO WIRE-AMPLIFIER
        CALL "Encode-VarInt" USING WIRE-AMPLIFIER PAYLOAD PAYLOADPOS
    END-IF
    CALL "Encode-VarInt" USING LK-DURATION PAYLOAD PAYLOADPOS
    MOVE FUNCTION CHAR(6 + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
