    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(64000).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    *> the client's DD-PROTOCOL version - see Protocol-IndexForHandle
    01 VERSION-INDEX    BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).
    MOVE FUNCTION CHAR(1) TO PAYLOAD(PAYLOADLEN:1)

    *> dimension type and name, from the dimension the player is actually in -
    *> a player who logged out in the nether logs back into it. From version 2
    *> on the type is its dimension_type registry ID, in the order
    *> SendPacket-RegistryData declares them (overworld 0, the_nether 3).
    CALL "Protocol-IndexForHandle" USING LK-HNDL VERSION-INDEX
    IF VERSION-INDEX >= 2
        IF LK-DIMENSION = 1
            MOVE 3 TO INT32
        ELSE
            MOVE 0 TO INT32
        END-IF
        CALL "Encode-VarInt" USING INT32 BUFFER BUFFERLEN
        MOVE BUFFER(1:BUFFERLEN) TO PAYLOAD(PAYLOADLEN + 1:BUFFERLEN)
        ADD BUFFERLEN TO PAYLOADLEN
    END-IF
    IF LK-DIMENSION = 1
        IF VERSION-INDEX < 2
            ADD 1 TO PAYLOADLEN
            MOVE FUNCTION CHAR(20 + 1) TO PAYLOAD(PAYLOADLEN:1)
            MOVE "minecraft:the_nether" TO PAYLOAD(PAYLOADLEN + 1:20)
            ADD 20 TO PAYLOADLEN
        END-IF
        ADD 1 TO PAYLOADLEN
        MOVE FUNCTION CHAR(20 + 1) TO PAYLOAD(PAYLOADLEN:1)
        MOVE "minecraft:the_nether" TO PAYLOAD(PAYLOADLEN + 1:20)
        ADD 20 TO PAYLOADLEN
    ELSE
        IF VERSION-INDEX < 2
            ADD 1 TO PAYLOADLEN
            MOVE FUNCTION CHAR(19 + 1) TO PAYLOAD(PAYLOADLEN:1)
            MOVE "minecraft:overworld" TO PAYLOAD(PAYLOADLEN + 1:19)
            ADD 19 TO PAYLOADLEN
        END-IF
        ADD 1 TO PAYLOADLEN
        MOVE FUNCTION CHAR(19 + 1) TO PAYLOAD(PAYLOADLEN:1)
        MOVE "minecraft:overworld" TO PAYLOAD(PAYLOADLEN + 1:19)
    ADD 1 TO PAYLOADLEN
    MOVE FUNCTION CHAR(1) TO PAYLOAD(PAYLOADLEN:1)

    *> enforces secure chat=false, from version 2 on
    IF VERSION-INDEX >= 2
        ADD 1 TO PAYLOADLEN
        MOVE FUNCTION CHAR(1) TO PAYLOAD(PAYLOADLEN:1)
    END-IF

    *> Send the packet
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN LK-ERRNO
    GOBACK.
