    01 PAYLOAD      PIC X(128).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    *> the client's DD-PROTOCOL version - see Protocol-IndexForHandle
    01 VERSION-INDEX    BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).
PROCEDURE DIVISION USING BY REFERENCE LK-HNDL LK-ERRNO LK-GAMEMODE LK-DIMENSION.
    MOVE 1 TO PAYLOADPOS

    *> dimension type and name (identifiers), for the destination dimension -
    *> from version 2 on the type is its dimension_type registry ID, as in
    *> SendPacket-LoginPlay
    CALL "Protocol-IndexForHandle" USING LK-HNDL VERSION-INDEX
    IF VERSION-INDEX >= 2
        IF LK-DIMENSION = 1
            MOVE 3 TO INT32
        ELSE
            MOVE 0 TO INT32
        END-IF
        CALL "Encode-VarInt" USING INT32 PAYLOAD PAYLOADPOS
    END-IF
    IF LK-DIMENSION = 1
        IF VERSION-INDEX < 2
            MOVE FUNCTION CHAR(20 + 1) TO PAYLOAD(PAYLOADPOS:1)
            MOVE "minecraft:the_nether" TO PAYLOAD(PAYLOADPOS + 1:20)
            ADD 21 TO PAYLOADPOS
        END-IF
        MOVE FUNCTION CHAR(20 + 1) TO PAYLOAD(PAYLOADPOS:1)
        MOVE "minecraft:the_nether" TO PAYLOAD(PAYLOADPOS + 1:20)
        ADD 21 TO PAYLOADPOS
    ELSE
        IF VERSION-INDEX < 2
            MOVE FUNCTION CHAR(19 + 1) TO PAYLOAD(PAYLOADPOS:1)
            MOVE "minecraft:overworld" TO PAYLOAD(PAYLOADPOS + 1:19)
            ADD 20 TO PAYLOADPOS
        END-IF
        MOVE FUNCTION CHAR(19 + 1) TO PAYLOAD(PAYLOADPOS:1)
        MOVE "minecraft:overworld" TO PAYLOAD(PAYLOADPOS + 1:19)
        ADD 20 TO PAYLOADPOS
