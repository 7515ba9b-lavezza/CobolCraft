IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SelectKnownPacks.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Clientbound Known Packs, configuration packet - only protocol versions from
    *> 766 (1.20.5-1.20.6) on have it, at 0x0E, a number version 1 never used for a
    *> configuration packet, so it is sent under that number (see DD-PROTOCOL).
    *> Offering the vanilla core pack lets the client take every registry entry's
    *> data from its own copy - see SendPacket-RegistryData.
    01 PACKET-ID        BINARY-LONG             VALUE H'0E'.
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(64).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    *> temporary
    01 INT32            BINARY-LONG.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).

PROCEDURE DIVISION USING LK-HNDL LK-ERRNO.
    MOVE 1 TO PAYLOADPOS

    *> count = 1
    MOVE 1 TO INT32
    CALL "Encode-VarInt" USING INT32 PAYLOAD PAYLOADPOS

    *> namespace "minecraft", ID "core", version "1.20.6"
    MOVE FUNCTION CHAR(9 + 1) TO PAYLOAD(PAYLOADPOS:1)
    MOVE "minecraft" TO PAYLOAD(PAYLOADPOS + 1:9)
    ADD 10 TO PAYLOADPOS
    MOVE FUNCTION CHAR(4 + 1) TO PAYLOAD(PAYLOADPOS:1)
    MOVE "core" TO PAYLOAD(PAYLOADPOS + 1:4)
    ADD 5 TO PAYLOADPOS
    MOVE FUNCTION CHAR(6 + 1) TO PAYLOAD(PAYLOADPOS:1)
    MOVE "1.20.6" TO PAYLOAD(PAYLOADPOS + 1:6)
    ADD 7 TO PAYLOADPOS

    *> send packet
    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN LK-ERRNO
    GOBACK.

END PROGRAM SendPacket-SelectKnownPacks.
