IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetEntityMetadataBaby.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Set Entity Metadata, clientbound play packet, carrying the one entry this
    *> server tracks: the ageable-mob "is baby" flag, so a bred calf or piglet is
    *> drawn small - see MobBreedTick/MobGrowUp in Server. Metadata index 16 and
    *> Boolean type 8 are assumed values, as is the packet ID, for the same
    *> protocol era as spawn-entity.cob; not verified against a real client.
    01 PACKET-ID        BINARY-LONG             VALUE H'58'.
    01 METADATA-TYPE    BINARY-LONG             VALUE 8.
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(16).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID     BINARY-LONG.
    01 LK-BABY          BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ENTITY-ID LK-BABY.
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING LK-ENTITY-ID PAYLOAD PAYLOADPOS

    *> entry: index (unsigned byte), type (VarInt), value (Boolean)
    MOVE X"10" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING METADATA-TYPE PAYLOAD PAYLOADPOS
    IF LK-BABY > 0
        MOVE X"01" TO PAYLOAD(PAYLOADPOS:1)
    ELSE
        MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
    END-IF
    ADD 1 TO PAYLOADPOS

    *> end of metadata
    MOVE X"FF" TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-SetEntityMetadataBaby.
