    01 PAYLOAD              PIC X(48).
    01 PAYLOADPOS           BINARY-LONG UNSIGNED.
    01 PAYLOADLEN           BINARY-LONG UNSIGNED.
    *> the entity type in the client's own protocol numbering - see Protocol-MapForHandle
    01 WIRE-ENTITY-TYPE     BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT         BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID      BINARY-LONG.
    01 LK-ROTATION.
        02 LK-YAW              FLOAT-SHORT.
        02 LK-PITCH             FLOAT-SHORT.
    *> the entity-type-specific data field - a fishing bobber's is its owner's
    *> entity ID, which the client needs to draw the line. Omitted for
    *> everything else, which sends 0.
    01 LK-DATA           BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-ENTITY-ID LK-ENTITY-TYPE LK-POSITION LK-ROTATION
        OPTIONAL LK-DATA.
    MOVE 1 TO PAYLOADPOS

    *> entity ID
    ADD 1 TO PAYLOADPOS

    *> entity type
    MOVE LK-ENTITY-TYPE TO WIRE-ENTITY-TYPE
    CALL "Protocol-MapForHandle" USING LK-CLIENT "entity_type" WIRE-ENTITY-TYPE
    CALL "Encode-VarInt" USING WIRE-ENTITY-TYPE PAYLOAD PAYLOADPOS

    *> position
    CALL "Encode-Double" USING LK-X PAYLOAD PAYLOADPOS
    ADD 1 TO PAYLOADPOS

    *> data (unused for players)
    IF LK-DATA NOT OMITTED
        CALL "Encode-VarInt" USING LK-DATA PAYLOAD PAYLOADPOS
    ELSE
        MOVE FUNCTION CHAR(1) TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS
    END-IF

    *> velocity X/Y/Z (not simulated - always zero)
    MOVE X"000000000000" TO PAYLOAD(PAYLOADPOS:6)
