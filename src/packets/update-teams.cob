IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-UpdateTeams.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Update Teams, clientbound play packet - creates or removes a scoreboard team, or
    *> adds/removes players to/from one. Each party (see DD-PARTIES) is mirrored as a
    *> team named "party_<party name>", so the client groups and colors its members on
    *> the tab list and the sidebar and prefixes their names with "[<party>] " - see
    *> PartyTeamsJoin/BroadcastPartyTeam in Server. Assumed packet ID for the
    *> 1.20.2-1.20.4 protocol era this server otherwise targets (see spawn-entity.cob),
    *> not verified against a real client.
    01 PACKET-ID        BINARY-LONG             VALUE H'5E'.
    01 TEAM-NAME        PIC X(32).
    01 TEAM-NAME-LEN    BINARY-LONG UNSIGNED.
    01 PARTY-NAME-LEN   BINARY-LONG UNSIGNED.
    01 ENTITY-INDEX     BINARY-LONG UNSIGNED.
    01 ENTITY-NAME-LEN  BINARY-LONG UNSIGNED.
    01 COLOR-VALUE      BINARY-LONG UNSIGNED.
    *> buffer used to store the JSON text components (display name, prefix, suffix)
    01 JSONBUFFER       PIC X(256).
    01 JSONPOS          BINARY-LONG UNSIGNED.
    01 STR              PIC X(64).
    01 STRLEN           BINARY-LONG UNSIGNED.
    01 KEY-STR          PIC X(64)               VALUE "text".
    01 KEY-STRLEN       BINARY-LONG UNSIGNED    VALUE 4.
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(1024).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-PARTY-NAME        PIC X(16).
    *> 0 = create (with the given members), 1 = remove, 3 = add members, 4 = remove members
    01 LK-MODE              BINARY-CHAR UNSIGNED.
    *> chat color index 0-15, used by create only
    01 LK-COLOR             BINARY-CHAR UNSIGNED.
    01 LK-ENTITY-COUNT      BINARY-LONG UNSIGNED.
    01 LK-ENTITIES.
        02 LK-ENTITY OCCURS 8 TIMES PIC X(16).

PROCEDURE DIVISION USING LK-CLIENT LK-PARTY-NAME LK-MODE LK-COLOR LK-ENTITY-COUNT LK-ENTITIES.
    MOVE FUNCTION STORED-CHAR-LENGTH(LK-PARTY-NAME) TO PARTY-NAME-LEN
    MOVE SPACES TO TEAM-NAME
    STRING "party_" LK-PARTY-NAME(1:PARTY-NAME-LEN) DELIMITED BY SIZE INTO TEAM-NAME
    COMPUTE TEAM-NAME-LEN = PARTY-NAME-LEN + 6

    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING TEAM-NAME-LEN PAYLOAD PAYLOADPOS
    MOVE TEAM-NAME(1:TEAM-NAME-LEN) TO PAYLOAD(PAYLOADPOS:TEAM-NAME-LEN)
    ADD TEAM-NAME-LEN TO PAYLOADPOS
    MOVE FUNCTION CHAR(LK-MODE + 1) TO PAYLOAD(PAYLOADPOS:1)
    ADD 1 TO PAYLOADPOS

    IF LK-MODE = 0
        *> display name: {"text":"<party name>"}
        MOVE LK-PARTY-NAME TO STR
        MOVE PARTY-NAME-LEN TO STRLEN
        PERFORM EncodeTextComponent

        *> friendly flags - 0x02 = can see invisible teammates. Bit 0x01 (friendly
        *> fire) stays clear; the server refuses party damage itself (see
        *> CheckPvpAllowed), this only keeps the client from predicting hits.
        MOVE X"02" TO PAYLOAD(PAYLOADPOS:1)
        ADD 1 TO PAYLOADPOS

        *> name tag visibility, collision rule
        MOVE "always" TO STR
        MOVE 6 TO STRLEN
        PERFORM EncodeString
        PERFORM EncodeString

        MOVE LK-COLOR TO COLOR-VALUE
        CALL "Encode-VarInt" USING COLOR-VALUE PAYLOAD PAYLOADPOS

        *> prefix "[<party>] ", empty suffix
        MOVE SPACES TO STR
        STRING "[" LK-PARTY-NAME(1:PARTY-NAME-LEN) "] " DELIMITED BY SIZE INTO STR
        COMPUTE STRLEN = PARTY-NAME-LEN + 3
        PERFORM EncodeTextComponent
        MOVE 0 TO STRLEN
        PERFORM EncodeTextComponent
    END-IF

    IF LK-MODE = 0 OR LK-MODE = 3 OR LK-MODE = 4
        CALL "Encode-VarInt" USING LK-ENTITY-COUNT PAYLOAD PAYLOADPOS
        PERFORM VARYING ENTITY-INDEX FROM 1 BY 1 UNTIL ENTITY-INDEX > LK-ENTITY-COUNT
            MOVE FUNCTION STORED-CHAR-LENGTH(LK-ENTITY(ENTITY-INDEX)) TO ENTITY-NAME-LEN
            CALL "Encode-VarInt" USING ENTITY-NAME-LEN PAYLOAD PAYLOADPOS
            MOVE LK-ENTITY(ENTITY-INDEX)(1:ENTITY-NAME-LEN) TO PAYLOAD(PAYLOADPOS:ENTITY-NAME-LEN)
            ADD ENTITY-NAME-LEN TO PAYLOADPOS
        END-PERFORM
    END-IF

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

EncodeTextComponent.
    *> {"text":"<STR(1:STRLEN)>"} as a length-prefixed JSON string
    MOVE 1 TO JSONPOS
    CALL "JsonEncode-ObjectStart" USING JSONBUFFER JSONPOS
    CALL "JsonEncode-ObjectKey" USING JSONBUFFER JSONPOS KEY-STR KEY-STRLEN
    CALL "JsonEncode-String" USING JSONBUFFER JSONPOS STR STRLEN
    CALL "JsonEncode-ObjectEnd" USING JSONBUFFER JSONPOS
    COMPUTE PAYLOADLEN = JSONPOS - 1
    CALL "Encode-VarInt" USING PAYLOADLEN PAYLOAD PAYLOADPOS
    MOVE JSONBUFFER(1:PAYLOADLEN) TO PAYLOAD(PAYLOADPOS:PAYLOADLEN)
    ADD PAYLOADLEN TO PAYLOADPOS
    EXIT PARAGRAPH.

EncodeString.
    CALL "Encode-VarInt" USING STRLEN PAYLOAD PAYLOADPOS
    MOVE STR(1:STRLEN) TO PAYLOAD(PAYLOADPOS:STRLEN)
    ADD STRLEN TO PAYLOADPOS
    EXIT PARAGRAPH.

END PROGRAM SendPacket-UpdateTeams.
