*> --- Protocol-Init ---
*> Fills DD-PROTOCOL with the client protocol versions this server knows.
*> Version 1 is protocol 765 (1.20.3-1.20.4), the one the rest of the code is
*> written against; version 2 is protocol 766 (1.20.5-1.20.6), the next client
*> update. The version 2 ranges below are assumed values for that protocol,
*> the same way the version 1 packet and registry IDs throughout Server and
*> the SendPacket-* wrappers are - not verified against a real client. The
*> block_state registry only grew at its end in 1.20.5, so it has no ranges.
*> What 1.20.5 changed beyond numbering - data components in place of slot
*> NBT, the known packs exchange ahead of one Registry Data packet per
*> registry, Login Success's strict error handling flag - is handled where
*> those are encoded: Protocol-EncodeSlot/Protocol-DecodeSlot below,
*> HandleConfiguration and CompleteLoginStart in Server, and the wrappers
*> that call Protocol-IndexForHandle.
*> Called once at startup, before the first connection is accepted.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 VERSION-INDEX        BINARY-LONG UNSIGNED.
    01 MAP-INDEX            BINARY-LONG UNSIGNED.
    01 MAP-KIND             PIC X(12).
    01 MAP-LOW              BINARY-LONG.
    01 MAP-HIGH             BINARY-LONG.
    01 MAP-SHIFT            BINARY-LONG.
    COPY DD-PROTOCOL.

PROCEDURE DIVISION.
    INITIALIZE PROTOCOL-TABLE
    MOVE 2 TO PROTOCOL-COUNT

    MOVE 765 TO PROTOCOL-NUMBER(1)
    MOVE "1.20.3-1.20.4" TO PROTOCOL-NAME(1)
    MOVE 1 TO PROTOCOL-ENABLED(1)
    MOVE 0 TO PROTOCOL-MAP-COUNT(1)

    MOVE 766 TO PROTOCOL-NUMBER(2)
    MOVE "1.20.5-1.20.6" TO PROTOCOL-NAME(2)
    MOVE 1 TO PROTOCOL-ENABLED(2)
    MOVE 0 TO PROTOCOL-MAP-COUNT(2)
    MOVE 2 TO VERSION-INDEX

    *> configuration state: Cookie Request ahead of everything, Reset Chat
    *> ahead of Registry Data, and the server links/known packs ahead of
    *> Feature Flags and Update Tags
    MOVE "cb-config" TO MAP-KIND
    MOVE 0 TO MAP-LOW
    MOVE 4 TO MAP-HIGH
    MOVE 1 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 5 TO MAP-LOW
    MOVE 7 TO MAP-HIGH
    MOVE 2 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 8 TO MAP-LOW
    MOVE 9 TO MAP-HIGH
    MOVE 4 TO MAP-SHIFT
    PERFORM AddMap

    *> play state: Cookie Request and Debug Sample
    MOVE "cb-play" TO MAP-KIND
    MOVE 22 TO MAP-LOW
    MOVE 26 TO MAP-HIGH
    MOVE 1 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 27 TO MAP-LOW
    MOVE 127 TO MAP-HIGH
    MOVE 2 TO MAP-SHIFT
    PERFORM AddMap

    *> configuration state, serverbound: Cookie Response (1) has no
    *> counterpart; Select Known Packs (7), which only this version sends,
    *> keeps its number - one version 1 never used
    MOVE "sb-config" TO MAP-KIND
    MOVE 1 TO MAP-LOW
    MOVE 1 TO MAP-HIGH
    MOVE -2 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 2 TO MAP-LOW
    MOVE 6 TO MAP-HIGH
    MOVE -1 TO MAP-SHIFT
    PERFORM AddMap

    *> play state, serverbound: Signed Chat Command (5) and Cookie Response
    *> (20) have no counterpart
    MOVE "sb-play" TO MAP-KIND
    MOVE 5 TO MAP-LOW
    MOVE 5 TO MAP-HIGH
    MOVE -6 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 6 TO MAP-LOW
    MOVE 19 TO MAP-HIGH
    MOVE -1 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 20 TO MAP-LOW
    MOVE 20 TO MAP-HIGH
    MOVE -21 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 21 TO MAP-LOW
    MOVE 127 TO MAP-HIGH
    MOVE -2 TO MAP-SHIFT
    PERFORM AddMap

    *> armadillo, then bogged and the wind charges, join the entity types
    MOVE "entity_type" TO MAP-KIND
    MOVE 2 TO MAP-LOW
    MOVE 9 TO MAP-HIGH
    MOVE 1 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 10 TO MAP-LOW
    MOVE 255 TO MAP-HIGH
    MOVE 3 TO MAP-SHIFT
    PERFORM AddMap

    *> the armadillo sounds land ahead of the armor ones
    MOVE "sound" TO MAP-KIND
    MOVE 20 TO MAP-LOW
    MOVE 2047 TO MAP-HIGH
    MOVE 13 TO MAP-SHIFT
    PERFORM AddMap

    *> effect IDs are plain 0-based registry IDs from 1.20.5 on
    MOVE "mob_effect" TO MAP-KIND
    MOVE 1 TO MAP-LOW
    MOVE 63 TO MAP-HIGH
    MOVE -1 TO MAP-SHIFT
    PERFORM AddMap

    *> armadillo_scute lands after turtle_scute
    MOVE "item" TO MAP-KIND
    MOVE 812 TO MAP-LOW
    MOVE 2047 TO MAP-HIGH
    MOVE 1 TO MAP-SHIFT
    PERFORM AddMap

    *> and back again for the item IDs a client sends: armadillo_scute (812)
    *> has no counterpart
    MOVE "sb-item" TO MAP-KIND
    MOVE 812 TO MAP-LOW
    MOVE 812 TO MAP-HIGH
    MOVE -813 TO MAP-SHIFT
    PERFORM AddMap
    MOVE 813 TO MAP-LOW
    MOVE 2048 TO MAP-HIGH
    MOVE -1 TO MAP-SHIFT
    PERFORM AddMap

    GOBACK.

AddMap.
    IF PROTOCOL-MAP-COUNT(VERSION-INDEX) < MAX-PROTOCOL-MAPS
        ADD 1 TO PROTOCOL-MAP-COUNT(VERSION-INDEX)
        MOVE PROTOCOL-MAP-COUNT(VERSION-INDEX) TO MAP-INDEX
        MOVE MAP-KIND TO PROTOCOL-MAP-KIND(VERSION-INDEX, MAP-INDEX)
        MOVE MAP-LOW TO PROTOCOL-MAP-LOW(VERSION-INDEX, MAP-INDEX)
        MOVE MAP-HIGH TO PROTOCOL-MAP-HIGH(VERSION-INDEX, MAP-INDEX)
        MOVE MAP-SHIFT TO PROTOCOL-MAP-SHIFT(VERSION-INDEX, MAP-INDEX)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Protocol-Init.

*> --- Protocol-Find ---
*> The DD-PROTOCOL version index for a protocol number out of a Handshake, or
*> 0 when this server does not speak it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 VERSION-INDEX        BINARY-LONG UNSIGNED.
    COPY DD-PROTOCOL.
LINKAGE SECTION.
    01 LK-NUMBER            BINARY-LONG.
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NUMBER LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING VERSION-INDEX FROM 1 BY 1 UNTIL VERSION-INDEX > PROTOCOL-COUNT OR LK-INDEX > 0
        IF PROTOCOL-NUMBER(VERSION-INDEX) = LK-NUMBER AND PROTOCOL-ENABLED(VERSION-INDEX) = 1
            MOVE VERSION-INDEX TO LK-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Protocol-Find.

*> --- Protocol-Map ---
*> Translates LK-VALUE, in place, for version LK-INDEX: the first of that
*> version's ranges of kind LK-KIND covering the value adds its shift; a value
*> no range covers, version 1, and index 0 (no version picked yet) are left
*> alone. See DD-PROTOCOL for the kinds and which way each one translates.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-Map.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 MAP-INDEX            BINARY-LONG UNSIGNED.
    01 MAP-KIND             PIC X(12).
    COPY DD-PROTOCOL.
LINKAGE SECTION.
    01 LK-INDEX             BINARY-LONG UNSIGNED.
    01 LK-KIND              PIC X ANY LENGTH.
    01 LK-VALUE             BINARY-LONG.

PROCEDURE DIVISION USING LK-INDEX LK-KIND LK-VALUE.
    IF LK-INDEX < 2 OR LK-INDEX > PROTOCOL-COUNT
        GOBACK
    END-IF
    MOVE LK-KIND TO MAP-KIND
    PERFORM VARYING MAP-INDEX FROM 1 BY 1 UNTIL MAP-INDEX > PROTOCOL-MAP-COUNT(LK-INDEX)
        IF PROTOCOL-MAP-KIND(LK-INDEX, MAP-INDEX) = MAP-KIND
            AND LK-VALUE >= PROTOCOL-MAP-LOW(LK-INDEX, MAP-INDEX)
            AND LK-VALUE <= PROTOCOL-MAP-HIGH(LK-INDEX, MAP-INDEX)
            ADD PROTOCOL-MAP-SHIFT(LK-INDEX, MAP-INDEX) TO LK-VALUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Protocol-Map.

*> --- Protocol-IndexForHandle ---
*> The DD-PROTOCOL version index of whichever client is on socket LK-HNDL -
*> all a SendPacket-* wrapper is handed - for a wrapper whose packet layout,
*> not just its IDs, differs between versions. A handle with no client on it,
*> or a client whose version is not supported, comes back as version 1.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-IndexForHandle.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    COPY DD-CLIENTS.
LINKAGE SECTION.
    01 LK-HNDL              PIC X(4).
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-HNDL LK-INDEX.
    MOVE 1 TO LK-INDEX
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-HNDL(CLIENT-ID) = LK-HNDL
            IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) > 0
                MOVE CLIENT-PROTOCOL-INDEX(CLIENT-ID) TO LK-INDEX
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Protocol-IndexForHandle.

*> --- Protocol-MapForHandle ---
*> Protocol-Map for whichever client is on socket LK-HNDL (see
*> Protocol-IndexForHandle), so a registry ID can be put into that client's
*> numbering just before it is encoded. A handle with no client on it is left
*> in version 1's numbering.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-MapForHandle.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 VERSION-INDEX        BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-HNDL              PIC X(4).
    01 LK-KIND              PIC X ANY LENGTH.
    01 LK-VALUE             BINARY-LONG.

PROCEDURE DIVISION USING LK-HNDL LK-KIND LK-VALUE.
    CALL "Protocol-IndexForHandle" USING LK-HNDL VERSION-INDEX
    CALL "Protocol-Map" USING VERSION-INDEX LK-KIND LK-VALUE
    GOBACK.

END PROGRAM Protocol-MapForHandle.

*> --- Protocol-EncodeSlot ---
*> Appends one item stack to LK-BUFFER at LK-BUFFERPOS, in the slot layout of
*> whichever client is on socket LK-HNDL, for the SendPacket-* wrappers that
*> carry items. LK-ITEM-ID is in version 1's item numbering, LK-NBT-DATA the
*> slot's NBT (a nameless compound, LK-NBT-LENGTH bytes, or none at all when
*> that is 0); an ID below 0 or a count of 0 is an empty slot.
*> Version 1: present (Boolean), item ID (VarInt), count (Byte), then the NBT
*> or a lone TAG_End.
*> Later versions: count (VarInt, 0 for an empty slot), item ID (VarInt), the
*> number of components added and removed (VarInts), then each added
*> component as its ID (VarInt) and data. The NBT travels whole as
*> custom_data (0), so a creative client hands it back unchanged (see
*> Protocol-DecodeSlot); what of it the client draws itself - a tool's
*> {Damage: n} and a bottle's {Potion: "..."} - is repeated as damage (3)
*> and potion_contents (31). Assumed component IDs, the same way the
*> registry IDs in Server are.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-EncodeSlot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 VERSION-INDEX        BINARY-LONG UNSIGNED.
    01 WIRE-ITEM-ID         BINARY-LONG.
    01 INT32                BINARY-LONG.
    01 COMPONENT-COUNT      BINARY-LONG.
    01 HAS-NBT              BINARY-CHAR UNSIGNED.
    01 NBT-OFFSET           BINARY-LONG UNSIGNED.
    01 NBT-AT-END           BINARY-CHAR UNSIGNED.
    01 NBT-TAG-NAME         PIC X(256).
    01 NBT-NAME-LEN         BINARY-LONG UNSIGNED.
    01 SLOT-DAMAGE          BINARY-LONG.
    01 HAS-DAMAGE           BINARY-CHAR UNSIGNED.
    01 SLOT-POTION          PIC X(64).
    01 SLOT-POTION-LEN      BINARY-LONG UNSIGNED.
    01 POTION-KEY           PIC X(64).
    01 POTION-INDEX         BINARY-LONG UNSIGNED.
    01 POTION-ID            BINARY-LONG.
    COPY DD-NBT-DECODER.
    COPY DD-PROTOCOL-POTIONS.
LINKAGE SECTION.
    01 LK-HNDL              PIC X(4).
    01 LK-ITEM-ID           BINARY-LONG.
    01 LK-COUNT             BINARY-CHAR UNSIGNED.
    01 LK-NBT-LENGTH        BINARY-SHORT UNSIGNED.
    01 LK-NBT-DATA          PIC X ANY LENGTH.
    01 LK-BUFFER            PIC X ANY LENGTH.
    01 LK-BUFFERPOS         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-HNDL LK-ITEM-ID LK-COUNT LK-NBT-LENGTH LK-NBT-DATA LK-BUFFER LK-BUFFERPOS.
    CALL "Protocol-IndexForHandle" USING LK-HNDL VERSION-INDEX

    *> an empty slot is a single 0 byte either way: not present, or count 0
    IF LK-ITEM-ID < 0 OR LK-COUNT = 0
        MOVE X"00" TO LK-BUFFER(LK-BUFFERPOS:1)
        ADD 1 TO LK-BUFFERPOS
        GOBACK
    END-IF

    MOVE LK-ITEM-ID TO WIRE-ITEM-ID
    CALL "Protocol-Map" USING VERSION-INDEX "item" WIRE-ITEM-ID
    *> NBT that is not a compound (a client's lone TAG_End) is no NBT
    MOVE 0 TO HAS-NBT
    IF LK-NBT-LENGTH > 0
        IF LK-NBT-DATA(1:1) = X"0A"
            MOVE 1 TO HAS-NBT
        END-IF
    END-IF

    IF VERSION-INDEX < 2
        MOVE X"01" TO LK-BUFFER(LK-BUFFERPOS:1)
        ADD 1 TO LK-BUFFERPOS
        CALL "Encode-VarInt" USING WIRE-ITEM-ID LK-BUFFER LK-BUFFERPOS
        MOVE FUNCTION CHAR(LK-COUNT + 1) TO LK-BUFFER(LK-BUFFERPOS:1)
        ADD 1 TO LK-BUFFERPOS
        IF HAS-NBT = 1
            MOVE LK-NBT-DATA(1:LK-NBT-LENGTH) TO LK-BUFFER(LK-BUFFERPOS:LK-NBT-LENGTH)
            ADD LK-NBT-LENGTH TO LK-BUFFERPOS
        ELSE
            *> TAG_End - no additional NBT data for this item
            MOVE X"00" TO LK-BUFFER(LK-BUFFERPOS:1)
            ADD 1 TO LK-BUFFERPOS
        END-IF
        GOBACK
    END-IF

    MOVE LK-COUNT TO INT32
    CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS
    CALL "Encode-VarInt" USING WIRE-ITEM-ID LK-BUFFER LK-BUFFERPOS

    PERFORM ReadSlotNbt
    MOVE 0 TO COMPONENT-COUNT
    IF HAS-NBT = 1
        ADD 1 TO COMPONENT-COUNT
    END-IF
    IF HAS-DAMAGE = 1
        ADD 1 TO COMPONENT-COUNT
    END-IF
    IF POTION-ID >= 0
        ADD 1 TO COMPONENT-COUNT
    END-IF
    CALL "Encode-VarInt" USING COMPONENT-COUNT LK-BUFFER LK-BUFFERPOS
    *> nothing removed
    MOVE 0 TO INT32
    CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS

    *> custom_data: the NBT compound, as it is
    IF HAS-NBT = 1
        MOVE 0 TO INT32
        CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS
        MOVE LK-NBT-DATA(1:LK-NBT-LENGTH) TO LK-BUFFER(LK-BUFFERPOS:LK-NBT-LENGTH)
        ADD LK-NBT-LENGTH TO LK-BUFFERPOS
    END-IF

    *> damage: VarInt
    IF HAS-DAMAGE = 1
        MOVE 3 TO INT32
        CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS
        CALL "Encode-VarInt" USING SLOT-DAMAGE LK-BUFFER LK-BUFFERPOS
    END-IF

    *> potion_contents: has potion (Boolean) and its ID (VarInt), no custom
    *> color (Boolean), no custom effects (VarInt count)
    IF POTION-ID >= 0
        MOVE 31 TO INT32
        CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS
        MOVE X"01" TO LK-BUFFER(LK-BUFFERPOS:1)
        ADD 1 TO LK-BUFFERPOS
        CALL "Encode-VarInt" USING POTION-ID LK-BUFFER LK-BUFFERPOS
        MOVE X"00" TO LK-BUFFER(LK-BUFFERPOS:1)
        ADD 1 TO LK-BUFFERPOS
        MOVE 0 TO INT32
        CALL "Encode-VarInt" USING INT32 LK-BUFFER LK-BUFFERPOS
    END-IF
    GOBACK.

ReadSlotNbt.
    *> Damage and Potion out of the slot NBT - unknown tags are skipped, the
    *> same tolerant walk ReadToolDamage in Server makes
    MOVE 0 TO HAS-DAMAGE
    MOVE -1 TO POTION-ID
    IF HAS-NBT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO NBT-OFFSET
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET NBT-AT-END NBT-TAG-NAME NBT-NAME-LEN
        IF NBT-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE NBT-TAG-NAME(1:NBT-NAME-LEN)
            WHEN "Damage"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET SLOT-DAMAGE
                MOVE 1 TO HAS-DAMAGE
            WHEN "Potion"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET SLOT-POTION SLOT-POTION-LEN
                PERFORM FindPotionId
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET
        END-EVALUATE
    END-PERFORM
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE LK-NBT-DATA NBT-OFFSET
    EXIT PARAGRAPH.

FindPotionId.
    *> "minecraft:healing" (or plain "healing") to its registry ID, or -1
    MOVE -1 TO POTION-ID
    IF SLOT-POTION-LEN = 0 OR SLOT-POTION-LEN > 64
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO POTION-KEY
    IF SLOT-POTION-LEN > 10 AND SLOT-POTION(1:10) = "minecraft:"
        MOVE SLOT-POTION(11:SLOT-POTION-LEN - 10) TO POTION-KEY
    ELSE
        MOVE SLOT-POTION(1:SLOT-POTION-LEN) TO POTION-KEY
    END-IF
    PERFORM VARYING POTION-INDEX FROM 1 BY 1 UNTIL POTION-INDEX > PROTOCOL-POTION-COUNT
        IF PROTOCOL-POTION-NAME(POTION-INDEX) = POTION-KEY
            COMPUTE POTION-ID = POTION-INDEX - 1
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Protocol-EncodeSlot.

*> --- Protocol-DecodeSlot ---
*> Reads one item stack a client on version LK-INDEX sent, out of LK-BUFFER
*> (LK-BUFFERLEN bytes) at LK-BUFFERPOS - the reverse of Protocol-EncodeSlot,
*> for the Set Creative Mode Slot handler in Server. The item comes back in
*> version 1's numbering, -1 with a count of 0 for an empty slot or an item
*> version 1 does not have; the NBT comes back as a slot keeps it, with
*> LK-NBT-WANTED the length it would have had - anything over LK-NBT-DATA's
*> 1024 bytes is dropped, leaving LK-NBT-LENGTH 0.
*> Version 1's NBT is whatever follows the count. From version 2 on it is
*> the custom_data component, or, for an item without one (picked out of the
*> creative inventory rather than handed out by this server), rebuilt from
*> its damage and potion_contents. Component data carries no length, so the
*> components are read only as far as the first one whose layout is not
*> known here; nothing follows the slot in the packet, so the rest may be
*> left unread.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-DecodeSlot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 INT8                 BINARY-LONG.
    01 INT32                BINARY-LONG.
    01 SLOT-COUNT           BINARY-LONG.
    01 COMPONENT-COUNT      BINARY-LONG.
    01 COMPONENT-INDEX      BINARY-LONG.
    01 COMPONENT-ID         BINARY-LONG.
    01 NBT-START            BINARY-LONG UNSIGNED.
    01 NBT-OFFSET           BINARY-LONG UNSIGNED.
    01 NBT-AT-END           BINARY-CHAR UNSIGNED.
    01 NBT-TAG-NAME         PIC X(256).
    01 NBT-NAME-LEN         BINARY-LONG UNSIGNED.
    01 HAS-CUSTOM-DATA      BINARY-CHAR UNSIGNED.
    01 SLOT-DAMAGE          BINARY-LONG.
    01 HAS-DAMAGE           BINARY-CHAR UNSIGNED.
    01 POTION-ID            BINARY-LONG.
    01 SLOT-POTION          PIC X(40).
    01 SLOT-POTION-LEN      BINARY-LONG UNSIGNED.
    COPY DD-NBT-DECODER.
    COPY DD-NBT-ENCODER.
    COPY DD-PROTOCOL-POTIONS.
LINKAGE SECTION.
    01 LK-INDEX             BINARY-LONG UNSIGNED.
    01 LK-BUFFER            PIC X ANY LENGTH.
    01 LK-BUFFERLEN         BINARY-LONG.
    01 LK-BUFFERPOS         BINARY-LONG UNSIGNED.
    01 LK-ITEM-ID           BINARY-LONG.
    01 LK-COUNT             BINARY-CHAR UNSIGNED.
    01 LK-NBT-LENGTH        BINARY-SHORT UNSIGNED.
    01 LK-NBT-DATA          PIC X(1024).
    01 LK-NBT-WANTED        BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-INDEX LK-BUFFER LK-BUFFERLEN LK-BUFFERPOS LK-ITEM-ID LK-COUNT LK-NBT-LENGTH LK-NBT-DATA LK-NBT-WANTED.
    MOVE -1 TO LK-ITEM-ID
    MOVE 0 TO LK-COUNT
    MOVE 0 TO LK-NBT-LENGTH
    MOVE 0 TO LK-NBT-WANTED

    IF LK-INDEX < 2
        *> present (Boolean), item ID (VarInt), count (Byte), NBT
        CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS INT8
        IF INT8 = 0
            GOBACK
        END-IF
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS INT32
        CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS SLOT-COUNT
        COMPUTE LK-NBT-WANTED = LK-BUFFERLEN - LK-BUFFERPOS + 1
        IF LK-NBT-WANTED <= 1024
            MOVE LK-NBT-WANTED TO LK-NBT-LENGTH
            MOVE LK-BUFFER(LK-BUFFERPOS:LK-NBT-WANTED) TO LK-NBT-DATA(1:LK-NBT-WANTED)
        END-IF
    ELSE
        *> count (VarInt), item ID (VarInt), components added/removed (VarInts)
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS SLOT-COUNT
        IF SLOT-COUNT <= 0
            GOBACK
        END-IF
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS INT32
        PERFORM ReadComponents
    END-IF

    CALL "Protocol-Map" USING LK-INDEX "sb-item" INT32
    IF INT32 < 0 OR SLOT-COUNT <= 0 OR SLOT-COUNT > 127
        MOVE 0 TO LK-NBT-LENGTH
        GOBACK
    END-IF
    MOVE INT32 TO LK-ITEM-ID
    MOVE SLOT-COUNT TO LK-COUNT
    GOBACK.

ReadComponents.
    MOVE 0 TO HAS-CUSTOM-DATA
    MOVE 0 TO HAS-DAMAGE
    MOVE -1 TO POTION-ID
    CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS COMPONENT-COUNT
    *> the removed count - nothing it names is kept anyway
    CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS COMPONENT-ID
    PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1 UNTIL COMPONENT-INDEX > COMPONENT-COUNT
        OR LK-BUFFERPOS > LK-BUFFERLEN
        CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS COMPONENT-ID
        EVALUATE COMPONENT-ID
            *> custom_data: an NBT compound, walked to find where it ends
            WHEN 0
                MOVE LK-BUFFERPOS TO NBT-START
                MOVE LK-BUFFERPOS TO NBT-OFFSET
                CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE LK-BUFFER NBT-OFFSET
                PERFORM UNTIL EXIT
                    CALL "NbtDecode-Peek" USING NBT-DECODER-STATE LK-BUFFER NBT-OFFSET NBT-AT-END NBT-TAG-NAME NBT-NAME-LEN
                    IF NBT-AT-END > 0
                        EXIT PERFORM
                    END-IF
                    CALL "NbtDecode-Skip" USING NBT-DECODER-STATE LK-BUFFER NBT-OFFSET
                END-PERFORM
                CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE LK-BUFFER NBT-OFFSET
                COMPUTE LK-NBT-WANTED = NBT-OFFSET - NBT-START
                IF LK-NBT-WANTED <= 1024
                    MOVE LK-NBT-WANTED TO LK-NBT-LENGTH
                    MOVE LK-BUFFER(NBT-START:LK-NBT-WANTED) TO LK-NBT-DATA(1:LK-NBT-WANTED)
                END-IF
                MOVE NBT-OFFSET TO LK-BUFFERPOS
                MOVE 1 TO HAS-CUSTOM-DATA
            *> damage
            WHEN 3
                CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS SLOT-DAMAGE
                MOVE 1 TO HAS-DAMAGE
            *> max_stack_size, max_damage, rarity, custom_model_data,
            *> repair_cost, map_id: one VarInt each
            WHEN 1
            WHEN 2
            WHEN 8
            WHEN 13
            WHEN 16
            WHEN 26
                CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS INT8
            *> unbreakable, enchantment_glint_override: one Boolean each
            WHEN 4
            WHEN 18
                ADD 1 TO LK-BUFFERPOS
            *> dyed_color: Int color, Boolean shown in tooltip
            WHEN 24
                ADD 5 TO LK-BUFFERPOS
            *> hide_additional_tooltip, hide_tooltip, creative_slot_lock,
            *> intangible_projectile, fire_resistant: no data
            WHEN 14
            WHEN 15
            WHEN 17
            WHEN 19
            WHEN 21
                CONTINUE
            *> potion_contents: optional potion ID, optional Int color, then
            *> custom effects - none of which are kept, so a list of them
            *> ends the walk
            WHEN 31
                CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS INT8
                IF INT8 NOT = 0
                    CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS POTION-ID
                END-IF
                CALL "Decode-Byte" USING LK-BUFFER LK-BUFFERPOS INT8
                IF INT8 NOT = 0
                    ADD 4 TO LK-BUFFERPOS
                END-IF
                CALL "Decode-VarInt" USING LK-BUFFER LK-BUFFERPOS INT8
                IF INT8 NOT = 0
                    EXIT PERFORM
                END-IF
            WHEN OTHER
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM

    IF HAS-CUSTOM-DATA = 0
        PERFORM BuildSlotNbt
    END-IF
    EXIT PARAGRAPH.

BuildSlotNbt.
    *> {Damage: n, Potion: "minecraft:..."} for whichever of the two the
    *> components named - the compound ReadToolDamage/DecodePotionTag in
    *> Server read back
    IF HAS-DAMAGE = 0 AND (POTION-ID < 0 OR POTION-ID >= PROTOCOL-POTION-COUNT)
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO NBT-OFFSET
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE LK-NBT-DATA NBT-OFFSET
    IF HAS-DAMAGE = 1
        MOVE "Damage" TO NBT-TAG-NAME
        MOVE 6 TO NBT-NAME-LEN
        CALL "NbtEncode-Int" USING NBT-ENCODER-STATE LK-NBT-DATA NBT-OFFSET NBT-TAG-NAME NBT-NAME-LEN SLOT-DAMAGE
    END-IF
    IF POTION-ID >= 0 AND POTION-ID < PROTOCOL-POTION-COUNT
        MOVE SPACES TO SLOT-POTION
        STRING "minecraft:" FUNCTION TRIM(PROTOCOL-POTION-NAME(POTION-ID + 1)) DELIMITED BY SIZE INTO SLOT-POTION
        MOVE FUNCTION STORED-CHAR-LENGTH(SLOT-POTION) TO SLOT-POTION-LEN
        MOVE "Potion" TO NBT-TAG-NAME
        MOVE 6 TO NBT-NAME-LEN
        CALL "NbtEncode-String" USING NBT-ENCODER-STATE LK-NBT-DATA NBT-OFFSET NBT-TAG-NAME NBT-NAME-LEN SLOT-POTION SLOT-POTION-LEN
    END-IF
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE LK-NBT-DATA NBT-OFFSET
    COMPUTE LK-NBT-LENGTH = NBT-OFFSET - 1
    MOVE LK-NBT-LENGTH TO LK-NBT-WANTED
    EXIT PARAGRAPH.

END PROGRAM Protocol-DecodeSlot.

*> --- Protocol-Describe ---
*> The game versions this server accepts, for people rather than clients:
*> every enabled version's name, comma-separated (e.g. "1.20.3-1.20.4,
*> 1.20.5-1.20.6")
*> - used in the server list entry and in the message an unsupported client
*> is turned away with.
IDENTIFICATION DIVISION.
PROGRAM-ID. Protocol-Describe.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 VERSION-INDEX        BINARY-LONG UNSIGNED.
    01 TEXT-POS             BINARY-LONG UNSIGNED.
    COPY DD-PROTOCOL.
LINKAGE SECTION.
    01 LK-TEXT              PIC X ANY LENGTH.
    01 LK-TEXT-LEN          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-TEXT-LEN.
    MOVE SPACES TO LK-TEXT
    MOVE 1 TO TEXT-POS
    PERFORM VARYING VERSION-INDEX FROM 1 BY 1 UNTIL VERSION-INDEX > PROTOCOL-COUNT
        IF PROTOCOL-ENABLED(VERSION-INDEX) = 1
            IF TEXT-POS > 1
                STRING ", " INTO LK-TEXT WITH POINTER TEXT-POS
            END-IF
            STRING FUNCTION TRIM(PROTOCOL-NAME(VERSION-INDEX)) INTO LK-TEXT WITH POINTER TEXT-POS
        END-IF
    END-PERFORM
    COMPUTE LK-TEXT-LEN = TEXT-POS - 1
    GOBACK.

END PROGRAM Protocol-Describe.
