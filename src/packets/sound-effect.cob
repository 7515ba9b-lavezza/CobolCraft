    MOVE 1 TO PAYLOADPOS

    *> sound ID + 1 (0 is reserved by the protocol to mean "looked up by name", which
    *> this wrapper doesn't support - callers always pass a registry sound ID),
    *> in the client's own protocol numbering - see Protocol-MapForHandle
    MOVE LK-SOUND-ID TO FIXED-POSITION
    CALL "Protocol-MapForHandle" USING LK-CLIENT "sound" FIXED-POSITION
    ADD 1 TO FIXED-POSITION
    CALL "Encode-VarInt" USING FIXED-POSITION PAYLOAD PAYLOADPOS
    CALL "Encode-VarInt" USING LK-CATEGORY PAYLOAD PAYLOADPOS

