    *> VarInt packet length + VarInt data length + body, where a body at or over
    *> the threshold is zlib-deflated and a smaller one rides raw with data length
    *> 0. Every SendPacket-* wrapper funnels through here, so negotiating
    *> compression changes the wire format for all of them at once - and so
    *> does the client's protocol version, whose packet IDs are put in here
    *> (see DD-PROTOCOL).
    01 FRAME-BUFFER         PIC X(2100000).
    01 FRAME-LENGTH         BINARY-LONG UNSIGNED.
    01 FRAME-POSITION       BINARY-LONG UNSIGNED.
    01 ZLIB-ERRNO           BINARY-LONG.
    01 CLIENT-ID            BINARY-LONG UNSIGNED.
    01 COMPRESSION-THRESHOLD BINARY-LONG.
    *> the packet ID as this client's protocol version numbers it - every
    *> wrapper hands over the ID for DD-PROTOCOL's version 1, translated here
    *> by the connection's state and version, so one wrapper serves both
    01 WIRE-PACKET-ID       BINARY-LONG.
    *> per-connection byte/packet accounting - see NetworkRead in Server and the
    *> "netstat" admin command - and WORLD-AGE for the capture lines below
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-HNDL              PIC X(4).

PROCEDURE DIVISION USING LK-HNDL LK-PACKET-ID LK-PAYLOAD LK-PAYLOAD-LENGTH
        OPTIONAL LK-ERRNO.
    *> the connection's negotiated compression threshold, if any (-1 = none),
    *> and its protocol version - looked up by socket handle, since that is all the wrappers pass through
    MOVE -1 TO COMPRESSION-THRESHOLD
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-HNDL(CLIENT-ID) = LK-HNDL
        MOVE 0 TO CLIENT-ID
    END-IF

    MOVE LK-PACKET-ID TO WIRE-PACKET-ID
    IF CLIENT-ID > 0
        EVALUATE CLIENT-STATE(CLIENT-ID)
            WHEN CLIENT-STATE-LOGIN
                CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "cb-login" WIRE-PACKET-ID
            WHEN CLIENT-STATE-CONFIGURATION
                CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "cb-config" WIRE-PACKET-ID
            WHEN CLIENT-STATE-PLAY
                CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "cb-play" WIRE-PACKET-ID
        END-EVALUATE
    END-IF

    *> body = packet ID + payload
    MOVE 1 TO FRAME-POSITION
    CALL "Encode-VarInt" USING WIRE-PACKET-ID BODY-BUFFER FRAME-POSITION
    IF LK-PAYLOAD-LENGTH > 0
        MOVE LK-PAYLOAD(1:LK-PAYLOAD-LENGTH) TO BODY-BUFFER(FRAME-POSITION:LK-PAYLOAD-LENGTH)
        ADD LK-PAYLOAD-LENGTH TO FRAME-POSITION
    *> payload, before compression/framing) - see the "capture" admin command
    IF CLIENT-ID > 0
        IF CLIENT-CAPTURE-ACTIVE(CLIENT-ID) = 1
            CALL "Capture-Write" USING CLIENT-CAPTURE-FILE(CLIENT-ID) "out" WORLD-AGE WIRE-PACKET-ID BODY-BUFFER BODY-LENGTH CLIENT-CAPTURE-BYTES(CLIENT-ID)
        END-IF
    END-IF

