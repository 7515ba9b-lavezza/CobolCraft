IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-LoginPluginRequest.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Login Plugin Request, clientbound login packet - the only thing the
    *> login phase can send repeatedly without moving the connection on. Used
    *> by the login wait queue (see LoginQueueTick in Server): each request
    *> carries the waiting player's queue position as its text payload, and
    *> the client's Login Plugin Response - "not understood" from a vanilla
    *> client, which is all that is needed - proves the connection is alive.
    01 PACKET-ID    BINARY-LONG             VALUE H'04'.
    *> buffer used to store the packet data
    01 PAYLOAD      PIC X(1200).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
    01 CHANNEL      PIC X(16)               VALUE "cobolcraft:queue".
    01 CHANNEL-LEN  BINARY-LONG             VALUE 16.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    *> echoed back by the client in its response
    01 LK-MESSAGE-ID    BINARY-LONG.
    01 LK-TEXT          PIC X ANY LENGTH.
    01 LK-TEXT-LEN      BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-HNDL LK-MESSAGE-ID LK-TEXT LK-TEXT-LEN.
    MOVE 1 TO PAYLOADPOS

    CALL "Encode-VarInt" USING LK-MESSAGE-ID PAYLOAD PAYLOADPOS

    *> channel identifier: VarInt length + bytes
    CALL "Encode-VarInt" USING CHANNEL-LEN PAYLOAD PAYLOADPOS
    MOVE CHANNEL TO PAYLOAD(PAYLOADPOS:CHANNEL-LEN)
    ADD CHANNEL-LEN TO PAYLOADPOS

    *> data: the remainder of the packet, no length prefix
    IF LK-TEXT-LEN > 0
        MOVE LK-TEXT(1:LK-TEXT-LEN) TO PAYLOAD(PAYLOADPOS:LK-TEXT-LEN)
        ADD LK-TEXT-LEN TO PAYLOADPOS
    END-IF

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-LoginPluginRequest.
