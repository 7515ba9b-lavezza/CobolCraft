IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-StatusResponse.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Status Response, clientbound status packet - the server list entry:
    *> {"version":{"name":...,"protocol":...},"players":{"max":...,"online":...},
    *> "description":{"text":...}}. The version name lists every game version
    *> this server accepts (see Protocol-Describe), and the protocol number is
    *> the pinging client's own when it is one of them, so that client shows
    *> the server as compatible; any other client is shown version 1's number
    *> and so flags the mismatch, with the supported versions as its label.
    01 PACKET-ID            BINARY-LONG             VALUE H'00'.
    01 VERSION-TEXT         PIC X(128).
    01 VERSION-TEXT-LEN     BINARY-LONG UNSIGNED.
    01 REPORTED-PROTOCOL    BINARY-LONG.
    01 NUMBER-TEXT          PIC -(9)9.
    *> the MOTD with its quotes and backslashes escaped for JSON
    01 MOTD-TEXT            PIC X(128).
    01 MOTD-TEXT-LEN        BINARY-LONG UNSIGNED.
    01 MOTD-INDEX           BINARY-LONG UNSIGNED.
    01 MOTD-LENGTH          BINARY-LONG UNSIGNED.
    *> buffer used to store the JSON string
    01 JSONBUFFER           PIC X(512).
    01 JSONPOS              BINARY-LONG UNSIGNED.
    01 JSONLEN              BINARY-LONG UNSIGNED.
    *> buffer used to store the packet data
    01 PAYLOAD              PIC X(520).
    01 PAYLOADPOS           BINARY-LONG UNSIGNED.
    01 PAYLOADLEN           BINARY-LONG UNSIGNED.
    01 SEND-ERRNO           BINARY-LONG.
    COPY DD-PROTOCOL.
LINKAGE SECTION.
    01 LK-HNDL              PIC X(4).
    01 LK-ERRNO             PIC 9(3).
    01 LK-MOTD              PIC X(64).
    01 LK-MAX-PLAYERS       BINARY-LONG UNSIGNED.
    01 LK-ONLINE            BINARY-LONG.
    *> the protocol number from the client's Handshake, and its DD-PROTOCOL
    *> version index (0 = not one this server speaks)
    01 LK-PROTOCOL          BINARY-LONG.
    01 LK-PROTOCOL-INDEX    BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-HNDL LK-ERRNO LK-MOTD LK-MAX-PLAYERS LK-ONLINE LK-PROTOCOL LK-PROTOCOL-INDEX.
    CALL "Protocol-Describe" USING VERSION-TEXT VERSION-TEXT-LEN
    IF LK-PROTOCOL-INDEX > 0
        MOVE LK-PROTOCOL TO REPORTED-PROTOCOL
    ELSE
        MOVE PROTOCOL-NUMBER(1) TO REPORTED-PROTOCOL
    END-IF

    MOVE SPACES TO MOTD-TEXT
    MOVE 0 TO MOTD-TEXT-LEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-MOTD TRAILING)) TO MOTD-LENGTH
    IF LK-MOTD = SPACES
        MOVE 0 TO MOTD-LENGTH
    END-IF
    PERFORM VARYING MOTD-INDEX FROM 1 BY 1 UNTIL MOTD-INDEX > MOTD-LENGTH
        IF LK-MOTD(MOTD-INDEX:1) = '"' OR LK-MOTD(MOTD-INDEX:1) = "\"
            ADD 1 TO MOTD-TEXT-LEN
            MOVE "\" TO MOTD-TEXT(MOTD-TEXT-LEN:1)
        END-IF
        ADD 1 TO MOTD-TEXT-LEN
        MOVE LK-MOTD(MOTD-INDEX:1) TO MOTD-TEXT(MOTD-TEXT-LEN:1)
    END-PERFORM

    MOVE 1 TO JSONPOS
    STRING '{"version":{"name":"' VERSION-TEXT(1:VERSION-TEXT-LEN) '","protocol":'
        INTO JSONBUFFER WITH POINTER JSONPOS
    MOVE REPORTED-PROTOCOL TO NUMBER-TEXT
    STRING FUNCTION TRIM(NUMBER-TEXT) '},"players":{"max":' INTO JSONBUFFER WITH POINTER JSONPOS
    MOVE LK-MAX-PLAYERS TO NUMBER-TEXT
    STRING FUNCTION TRIM(NUMBER-TEXT) ',"online":' INTO JSONBUFFER WITH POINTER JSONPOS
    MOVE LK-ONLINE TO NUMBER-TEXT
    STRING FUNCTION TRIM(NUMBER-TEXT) '},"description":{"text":"' INTO JSONBUFFER WITH POINTER JSONPOS
    IF MOTD-TEXT-LEN > 0
        STRING MOTD-TEXT(1:MOTD-TEXT-LEN) INTO JSONBUFFER WITH POINTER JSONPOS
    END-IF
    STRING '"}}' INTO JSONBUFFER WITH POINTER JSONPOS
    COMPUTE JSONLEN = JSONPOS - 1

    *> JSON response: String (VarInt length + UTF-8)
    MOVE 1 TO PAYLOADPOS
    CALL "Encode-VarInt" USING JSONLEN PAYLOAD PAYLOADPOS
    MOVE JSONBUFFER(1:JSONLEN) TO PAYLOAD(PAYLOADPOS:JSONLEN)
    ADD JSONLEN TO PAYLOADPOS

    COMPUTE PAYLOADLEN = PAYLOADPOS - 1
    CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN SEND-ERRNO
    MOVE SEND-ERRNO TO LK-ERRNO
    GOBACK.

END PROGRAM SendPacket-StatusResponse.
