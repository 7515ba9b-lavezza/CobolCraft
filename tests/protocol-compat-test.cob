      *> resolves the handful of block names GenerateWorld/World-Load depend on to
      *> distinct, non-negative IDs. Packet IDs and framing here are the mirror
      *> image of Server's own ReceivePacket - see that section for the VarInt
      *> length-prefix framing this reuses. The status and login sequences run
      *> once per protocol version the server accepts (see DD-PROTOCOL), each
      *> with the packet IDs that version numbers things by, and once more for
      *> a version it does not speak, which must be shown the supported
      *> versions' protocol in the server list and be refused at Login Start.
      *> Every status response must name all the supported versions. Last, a
      *> connection that opens with a PROXY protocol header must be dropped
      *> unanswered, since this test is not one of the server's trusted proxies
      *> (see DD-PROXY - keep 127.0.0.1 out of save/proxy.txt's trusted list).
      *>
      *> Run against a Server instance already listening on TEST-HOST/TEST-PORT
      *> below (see run-protocol-compat-test.sh) - there is no in-repo build/launch
    01 TEST-PACKET-BUFFERLEN BINARY-LONG UNSIGNED.

    *> Handshake/login/configuration scratch
    01 TEST-PROTOCOL-VERSION BINARY-LONG UNSIGNED  VALUE 0.
    *> the protocol number the status response is expected to report, and
    *> the packet IDs that differ between the supported versions - see
    *> Protocol-Init for where the second version's come from
    01 TEST-EXPECT-PROTOCOL  BINARY-LONG UNSIGNED.
    01 TEST-ID-FINISH-CONFIG BINARY-LONG UNSIGNED.
    01 TEST-ID-ACK-FINISH    BINARY-LONG UNSIGNED.
    01 TEST-ID-SYNC-POSITION BINARY-LONG UNSIGNED.
    *> Clientbound Known Packs, which only versions from 766 on send - 0 for
    *> a version without it, since Registry Data never comes first there
    01 TEST-ID-KNOWN-PACKS   BINARY-LONG UNSIGNED.
    01 TEST-PROTOCOL-TOKEN   PIC X(24).
    01 TEST-PROTOCOL-TOKEN-LEN BINARY-LONG UNSIGNED.
    01 TEST-TOKEN-TALLY      BINARY-LONG UNSIGNED.
    *> the names the status response must list, one per supported version
    01 TEST-VERSION-NAME-1   PIC X(13)  VALUE "1.20.3-1.20.4".
    01 TEST-VERSION-NAME-2   PIC X(13)  VALUE "1.20.5-1.20.6".
    01 TEST-NEXT-STATE       BINARY-LONG UNSIGNED.
    01 TEST-SERVER-ADDRESS   PIC X(9)   VALUE "localhost".
    *> one name per login sequence, so an earlier run's player slot being
    *> torn down cannot get in the way of the next
    01 TEST-USERNAME         PIC X(7).
    01 TEST-VIEW-DISTANCE    PIC X(1)   VALUE X"0A".
    01 TEST-LOCALE           PIC X(5)   VALUE "en_US".
    01 TEST-PING-PAYLOAD     PIC X(8)   VALUE X"0011223344556677".
    01 TEST-TELEPORT-ID      BINARY-LONG.
    *> a PROXY protocol v1 header claiming to speak for some other address
    01 TEST-PROXY-HEADER     PIC X(47)  VALUE "PROXY TCP4 203.0.113.9 127.0.0.1 40000 25580".
    01 TEST-PROXY-HEADER-LEN BINARY-LONG UNSIGNED  VALUE 44.
    01 TEST-ANSWERED         BINARY-CHAR UNSIGNED.

    *> Block/registry regression check - see CheckBlockRegistry. The same block
    *> names GenerateWorld/World-Load resolve via Blocks-Get-DefaultStateId (see

PROCEDURE DIVISION.
    PERFORM CheckBlockRegistry

    *> protocol 765 (1.20.3-1.20.4) - the numbering the server is written in
    MOVE 765 TO TEST-PROTOCOL-VERSION
    MOVE 765 TO TEST-EXPECT-PROTOCOL
    MOVE 2 TO TEST-ID-FINISH-CONFIG
    MOVE 2 TO TEST-ID-ACK-FINISH
    MOVE 64 TO TEST-ID-SYNC-POSITION
    MOVE 0 TO TEST-ID-KNOWN-PACKS
    MOVE "TestBot" TO TEST-USERNAME
    PERFORM TestStatusPing
    PERFORM TestLoginConfigPlay

    *> protocol 766 (1.20.5-1.20.6) - renumbered packets, and the known packs
    *> exchange ahead of its registries (see Protocol-Init)
    MOVE 766 TO TEST-PROTOCOL-VERSION
    MOVE 766 TO TEST-EXPECT-PROTOCOL
    MOVE 3 TO TEST-ID-FINISH-CONFIG
    MOVE 3 TO TEST-ID-ACK-FINISH
    MOVE 66 TO TEST-ID-SYNC-POSITION
    MOVE 14 TO TEST-ID-KNOWN-PACKS
    MOVE "TestNew" TO TEST-USERNAME
    PERFORM TestStatusPing
    PERFORM TestLoginConfigPlay

    *> a protocol the server does not speak
    MOVE 700 TO TEST-PROTOCOL-VERSION
    MOVE 765 TO TEST-EXPECT-PROTOCOL
    MOVE "TestOld" TO TEST-USERNAME
    PERFORM TestStatusPing
    PERFORM TestUnsupportedLogin

    *> a PROXY header from an address the server does not trust
    MOVE 765 TO TEST-PROTOCOL-VERSION
    PERFORM TestUntrustedProxyHeader

    MOVE 0 TO TEST-PROTOCOL-VERSION
    PERFORM ReportResults
    IF FAIL-COUNT > 0
        STOP RUN RETURNING 1
    MOVE 25 TO TEST-RESULT-LEN
    IF TEST-TIMED-OUT = 0 AND TEST-CUR-PACKET-ID = 0
        PERFORM RecordPass
        PERFORM KeepRemainingBody
    ELSE
        PERFORM RecordFail
        CALL "Socket-Close" USING TEST-HNDL ERRNO
        EXIT SECTION
    END-IF

    *> The JSON's version object names the protocol this client is told the
    *> server speaks: its own if supported, else the server's first
    MOVE TEST-EXPECT-PROTOCOL TO TEST-NUM1
    MOVE 1 TO TEST-PROTOCOL-TOKEN-LEN
    STRING '"protocol":' FUNCTION TRIM(TEST-NUM1) INTO TEST-PROTOCOL-TOKEN WITH POINTER TEST-PROTOCOL-TOKEN-LEN
    SUBTRACT 1 FROM TEST-PROTOCOL-TOKEN-LEN
    MOVE 0 TO TEST-TOKEN-TALLY
    IF TEST-PACKET-BUFFERLEN > 0
        INSPECT TEST-PACKET-BUFFER(1:TEST-PACKET-BUFFERLEN) TALLYING TEST-TOKEN-TALLY
            FOR ALL TEST-PROTOCOL-TOKEN(1:TEST-PROTOCOL-TOKEN-LEN)
    END-IF
    MOVE "status response reports the expected protocol" TO TEST-RESULT-TEXT
    MOVE 45 TO TEST-RESULT-LEN
    IF TEST-TOKEN-TALLY = 1
        PERFORM RecordPass
    ELSE
        PERFORM RecordFail
    END-IF

    *> ... and its version name lists every version the server accepts
    MOVE 0 TO TEST-TOKEN-TALLY
    IF TEST-PACKET-BUFFERLEN > 0
        INSPECT TEST-PACKET-BUFFER(1:TEST-PACKET-BUFFERLEN) TALLYING TEST-TOKEN-TALLY
            FOR ALL TEST-VERSION-NAME-1 ALL TEST-VERSION-NAME-2
    END-IF
    MOVE "status response names both supported versions" TO TEST-RESULT-TEXT
    MOVE 46 TO TEST-RESULT-LEN
    IF TEST-TOKEN-TALLY = 2
        PERFORM RecordPass
    ELSE
        PERFORM RecordFail
    END-IF

    *> Ping Request: packet ID 1, 8 raw bytes, echoed back unchanged
    MOVE 1 TO TEST-SEND-POS
    MOVE 1 TO TEST-ENCODE-VAL
TestLoginConfigPlay SECTION.
    *> Handshake into login state, then the full login -> configuration -> play
    *> handoff a real client performs, ending with Confirm Teleportation once
    *> Synchronize Player Position (TEST-ID-SYNC-POSITION) arrives - see HandleLogin,
    *> HandleConfiguration and SyncPlayerPosition/HandlePlay's WHEN 0.
    CALL "Socket-Connect" USING TEST-HOST TEST-PORT TEST-HNDL ERRNO
    IF ERRNO NOT = 0

    *> Skip registry data / feature flags / declare recipes / resource pack -
    *> whatever configuration-state packets arrive - until Finish Configuration
    *> (TEST-ID-FINISH-CONFIG) shows up, answering Known Packs on the way where
    *> the version has it
    MOVE -1 TO TEST-CUR-PACKET-ID
    PERFORM UNTIL TEST-CUR-PACKET-ID = TEST-ID-FINISH-CONFIG OR TEST-TIMED-OUT = 1
        PERFORM ReadPacketHeader
        IF TEST-TIMED-OUT = 0 AND TEST-CUR-PACKET-ID NOT = TEST-ID-FINISH-CONFIG
            PERFORM DiscardRemainingBody
            IF TEST-ID-KNOWN-PACKS > 0 AND TEST-CUR-PACKET-ID = TEST-ID-KNOWN-PACKS
                PERFORM SendKnownPacks
            END-IF
        END-IF
    END-PERFORM

        EXIT SECTION
    END-IF

    *> Acknowledge Finish Configuration: TEST-ID-ACK-FINISH, no payload - moves
    *> the server to play state
    MOVE 1 TO TEST-SEND-POS
    MOVE TEST-ID-ACK-FINISH TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    COMPUTE TEST-SEND-LEN = TEST-SEND-POS - 1
    PERFORM SendTestPacket

    *> Skip whatever play-state packets arrive (Login (Play), the game
    *> event/ticking/tick packets, inventory, chunk data, ...) until Synchronize
    *> Player Position (TEST-ID-SYNC-POSITION - H'40' = 64 in protocol 765)
    *> shows up
    MOVE 0 TO TEST-CUR-PACKET-ID
    PERFORM UNTIL TEST-CUR-PACKET-ID = TEST-ID-SYNC-POSITION OR TEST-TIMED-OUT = 1
        PERFORM ReadPacketHeader
        IF TEST-TIMED-OUT = 0 AND TEST-CUR-PACKET-ID NOT = TEST-ID-SYNC-POSITION
            PERFORM DiscardRemainingBody
        END-IF
    END-PERFORM

    EXIT SECTION.

TestUnsupportedLogin SECTION.
    *> Handshake into login state on a protocol the server does not speak:
    *> Login Start must be answered with Login Disconnect (packet ID 0) - the
    *> message naming the versions to use instead - not Login Success.
    CALL "Socket-Connect" USING TEST-HOST TEST-PORT TEST-HNDL ERRNO
    IF ERRNO NOT = 0
        MOVE "connect for unsupported login" TO TEST-RESULT-TEXT
        MOVE 29 TO TEST-RESULT-LEN
        PERFORM RecordFail
        EXIT SECTION
    END-IF

    MOVE 2 TO TEST-NEXT-STATE
    PERFORM SendHandshake

    MOVE 1 TO TEST-SEND-POS
    MOVE 0 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE 7 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE TEST-USERNAME TO TEST-SEND-BUFFER(TEST-SEND-POS:7)
    ADD 7 TO TEST-SEND-POS
    MOVE X"00000000000000000000000000000000" TO TEST-SEND-BUFFER(TEST-SEND-POS:16)
    ADD 16 TO TEST-SEND-POS
    COMPUTE TEST-SEND-LEN = TEST-SEND-POS - 1
    PERFORM SendTestPacket

    PERFORM ReadPacketHeader
    MOVE "unsupported version refused at login" TO TEST-RESULT-TEXT
    MOVE 36 TO TEST-RESULT-LEN
    IF TEST-TIMED-OUT = 0 AND TEST-CUR-PACKET-ID = 0
        PERFORM RecordPass
        PERFORM DiscardRemainingBody
    ELSE
        PERFORM RecordFail
    END-IF

    CALL "Socket-Close" USING TEST-HNDL ERRNO

    EXIT SECTION.

TestUntrustedProxyHeader SECTION.
    *> Sends a PROXY v1 header ahead of an ordinary handshake and status
    *> request. The server must treat the header as a forged address and
    *> close the connection - no Status Response may come back.
    CALL "Socket-Connect" USING TEST-HOST TEST-PORT TEST-HNDL ERRNO
    IF ERRNO NOT = 0
        MOVE "connect for untrusted proxy header" TO TEST-RESULT-TEXT
        MOVE 34 TO TEST-RESULT-LEN
        PERFORM RecordFail
        EXIT SECTION
    END-IF

    MOVE TEST-PROXY-HEADER(1:TEST-PROXY-HEADER-LEN) TO BUFFER
    MOVE X"0D0A" TO BUFFER(TEST-PROXY-HEADER-LEN + 1:2)
    COMPUTE BYTE-COUNT = TEST-PROXY-HEADER-LEN + 2
    CALL "Socket-Write" USING BY REFERENCE TEST-HNDL ERRNO BYTE-COUNT BUFFER

    MOVE 1 TO TEST-NEXT-STATE
    PERFORM SendHandshake
    MOVE 1 TO TEST-SEND-POS
    MOVE 0 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    COMPUTE TEST-SEND-LEN = TEST-SEND-POS - 1
    PERFORM SendTestPacket

    *> a couple of seconds of silence, or the connection closing, is a pass
    MOVE 0 TO TEST-ANSWERED
    MOVE 0 TO TEST-ATTEMPTS
    MOVE 0 TO ERRNO
    PERFORM UNTIL TEST-ANSWERED = 1 OR ERRNO NOT = 0 OR TEST-ATTEMPTS > 40
        ADD 1 TO TEST-ATTEMPTS
        MOVE 1 TO BYTE-COUNT
        MOVE 50 TO TIMEOUT-MS
        CALL "Socket-Read" USING TEST-HNDL ERRNO BYTE-COUNT BUFFER TIMEOUT-MS
        IF ERRNO = 0 AND BYTE-COUNT > 0
            MOVE 1 TO TEST-ANSWERED
        END-IF
    END-PERFORM
    MOVE "untrusted proxy header refused" TO TEST-RESULT-TEXT
    MOVE 30 TO TEST-RESULT-LEN
    IF TEST-ANSWERED = 0
        PERFORM RecordPass
    ELSE
        PERFORM RecordFail
    END-IF

    CALL "Socket-Close" USING TEST-HNDL ERRNO

    EXIT SECTION.

SendHandshake SECTION.
    *> HandleHandshake reads the protocol version (TEST-PROTOCOL-VERSION) and
    *> the last byte of the payload (the target state); the address/port
    *> fields between them just need to be well-formed, not accurate.
    MOVE 1 TO TEST-SEND-POS
    MOVE 0 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE 1 TO PACKET-POSITION
    CALL "Encode-VarInt" USING TEST-PROTOCOL-VERSION TEST-SEND-BUFFER TEST-SEND-POS
    MOVE 9 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE TEST-SERVER-ADDRESS TO TEST-SEND-BUFFER(TEST-SEND-POS:9)

    EXIT SECTION.

SendKnownPacks SECTION.
    *> Serverbound Known Packs: packet ID 7, then the one pack the server
    *> offered - namespace "minecraft", ID "core", version "1.20.6" - as a
    *> client holding it answers. HandleConfiguration's WHEN 7 sends the
    *> registries on receipt.
    MOVE 1 TO TEST-SEND-POS
    MOVE 7 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE 1 TO TEST-ENCODE-VAL
    CALL "Encode-VarInt" USING TEST-ENCODE-VAL TEST-SEND-BUFFER TEST-SEND-POS
    MOVE X"09" TO TEST-SEND-BUFFER(TEST-SEND-POS:1)
    MOVE "minecraft" TO TEST-SEND-BUFFER(TEST-SEND-POS + 1:9)
    ADD 10 TO TEST-SEND-POS
    MOVE X"04" TO TEST-SEND-BUFFER(TEST-SEND-POS:1)
    MOVE "core" TO TEST-SEND-BUFFER(TEST-SEND-POS + 1:4)
    ADD 5 TO TEST-SEND-POS
    MOVE X"06" TO TEST-SEND-BUFFER(TEST-SEND-POS:1)
    MOVE "1.20.6" TO TEST-SEND-BUFFER(TEST-SEND-POS + 1:6)
    ADD 7 TO TEST-SEND-POS
    COMPUTE TEST-SEND-LEN = TEST-SEND-POS - 1
    PERFORM SendTestPacket

    EXIT SECTION.

SendTestPacket SECTION.
    *> Prefixes TEST-SEND-BUFFER(1:TEST-SEND-LEN) - a packet ID VarInt plus
    *> whatever payload the caller already encoded - with its own VarInt length,

RecordPass SECTION.
    ADD 1 TO PASS-COUNT
    PERFORM TagResultProtocol
    CALL "Log-Info" USING TEST-RESULT-TEXT TEST-RESULT-LEN

    EXIT SECTION.

RecordFail SECTION.
    ADD 1 TO FAIL-COUNT
    PERFORM TagResultProtocol
    CALL "Log-Error" USING TEST-RESULT-TEXT TEST-RESULT-LEN

    EXIT SECTION.

TagResultProtocol SECTION.
    *> names the protocol version a handshake-driven result was for
    IF TEST-PROTOCOL-VERSION > 0
        MOVE TEST-PROTOCOL-VERSION TO TEST-NUM2
        ADD 1 TO TEST-RESULT-LEN
        STRING " [protocol " FUNCTION TRIM(TEST-NUM2) "]" INTO TEST-RESULT-TEXT WITH POINTER TEST-RESULT-LEN
        SUBTRACT 1 FROM TEST-RESULT-LEN
    END-IF

    EXIT SECTION.

ReportResults SECTION.
    MOVE PASS-COUNT TO TEST-NUM1
    MOVE FAIL-COUNT TO TEST-NUM2
