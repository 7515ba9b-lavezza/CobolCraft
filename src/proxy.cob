*> --- Proxy-Load ---
*> (Re-)loads save/proxy.txt into PROXY-SETTINGS (see DD-PROXY): one
*> "<setting> <value>" line per setting, blank lines and "#" comment lines
*> ignored -
*>
*>     proxy-protocol on
*>     trusted 10.0.0.5
*>     trusted fd00::5
*>
*> "trusted" may be repeated, up to MAX-TRUSTED-PROXIES addresses, each written
*> as Socket-GetPeerAddress reports the proxy's own connection. Everything is
*> put back to off first, so deleting the file turns the feature off on the
*> next reload. An unknown setting, a value other than on/off, an address with
*> characters no address has, too many addresses, or "on" with no trusted
*> address at all is reported with its line number and the last good copy
*> kept, exactly as ClaimsConfig-Load does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-NAME            PIC X(255).
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 PREVIOUS-BUFFER      PIC X(64000).
    01 PREVIOUS-LENGTH      BINARY-LONG UNSIGNED    VALUE 0.
    01 WARN-ENABLED         BINARY-CHAR UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(256).
    01 TRIMMED-LINE         PIC X(256).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-SETTING        PIC X(32).
    01 FIELD-VALUE          PIC X(64).
    *> the line that turned the feature on, for the "no trusted address" report
    01 ENABLED-LINE         BINARY-LONG UNSIGNED.
    01 ADDRESS-LEN          BINARY-LONG UNSIGNED.
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 ADDRESS-VALID        BINARY-CHAR UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-PROXY.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/proxy.txt" TO FILE-NAME
    IF CONFIG-LINT-MODE NOT = 0
        MOVE CONFIG-LINT-FILE TO FILE-NAME
    END-IF
    PERFORM ResetTable
    CALL "Files-ReadAll" USING FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        MOVE 0 TO PREVIOUS-LENGTH
        GOBACK
    END-IF
    MOVE 1 TO WARN-ENABLED
    IF FILE-BUFFER-LENGTH = PREVIOUS-LENGTH
        IF FILE-BUFFER(1:FILE-BUFFER-LENGTH) = PREVIOUS-BUFFER(1:PREVIOUS-LENGTH)
            MOVE 0 TO WARN-ENABLED
        END-IF
    END-IF
    MOVE FILE-BUFFER(1:FILE-BUFFER-LENGTH) TO PREVIOUS-BUFFER
    MOVE FILE-BUFFER-LENGTH TO PREVIOUS-LENGTH

    MOVE 0 TO CONFIG-CHECK-ERRORS
    PERFORM ParseBuffer
    IF CONFIG-CHECK-ERRORS = 0
        IF WARN-ENABLED = 1
            CALL "ConfigCheck-Accepted" USING FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH
        END-IF
    ELSE
        *> put the last good copy back rather than apply part of the edit
        MOVE 1 TO LK-FAILURE
        CALL "ConfigCheck-Rejected" USING FILE-NAME WARN-ENABLED FILE-BUFFER FILE-BUFFER-LENGTH
        IF FILE-BUFFER-LENGTH > 0
            MOVE 0 TO WARN-ENABLED
            PERFORM ParseBuffer
        END-IF
    END-IF
    GOBACK.

ParseBuffer.
    PERFORM ResetTable
    MOVE 0 TO ENABLED-LINE
    MOVE 1 TO FILE-POINTER
    MOVE 0 TO LINE-NUMBER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        ADD 1 TO LINE-NUMBER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            PERFORM ParseLine
        END-IF
    END-PERFORM
    *> turned on with nobody to trust, every connection would be refused
    IF PROXY-PROTOCOL-ENABLED = 1 AND PROXY-TRUSTED-COUNT = 0
        MOVE ENABLED-LINE TO LINE-NUMBER
        MOVE "proxy-protocol is on but no trusted proxy address is given" TO REASON
        PERFORM ReportProblem
    END-IF
    EXIT PARAGRAPH.

ResetTable.
    MOVE 0 TO PROXY-PROTOCOL-ENABLED
    MOVE 0 TO PROXY-TRUSTED-COUNT
    MOVE SPACES TO PROXY-TRUSTED-ADDRESS(1) PROXY-TRUSTED-ADDRESS(2)
        PROXY-TRUSTED-ADDRESS(3) PROXY-TRUSTED-ADDRESS(4) PROXY-TRUSTED-ADDRESS(5)
        PROXY-TRUSTED-ADDRESS(6) PROXY-TRUSTED-ADDRESS(7) PROXY-TRUSTED-ADDRESS(8)
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-SETTING FIELD-VALUE
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-SETTING FIELD-VALUE
        WITH POINTER LINE-POINTER
    IF FIELD-VALUE = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <setting> <value>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    EVALUATE FIELD-SETTING
        WHEN "proxy-protocol"
            EVALUATE FIELD-VALUE
                WHEN "on"
                    MOVE 1 TO PROXY-PROTOCOL-ENABLED
                    MOVE LINE-NUMBER TO ENABLED-LINE
                WHEN "off"
                    MOVE 0 TO PROXY-PROTOCOL-ENABLED
                WHEN OTHER
                    MOVE SPACES TO REASON
                    STRING "bad value " FUNCTION TRIM(FIELD-VALUE) " (expected on or off)" INTO REASON
                    PERFORM ReportProblem
            END-EVALUATE
        WHEN "trusted"
            PERFORM ParseTrusted
        WHEN OTHER
            MOVE SPACES TO REASON
            STRING "unknown setting " FUNCTION TRIM(FIELD-SETTING) INTO REASON
            PERFORM ReportProblem
    END-EVALUATE
    EXIT PARAGRAPH.

ParseTrusted.
    *> an IPv4 or IPv6 address in its usual text form - digits, hex letters,
    *> dots and colons, and no longer than an address field holds
    COMPUTE ADDRESS-LEN = FUNCTION LENGTH(FUNCTION TRIM(FIELD-VALUE))
    MOVE 1 TO ADDRESS-VALID
    IF ADDRESS-LEN > 45
        MOVE 0 TO ADDRESS-VALID
    ELSE
        PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > ADDRESS-LEN
            IF NOT (FIELD-VALUE(CHAR-INDEX:1) >= "0" AND FIELD-VALUE(CHAR-INDEX:1) <= "9")
                    AND NOT (FIELD-VALUE(CHAR-INDEX:1) >= "a" AND FIELD-VALUE(CHAR-INDEX:1) <= "f")
                    AND NOT (FIELD-VALUE(CHAR-INDEX:1) >= "A" AND FIELD-VALUE(CHAR-INDEX:1) <= "F")
                    AND FIELD-VALUE(CHAR-INDEX:1) NOT = "."
                    AND FIELD-VALUE(CHAR-INDEX:1) NOT = ":"
                MOVE 0 TO ADDRESS-VALID
            END-IF
        END-PERFORM
    END-IF
    IF ADDRESS-VALID = 0
        MOVE SPACES TO REASON
        STRING "bad address " FUNCTION TRIM(FIELD-VALUE) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF PROXY-TRUSTED-COUNT >= MAX-TRUSTED-PROXIES
        MOVE MAX-TRUSTED-PROXIES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "too many trusted addresses (at most " FUNCTION TRIM(NUM-DISPLAY) ")" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PROXY-TRUSTED-COUNT
    MOVE FUNCTION LOWER-CASE(FIELD-VALUE(1:ADDRESS-LEN)) TO PROXY-TRUSTED-ADDRESS(PROXY-TRUSTED-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Proxy-Load.

*> --- Proxy-IsTrusted ---
*> Sets LK-RESULT to 1 if LK-ADDRESS (a connection's own peer address) is one
*> of the trusted proxies in save/proxy.txt and the PROXY protocol is on, so
*> the connection is expected to open with a PROXY header; 0 otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-IsTrusted.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 TRUSTED-INDEX        BINARY-LONG UNSIGNED.
    01 CHECK-ADDRESS        PIC X(45).
    COPY DD-PROXY.
LINKAGE SECTION.
    01 LK-ADDRESS           PIC X(45).
    01 LK-RESULT            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ADDRESS LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF PROXY-PROTOCOL-ENABLED = 0 OR LK-ADDRESS = SPACES
        GOBACK
    END-IF
    MOVE FUNCTION LOWER-CASE(LK-ADDRESS) TO CHECK-ADDRESS
    PERFORM VARYING TRUSTED-INDEX FROM 1 BY 1 UNTIL TRUSTED-INDEX > PROXY-TRUSTED-COUNT
        IF PROXY-TRUSTED-ADDRESS(TRUSTED-INDEX) = CHECK-ADDRESS
            MOVE 1 TO LK-RESULT
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Proxy-IsTrusted.

*> --- Proxy-ParseHeader ---
*> Examines the bytes a trusted proxy's connection has sent so far, which
*> must begin with a PROXY protocol header - either version 1, the text line
*>
*>     PROXY TCP4 <src> <dst> <src port> <dst port><CR><LF>
*>
*> (TCP6 for IPv6, or "PROXY UNKNOWN ...", at most 107 bytes), or version 2,
*> the 12-byte binary signature followed by a version/command byte, a family
*> byte, a 2-byte big-endian length and that many bytes of addresses.
*> LK-RESULT comes back as
*>     0 - not complete yet: read exactly LK-WANT more bytes and call again
*>         (never more, so no byte of the game protocol behind it is taken);
*>     1 - complete: LK-ADDRESS is the real client's address, or spaces when
*>         the header carries none (v1 UNKNOWN, a v2 LOCAL health check, or a
*>         v2 family other than TCP/UDP over IPv4/IPv6), in which case the
*>         proxy's own address stands;
*>     2 - not a valid header: LK-REASON says why.
*> IPv6 addresses are written in the short RFC 5952 form (lower case, the
*> longest run of zero groups as "::"), and an IPv4-mapped one (::ffff:a.b.c.d)
*> as the plain IPv4 address, so both match banned-ips.txt entries as written.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-ParseHeader.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> the shortest possible header, "PROXY UNKNOWN" CR LF, is read first
    01 C-MIN-HEADER         BINARY-LONG             VALUE 15.
    01 C-MAX-V1-HEADER      BINARY-LONG             VALUE 107.
    *> the address block of a v2 header, TLVs included, is refused beyond this
    01 C-MAX-V2-BLOCK       BINARY-LONG             VALUE 512.
    01 C-V2-SIGNATURE       PIC X(12)               VALUE X"0D0A0D0A000D0A515549540A".
    01 C-HEX-DIGITS         PIC X(16)               VALUE "0123456789abcdef".
    01 CRLF-POSITION        BINARY-LONG.
    01 CHAR-INDEX           BINARY-LONG.
    01 V1-LINE              PIC X(107).
    01 V1-POINTER           BINARY-LONG UNSIGNED.
    01 V1-FIELDS.
        02 V1-WORD          PIC X(8).
        02 V1-FAMILY        PIC X(8).
        02 V1-SOURCE        PIC X(48).
        02 V1-DESTINATION   PIC X(48).
        02 V1-SOURCE-PORT   PIC X(8).
        02 V1-DEST-PORT     PIC X(8).
    01 V1-SOURCE-LEN        BINARY-LONG UNSIGNED.
    01 ADDRESS-VALID        BINARY-CHAR UNSIGNED.
    01 V2-VERSION-COMMAND   BINARY-LONG UNSIGNED.
    01 V2-VERSION           BINARY-LONG UNSIGNED.
    01 V2-COMMAND           BINARY-LONG UNSIGNED.
    01 V2-FAMILY            PIC X(1).
    01 V2-BLOCK-LEN         BINARY-LONG UNSIGNED.
    01 V2-TOTAL-LEN         BINARY-LONG UNSIGNED.
    *> formatting the source address
    01 ADDRESS-TEXT         PIC X(45).
    01 ADDRESS-POS          BINARY-LONG UNSIGNED.
    01 BYTE-OFFSET          BINARY-LONG UNSIGNED.
    01 BYTE-VALUE           BINARY-LONG UNSIGNED.
    01 OCTET-DISPLAY        PIC ZZ9.
    01 IPV6-GROUPS.
        02 IPV6-GROUP       BINARY-LONG UNSIGNED OCCURS 8 TIMES.
    01 GROUP-INDEX          BINARY-LONG UNSIGNED.
    01 GROUP-VALUE          BINARY-LONG UNSIGNED.
    01 GROUP-STARTED        BINARY-CHAR UNSIGNED.
    01 HEX-DIVISOR          BINARY-LONG UNSIGNED.
    01 HEX-DIGIT            BINARY-LONG UNSIGNED.
    01 RUN-START            BINARY-LONG UNSIGNED.
    01 RUN-LEN              BINARY-LONG UNSIGNED.
    01 BEST-START           BINARY-LONG UNSIGNED.
    01 BEST-LEN             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-BUFFER            PIC X(528).
    01 LK-LENGTH            BINARY-LONG.
    01 LK-WANT              BINARY-LONG.
    01 LK-RESULT            BINARY-CHAR UNSIGNED.
    01 LK-ADDRESS           PIC X(45).
    01 LK-REASON            PIC X(64).

PROCEDURE DIVISION USING LK-BUFFER LK-LENGTH LK-WANT LK-RESULT LK-ADDRESS LK-REASON.
    MOVE 0 TO LK-RESULT
    MOVE 0 TO LK-WANT
    MOVE SPACES TO LK-ADDRESS LK-REASON

    IF LK-LENGTH < C-MIN-HEADER
        COMPUTE LK-WANT = C-MIN-HEADER - LK-LENGTH
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN LK-BUFFER(1:6) = "PROXY "
            PERFORM ParseVersion1
        WHEN LK-BUFFER(1:12) = C-V2-SIGNATURE
            PERFORM ParseVersion2
        WHEN OTHER
            MOVE 2 TO LK-RESULT
            MOVE "no PROXY protocol header" TO LK-REASON
    END-EVALUATE
    GOBACK.

ParseVersion1.
    *> the line is read a byte at a time, since its length is not known ahead
    MOVE 0 TO CRLF-POSITION
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX >= LK-LENGTH OR CRLF-POSITION > 0
        IF LK-BUFFER(CHAR-INDEX:2) = X"0D0A"
            MOVE CHAR-INDEX TO CRLF-POSITION
        END-IF
    END-PERFORM
    IF CRLF-POSITION = 0
        IF LK-LENGTH >= C-MAX-V1-HEADER
            MOVE 2 TO LK-RESULT
            MOVE "PROXY v1 header longer than 107 bytes" TO LK-REASON
        ELSE
            MOVE 1 TO LK-WANT
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO V1-LINE
    MOVE LK-BUFFER(1:CRLF-POSITION - 1) TO V1-LINE
    MOVE SPACES TO V1-FIELDS
    MOVE 1 TO V1-POINTER
    UNSTRING V1-LINE DELIMITED BY SPACE
        INTO V1-WORD V1-FAMILY V1-SOURCE V1-DESTINATION V1-SOURCE-PORT V1-DEST-PORT
        WITH POINTER V1-POINTER
    IF V1-FAMILY = "UNKNOWN"
        MOVE 1 TO LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF V1-FAMILY NOT = "TCP4" AND V1-FAMILY NOT = "TCP6"
        MOVE 2 TO LK-RESULT
        MOVE "PROXY v1 header with an unknown protocol family" TO LK-REASON
        EXIT PARAGRAPH
    END-IF

    *> the source address must look like one, and both ports be numbers
    MOVE 1 TO ADDRESS-VALID
    COMPUTE V1-SOURCE-LEN = FUNCTION LENGTH(FUNCTION TRIM(V1-SOURCE))
    IF V1-SOURCE = SPACES OR V1-SOURCE-LEN > 45 OR V1-DEST-PORT = SPACES
        MOVE 0 TO ADDRESS-VALID
    ELSE
        PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > V1-SOURCE-LEN
            EVALUATE TRUE
                WHEN V1-SOURCE(CHAR-INDEX:1) >= "0" AND V1-SOURCE(CHAR-INDEX:1) <= "9"
                    CONTINUE
                WHEN V1-SOURCE(CHAR-INDEX:1) = "."
                    CONTINUE
                WHEN V1-FAMILY = "TCP6" AND V1-SOURCE(CHAR-INDEX:1) = ":"
                    CONTINUE
                WHEN V1-FAMILY = "TCP6" AND V1-SOURCE(CHAR-INDEX:1) >= "a" AND V1-SOURCE(CHAR-INDEX:1) <= "f"
                    CONTINUE
                WHEN V1-FAMILY = "TCP6" AND V1-SOURCE(CHAR-INDEX:1) >= "A" AND V1-SOURCE(CHAR-INDEX:1) <= "F"
                    CONTINUE
                WHEN OTHER
                    MOVE 0 TO ADDRESS-VALID
            END-EVALUATE
        END-PERFORM
        IF FUNCTION TRIM(V1-SOURCE-PORT) IS NOT NUMERIC OR FUNCTION TRIM(V1-DEST-PORT) IS NOT NUMERIC
            MOVE 0 TO ADDRESS-VALID
        END-IF
    END-IF
    IF ADDRESS-VALID = 0
        MOVE 2 TO LK-RESULT
        MOVE "malformed PROXY v1 header" TO LK-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO LK-RESULT
    MOVE FUNCTION LOWER-CASE(V1-SOURCE(1:V1-SOURCE-LEN)) TO LK-ADDRESS
    EXIT PARAGRAPH.

ParseVersion2.
    *> the fixed 16 bytes first, then exactly the address block they announce
    IF LK-LENGTH < 16
        COMPUTE LK-WANT = 16 - LK-LENGTH
        EXIT PARAGRAPH
    END-IF
    COMPUTE V2-VERSION-COMMAND = FUNCTION ORD(LK-BUFFER(13:1)) - 1
    DIVIDE V2-VERSION-COMMAND BY 16 GIVING V2-VERSION REMAINDER V2-COMMAND
    IF V2-VERSION NOT = 2 OR V2-COMMAND > 1
        MOVE 2 TO LK-RESULT
        MOVE "unsupported PROXY v2 version or command" TO LK-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE LK-BUFFER(14:1) TO V2-FAMILY
    COMPUTE V2-BLOCK-LEN = (FUNCTION ORD(LK-BUFFER(15:1)) - 1) * 256 + FUNCTION ORD(LK-BUFFER(16:1)) - 1
    IF V2-BLOCK-LEN > C-MAX-V2-BLOCK
        MOVE 2 TO LK-RESULT
        MOVE "PROXY v2 address block too long" TO LK-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE V2-TOTAL-LEN = 16 + V2-BLOCK-LEN
    IF LK-LENGTH < V2-TOTAL-LEN
        COMPUTE LK-WANT = V2-TOTAL-LEN - LK-LENGTH
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO LK-RESULT
    *> LOCAL - the proxy talking for itself, e.g. a health check
    IF V2-COMMAND = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE V2-FAMILY
        WHEN X"11"
        WHEN X"12"
            IF V2-BLOCK-LEN < 12
                MOVE 2 TO LK-RESULT
                MOVE "PROXY v2 IPv4 address block too short" TO LK-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE 17 TO BYTE-OFFSET
            MOVE SPACES TO ADDRESS-TEXT
            MOVE 1 TO ADDRESS-POS
            PERFORM FormatIpv4
            MOVE ADDRESS-TEXT TO LK-ADDRESS
        WHEN X"21"
        WHEN X"22"
            IF V2-BLOCK-LEN < 36
                MOVE 2 TO LK-RESULT
                MOVE "PROXY v2 IPv6 address block too short" TO LK-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM FormatIpv6
            MOVE ADDRESS-TEXT TO LK-ADDRESS
        WHEN OTHER
            *> unspecified or a UNIX socket - no network address to take
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

FormatIpv4.
    *> four bytes from BYTE-OFFSET, dotted, appended at ADDRESS-POS
    PERFORM VARYING CHAR-INDEX FROM 0 BY 1 UNTIL CHAR-INDEX > 3
        COMPUTE BYTE-VALUE = FUNCTION ORD(LK-BUFFER(BYTE-OFFSET + CHAR-INDEX:1)) - 1
        MOVE BYTE-VALUE TO OCTET-DISPLAY
        IF CHAR-INDEX > 0
            STRING "." INTO ADDRESS-TEXT WITH POINTER ADDRESS-POS
        END-IF
        STRING FUNCTION TRIM(OCTET-DISPLAY) INTO ADDRESS-TEXT WITH POINTER ADDRESS-POS
    END-PERFORM
    EXIT PARAGRAPH.

FormatIpv6.
    MOVE SPACES TO ADDRESS-TEXT
    MOVE 1 TO ADDRESS-POS
    PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > 8
        COMPUTE BYTE-OFFSET = 17 + (GROUP-INDEX - 1) * 2
        COMPUTE IPV6-GROUP(GROUP-INDEX) = (FUNCTION ORD(LK-BUFFER(BYTE-OFFSET:1)) - 1) * 256
            + FUNCTION ORD(LK-BUFFER(BYTE-OFFSET + 1:1)) - 1
    END-PERFORM

    *> ::ffff:a.b.c.d is an IPv4 client reaching an IPv6 listener
    IF IPV6-GROUP(1) = 0 AND IPV6-GROUP(2) = 0 AND IPV6-GROUP(3) = 0 AND IPV6-GROUP(4) = 0
            AND IPV6-GROUP(5) = 0 AND IPV6-GROUP(6) = 65535
        MOVE 29 TO BYTE-OFFSET
        PERFORM FormatIpv4
        EXIT PARAGRAPH
    END-IF

    *> the longest run of two or more zero groups, the first if tied, is "::"
    MOVE 0 TO BEST-START BEST-LEN RUN-LEN
    PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > 8
        IF IPV6-GROUP(GROUP-INDEX) = 0
            IF RUN-LEN = 0
                MOVE GROUP-INDEX TO RUN-START
            END-IF
            ADD 1 TO RUN-LEN
            IF RUN-LEN > BEST-LEN AND RUN-LEN >= 2
                MOVE RUN-START TO BEST-START
                MOVE RUN-LEN TO BEST-LEN
            END-IF
        ELSE
            MOVE 0 TO RUN-LEN
        END-IF
    END-PERFORM

    MOVE 1 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX > 8
        IF BEST-LEN > 0 AND GROUP-INDEX = BEST-START
            STRING "::" INTO ADDRESS-TEXT WITH POINTER ADDRESS-POS
            ADD BEST-LEN TO GROUP-INDEX
        ELSE
            IF GROUP-INDEX > 1 AND NOT (BEST-LEN > 0 AND GROUP-INDEX = BEST-START + BEST-LEN)
                STRING ":" INTO ADDRESS-TEXT WITH POINTER ADDRESS-POS
            END-IF
            PERFORM FormatHexGroup
            ADD 1 TO GROUP-INDEX
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

FormatHexGroup.
    *> one group in hex without leading zeros
    MOVE IPV6-GROUP(GROUP-INDEX) TO GROUP-VALUE
    MOVE 0 TO GROUP-STARTED
    MOVE 4096 TO HEX-DIVISOR
    PERFORM UNTIL HEX-DIVISOR = 0
        DIVIDE GROUP-VALUE BY HEX-DIVISOR GIVING HEX-DIGIT REMAINDER GROUP-VALUE
        IF HEX-DIGIT > 0 OR GROUP-STARTED = 1 OR HEX-DIVISOR = 1
            STRING C-HEX-DIGITS(HEX-DIGIT + 1:1) INTO ADDRESS-TEXT WITH POINTER ADDRESS-POS
            MOVE 1 TO GROUP-STARTED
        END-IF
        DIVIDE HEX-DIVISOR BY 16 GIVING HEX-DIVISOR
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Proxy-ParseHeader.
