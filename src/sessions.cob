*> --- Session-Record ---
*> Appends one line for a finished play session to the month's session log,
*> logs/sessions-<yyyy-mm>.txt (the month the session ended in):
*>
*>     login=<yyyy-mm-ddThh:mm:ss> logout=<yyyy-mm-ddThh:mm:ss> player=<name>
*>         uuid=<32 hex digits, or - for an offline-mode login> address=<addr>
*>         duration=<seconds> dimension=<overworld|nether>
*>         end=<quit|kick|timeout|afk|ban|shutdown> first=<0|1>
*>
*> (all on one line). first=1 marks a player's first session on the server -
*> no play time on record when they joined. The end reason is whatever the
*> code that dropped the connection put in CLIENT-END-REASON, a plain quit
*> (or a dropped socket) if nothing did. Called from RemoveClient in Server
*> for every client that got as far as joining the game; SessionReport
*> summarizes the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. Session-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 TIMESTAMP-RAW        PIC X(21).
    01 NOW-MS               BINARY-DOUBLE.
    01 DURATION-SECONDS     BINARY-DOUBLE.
    01 PLAYER-ID            BINARY-LONG UNSIGNED.
    01 HEX-DIGITS           PIC X(16)   VALUE "0123456789abcdef".
    01 HEX-UUID             PIC X(32).
    01 BYTE-INDEX           BINARY-LONG UNSIGNED.
    01 BYTE-VALUE           BINARY-LONG UNSIGNED.
    01 NIBBLE               BINARY-LONG UNSIGNED.
    01 SESSION-FILE-NAME    PIC X(64).
    01 SESSION-LINE         PIC X(320).
    01 SESSION-LINE-POS     BINARY-LONG UNSIGNED.
    01 SESSION-LINE-LEN     BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT-ID         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT-ID.
    MOVE CLIENT-PLAYER(LK-CLIENT-ID) TO PLAYER-ID
    IF PLAYER-ID = 0 OR CLIENT-SESSION-LOGIN(LK-CLIENT-ID) = SPACES
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    CALL "Util-SystemTimeMillis" USING NOW-MS
    COMPUTE DURATION-SECONDS = (NOW-MS - CLIENT-SESSION-START-MS(LK-CLIENT-ID)) / 1000
    IF DURATION-SECONDS < 0
        MOVE 0 TO DURATION-SECONDS
    END-IF

    MOVE SPACES TO SESSION-FILE-NAME
    STRING "logs/sessions-" TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) ".txt"
        INTO SESSION-FILE-NAME

    MOVE 1 TO SESSION-LINE-POS
    STRING "login=" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(1:4) "-" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(5:2)
        "-" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(7:2) "T" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(9:2)
        ":" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(11:2) ":" CLIENT-SESSION-LOGIN(LK-CLIENT-ID)(13:2)
        " logout=" TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2)
        "T" TIMESTAMP-RAW(9:2) ":" TIMESTAMP-RAW(11:2) ":" TIMESTAMP-RAW(13:2)
        " player=" USERNAME(PLAYER-ID)(1:USERNAME-LENGTH(PLAYER-ID))
        INTO SESSION-LINE WITH POINTER SESSION-LINE-POS

    IF PLAYER-UUID-SET(PLAYER-ID) = 1
        PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 16
            COMPUTE BYTE-VALUE = FUNCTION ORD(PLAYER-UUID(PLAYER-ID)(BYTE-INDEX:1)) - 1
            COMPUTE NIBBLE = BYTE-VALUE / 16
            MOVE HEX-DIGITS(NIBBLE + 1:1) TO HEX-UUID(BYTE-INDEX * 2 - 1:1)
            COMPUTE NIBBLE = FUNCTION MOD(BYTE-VALUE, 16)
            MOVE HEX-DIGITS(NIBBLE + 1:1) TO HEX-UUID(BYTE-INDEX * 2:1)
        END-PERFORM
        STRING " uuid=" HEX-UUID INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    ELSE
        STRING " uuid=-" INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    END-IF

    MOVE DURATION-SECONDS TO NUM-DISPLAY
    STRING " address=" FUNCTION TRIM(CLIENT-ADDRESS(LK-CLIENT-ID))
        " duration=" FUNCTION TRIM(NUM-DISPLAY)
        INTO SESSION-LINE WITH POINTER SESSION-LINE-POS

    IF PLAYER-DIMENSION(PLAYER-ID) = 1
        STRING " dimension=nether" INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    ELSE
        STRING " dimension=overworld" INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    END-IF

    IF CLIENT-END-REASON(LK-CLIENT-ID) = SPACES
        STRING " end=quit" INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    ELSE
        STRING " end=" FUNCTION TRIM(CLIENT-END-REASON(LK-CLIENT-ID))
            INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    END-IF

    MOVE CLIENT-SESSION-FIRST(LK-CLIENT-ID) TO NUM-DISPLAY
    STRING " first=" FUNCTION TRIM(NUM-DISPLAY) INTO SESSION-LINE WITH POINTER SESSION-LINE-POS
    COMPUTE SESSION-LINE-LEN = SESSION-LINE-POS - 1

    CALL "Files-AppendLine" USING SESSION-FILE-NAME SESSION-LINE(1:SESSION-LINE-LEN) IO-FAILURE

    *> one line per session - a second RemoveClient for the slot writes nothing
    MOVE SPACES TO CLIENT-SESSION-LOGIN(LK-CLIENT-ID)
    GOBACK.

END PROGRAM Session-Record.
