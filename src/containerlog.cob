*> --- ContainerLog-Record ---
*> Appends one line to the day's container access log,
*> logs/containers-<yyyy-mm-dd>.txt:
*>
*>     <yyyymmddhhmmss> <dim> <x> <y> <z> <kind> <player> <action> <count> <item>
*>
*> where dim is 0 (overworld) or 1 (nether), kind is chest, furnace, hopper or
*> brewing_stand, player is "-" when LK-CLIENT is not a playing client, and
*> action is put or took (a click in the container's window, or a hopper,
*> moved the items in or out) or broke (the container was broken with them
*> inside). Called from HandlePlay's "Click container" handler in Server,
*> once per item the click changed the container's total of, from Server's
*> HopperLogMove for each item a hopper moves (as "-", on both ends of the
*> move), and from World-SetBlock for each stack a broken container held.
*> ContainerLog-Lookup and ContainerReport read the files back.
IDENTIFICATION DIVISION.
PROGRAM-ID. ContainerLog-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 TIMESTAMP-RAW        PIC X(21).
    01 LOG-FILE-NAME        PIC X(64).
    01 LOG-LINE             PIC X(160).
    01 LOG-LINE-POS         BINARY-LONG UNSIGNED.
    01 LOG-LINE-LEN         BINARY-LONG UNSIGNED.
    01 ITEM-NAME            PIC X(50).
    01 PLAYER-ID            BINARY-LONG UNSIGNED.
    01 NUM-X                PIC -(9)9.
    01 NUM-Y                PIC -(9)9.
    01 NUM-Z                PIC -(9)9.
    01 NUM-COUNT            PIC -(9)9.
    01 NUM-DIM              PIC 9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-KIND              PIC X(13).
    01 LK-DIM               BINARY-CHAR UNSIGNED.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-ACTION            PIC X(5).
    01 LK-ITEM-ID           BINARY-LONG.
    01 LK-COUNT             BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-KIND LK-DIM LK-POSITION LK-ACTION LK-ITEM-ID LK-COUNT.
    IF LK-ITEM-ID < 0 OR LK-COUNT <= 0
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO LOG-FILE-NAME
    STRING "logs/containers-" TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) ".txt"
        INTO LOG-FILE-NAME

    MOVE SPACES TO ITEM-NAME
    CALL "Items-Get-Name" USING LK-ITEM-ID ITEM-NAME
    IF ITEM-NAME = SPACES
        MOVE "unknown" TO ITEM-NAME
    END-IF
    MOVE LK-X TO NUM-X
    MOVE LK-Y TO NUM-Y
    MOVE LK-Z TO NUM-Z
    MOVE LK-COUNT TO NUM-COUNT
    MOVE LK-DIM TO NUM-DIM

    MOVE 1 TO LOG-LINE-POS
    STRING TIMESTAMP-RAW(1:14) " " NUM-DIM " " FUNCTION TRIM(NUM-X) " " FUNCTION TRIM(NUM-Y) " "
        FUNCTION TRIM(NUM-Z) " " FUNCTION TRIM(LK-KIND) " "
        INTO LOG-LINE WITH POINTER LOG-LINE-POS
    MOVE 0 TO PLAYER-ID
    IF LK-CLIENT > 0
        MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID
    END-IF
    IF PLAYER-ID > 0
        STRING USERNAME(PLAYER-ID)(1:USERNAME-LENGTH(PLAYER-ID))
            INTO LOG-LINE WITH POINTER LOG-LINE-POS
    ELSE
        STRING "-" INTO LOG-LINE WITH POINTER LOG-LINE-POS
    END-IF
    STRING " " FUNCTION TRIM(LK-ACTION) " " FUNCTION TRIM(NUM-COUNT) " " FUNCTION TRIM(ITEM-NAME)
        INTO LOG-LINE WITH POINTER LOG-LINE-POS
    COMPUTE LOG-LINE-LEN = LOG-LINE-POS - 1

    CALL "Files-AppendLine" USING LOG-FILE-NAME LOG-LINE(1:LOG-LINE-LEN) IO-FAILURE
    GOBACK.

END PROGRAM ContainerLog-Record.

*> --- ContainerLog-Match ---
*> Reads one container access log line (see ContainerLog-Record) into
*> CONTAINER-LOG-ENTRY and sets CLOG-MATCHED if it answers
*> CONTAINER-LOG-QUERY: its date inside the query's range, and either the
*> container at the query's position and dimension, or the query's player.
*> A line that does not read cleanly never matches.
IDENTIFICATION DIVISION.
PROGRAM-ID. ContainerLog-Match.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-DIM            PIC X(2).
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-COUNT          PIC X(12).
LINKAGE SECTION.
    01 LK-LINE              PIC X ANY LENGTH.
    COPY DD-CONTAINER-LOG-QUERY.
    COPY DD-CONTAINER-LOG.

PROCEDURE DIVISION USING LK-LINE CONTAINER-LOG-QUERY CONTAINER-LOG-ENTRY.
    MOVE 0 TO CLOG-MATCHED
    MOVE SPACES TO FIELD-STAMP FIELD-DIM FIELD-X FIELD-Y FIELD-Z FIELD-COUNT
    MOVE SPACES TO CLOG-KIND CLOG-PLAYER CLOG-ACTION CLOG-ITEM
    UNSTRING LK-LINE DELIMITED BY ALL SPACES
        INTO FIELD-STAMP FIELD-DIM FIELD-X FIELD-Y FIELD-Z CLOG-KIND
            CLOG-PLAYER CLOG-ACTION FIELD-COUNT CLOG-ITEM
    IF FIELD-STAMP IS NOT NUMERIC OR CLOG-ITEM = SPACES
        GOBACK
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-X) NOT = 0 OR FUNCTION TEST-NUMVAL(FIELD-Y) NOT = 0
            OR FUNCTION TEST-NUMVAL(FIELD-Z) NOT = 0 OR FUNCTION TEST-NUMVAL(FIELD-COUNT) NOT = 0
        GOBACK
    END-IF
    MOVE FIELD-STAMP TO CLOG-STAMP
    IF FIELD-DIM = "1"
        MOVE 1 TO CLOG-DIM
    ELSE
        MOVE 0 TO CLOG-DIM
    END-IF
    COMPUTE CLOG-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE CLOG-Y = FUNCTION NUMVAL(FIELD-Y)
    COMPUTE CLOG-Z = FUNCTION NUMVAL(FIELD-Z)
    COMPUTE CLOG-COUNT = FUNCTION NUMVAL(FIELD-COUNT)

    IF CLOG-STAMP(1:8) < CLOG-QUERY-FROM OR CLOG-STAMP(1:8) > CLOG-QUERY-TO
        GOBACK
    END-IF
    IF CLOG-QUERY-MODE = "player"
        IF CLOG-PLAYER = CLOG-QUERY-PLAYER
            MOVE 1 TO CLOG-MATCHED
        END-IF
    ELSE
        IF CLOG-POSITION = CLOG-QUERY-POSITION AND CLOG-DIM = CLOG-QUERY-DIM
            MOVE 1 TO CLOG-MATCHED
        END-IF
    END-IF
    GOBACK.

END PROGRAM ContainerLog-Match.

*> --- ContainerLog-Lookup ---
*> The "containerlog" admin command's answer: scans the container access
*> log day by day over CONTAINER-LOG-QUERY's dates and leaves, in
*> LK-RESPONSE, how many entries match and the most recent of them, newest
*> first, as many as fit the one-line reply:
*>
*>     <mm-dd hh:mm> <player> <action> <count> <item>          (by position)
*>     <mm-dd hh:mm> <action> <count> <item> <kind> <x> <y> <z> (by player)
*>
*> The ContainerReport batch program lists every match in full.
IDENTIFICATION DIVISION.
PROGRAM-ID. ContainerLog-Lookup.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 LOG-FILE-NAME        PIC X(64).
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(160).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 DAY-NUMBER           BINARY-LONG.
    01 DAY-LAST             BINARY-LONG.
    01 DAY-DATE             PIC 9(8).
    01 MATCH-TOTAL          BINARY-LONG UNSIGNED.
    *> the most recent matches, kept round-robin as short descriptions
    01 C-RECENT-KEPT        BINARY-LONG UNSIGNED    VALUE 16.
    01 RECENT-NEXT          BINARY-LONG UNSIGNED.
    01 RECENT-ENTRY         PIC X(96)   OCCURS 16 TIMES.
    01 RECENT-INDEX         BINARY-LONG UNSIGNED.
    01 RECENT-SHOWN         BINARY-LONG UNSIGNED.
    01 ITEM-SHORT           PIC X(50).
    01 NUM-X                PIC -(9)9.
    01 NUM-Y                PIC -(9)9.
    01 NUM-Z                PIC -(9)9.
    01 NUM-COUNT            PIC -(9)9.
    01 DESCRIPTION-POS      BINARY-LONG UNSIGNED.
    COPY DD-CONTAINER-LOG.
LINKAGE SECTION.
    COPY DD-CONTAINER-LOG-QUERY.
    01 LK-RESPONSE          PIC X(256).
    01 LK-RESPONSE-LEN      BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING CONTAINER-LOG-QUERY LK-RESPONSE LK-RESPONSE-LEN.
    MOVE 0 TO MATCH-TOTAL
    MOVE 1 TO RECENT-NEXT
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLOG-QUERY-FROM))
    COMPUTE DAY-LAST = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLOG-QUERY-TO))
    PERFORM UNTIL DAY-NUMBER > DAY-LAST
        COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
        MOVE SPACES TO LOG-FILE-NAME
        STRING "logs/containers-" DAY-DATE(1:4) "-" DAY-DATE(5:2) "-" DAY-DATE(7:2) ".txt"
            INTO LOG-FILE-NAME
        CALL "Files-ReadAll" USING LOG-FILE-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
        IF IO-FAILURE = 0 AND LOG-BUFFER-LENGTH > 0
            PERFORM ScanLogBuffer
        END-IF
        ADD 1 TO DAY-NUMBER
    END-PERFORM

    MOVE SPACES TO LK-RESPONSE
    MOVE 1 TO LK-RESPONSE-LEN
    MOVE MATCH-TOTAL TO NUM-COUNT
    STRING FUNCTION TRIM(NUM-COUNT) " container log entr" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
    IF MATCH-TOTAL = 1
        STRING "y" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
    ELSE
        STRING "ies" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
    END-IF
    IF CLOG-QUERY-MODE = "player"
        STRING " for " FUNCTION TRIM(CLOG-QUERY-PLAYER) INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
    ELSE
        MOVE CLOG-QUERY-X TO NUM-X
        MOVE CLOG-QUERY-Y TO NUM-Y
        MOVE CLOG-QUERY-Z TO NUM-Z
        STRING " at " FUNCTION TRIM(NUM-X) " " FUNCTION TRIM(NUM-Y) " " FUNCTION TRIM(NUM-Z)
            INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
        IF CLOG-QUERY-DIM = 1
            STRING " (nether)" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
        END-IF
    END-IF
    STRING " since " CLOG-QUERY-FROM(1:4) "-" CLOG-QUERY-FROM(5:2) "-" CLOG-QUERY-FROM(7:2)
        INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
    IF MATCH-TOTAL > 0
        STRING ", newest first:" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
        MOVE 0 TO RECENT-SHOWN
        MOVE RECENT-NEXT TO RECENT-INDEX
        PERFORM UNTIL RECENT-SHOWN >= MATCH-TOTAL OR RECENT-SHOWN >= C-RECENT-KEPT
            IF RECENT-INDEX = 1
                MOVE C-RECENT-KEPT TO RECENT-INDEX
            ELSE
                SUBTRACT 1 FROM RECENT-INDEX
            END-IF
            IF LK-RESPONSE-LEN + FUNCTION LENGTH(FUNCTION TRIM(RECENT-ENTRY(RECENT-INDEX))) > 250
                STRING " ..." INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
                EXIT PERFORM
            END-IF
            IF RECENT-SHOWN > 0
                STRING ";" INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
            END-IF
            STRING " " FUNCTION TRIM(RECENT-ENTRY(RECENT-INDEX))
                INTO LK-RESPONSE WITH POINTER LK-RESPONSE-LEN
            ADD 1 TO RECENT-SHOWN
        END-PERFORM
    END-IF
    SUBTRACT 1 FROM LK-RESPONSE-LEN
    GOBACK.

ScanLogBuffer.
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        CALL "ContainerLog-Match" USING CURRENT-LINE CONTAINER-LOG-QUERY CONTAINER-LOG-ENTRY
        IF CLOG-MATCHED = 1
            ADD 1 TO MATCH-TOTAL
            PERFORM DescribeEntry
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

DescribeEntry.
    MOVE CLOG-ITEM TO ITEM-SHORT
    IF CLOG-ITEM(1:10) = "minecraft:"
        MOVE CLOG-ITEM(11:40) TO ITEM-SHORT
    END-IF
    MOVE CLOG-COUNT TO NUM-COUNT
    MOVE SPACES TO RECENT-ENTRY(RECENT-NEXT)
    MOVE 1 TO DESCRIPTION-POS
    STRING CLOG-STAMP(5:2) "-" CLOG-STAMP(7:2) " " CLOG-STAMP(9:2) ":" CLOG-STAMP(11:2) " "
        INTO RECENT-ENTRY(RECENT-NEXT) WITH POINTER DESCRIPTION-POS
    IF CLOG-QUERY-MODE = "player"
        MOVE CLOG-X TO NUM-X
        MOVE CLOG-Y TO NUM-Y
        MOVE CLOG-Z TO NUM-Z
        STRING FUNCTION TRIM(CLOG-ACTION) " " FUNCTION TRIM(NUM-COUNT) " " FUNCTION TRIM(ITEM-SHORT)
            " " FUNCTION TRIM(CLOG-KIND) " " FUNCTION TRIM(NUM-X) " " FUNCTION TRIM(NUM-Y) " " FUNCTION TRIM(NUM-Z)
            INTO RECENT-ENTRY(RECENT-NEXT) WITH POINTER DESCRIPTION-POS
        IF CLOG-DIM = 1
            STRING " nether" INTO RECENT-ENTRY(RECENT-NEXT) WITH POINTER DESCRIPTION-POS
        END-IF
    ELSE
        STRING FUNCTION TRIM(CLOG-PLAYER) " " FUNCTION TRIM(CLOG-ACTION) " " FUNCTION TRIM(NUM-COUNT)
            " " FUNCTION TRIM(ITEM-SHORT)
            INTO RECENT-ENTRY(RECENT-NEXT) WITH POINTER DESCRIPTION-POS
    END-IF
    IF RECENT-NEXT >= C-RECENT-KEPT
        MOVE 1 TO RECENT-NEXT
    ELSE
        ADD 1 TO RECENT-NEXT
    END-IF
    EXIT PARAGRAPH.

END PROGRAM ContainerLog-Lookup.

*> --- ContainerReport ---
*> Standalone batch program: settles "who took what out of my chest" from
*> the container access log (logs/containers-<yyyy-mm-dd>.txt, written by
*> ContainerLog-Record). Run it from a shell, server up or down, the same way
*> BlockHistory is run:
*>
*>     ContainerReport pos <x> <y> <z> <from> <to> [nether]
*>     ContainerReport player <name> <from> <to>
*>
*> "pos" covers the container at that position, in the overworld unless
*> "nether" is given; "player" covers every container the player touched, in
*> either dimension. The dates are yyyymmdd, both inclusive. The report lands
*> in report/container-report-<pos x_y_z or player name>-<from>-<to>.txt and
*> lists every matching entry, oldest first, then each player's net gain or
*> loss per item - what they took (or broke out) less what they put back.
IDENTIFICATION DIVISION.
PROGRAM-ID. ContainerReport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COMMAND-ARGS         PIC X(255).
    01 ARGS-LENGTH          BINARY-LONG UNSIGNED.
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 ARG-COUNT            BINARY-LONG UNSIGNED.
    01 ARG-INDEX            BINARY-LONG UNSIGNED.
    01 ARG-WORD OCCURS 8 TIMES PIC X(24).
    01 ARGS-VALID           BINARY-CHAR UNSIGNED.
    01 DATES-FROM           BINARY-LONG UNSIGNED.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 LOG-FILE-NAME        PIC X(64).
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(160).
    01 DAY-NUMBER           BINARY-LONG.
    01 DAY-LAST             BINARY-LONG.
    01 DAY-DATE             PIC 9(8).
    01 DAYS-READ            BINARY-LONG UNSIGNED    VALUE 0.
    01 MATCH-TOTAL          BINARY-LONG UNSIGNED    VALUE 0.
    *> each player's net change per item, signed from the player's side:
    *> positive for what they ended up with out of the container
    01 MAX-NET-ROWS         BINARY-LONG UNSIGNED    VALUE 2000.
    01 NET-COUNT            BINARY-LONG UNSIGNED    VALUE 0.
    01 NET-ROW OCCURS 2000 TIMES.
        02 NET-PLAYER           PIC X(16).
        02 NET-ITEM             PIC X(50).
        02 NET-AMOUNT           BINARY-LONG.
    01 NET-INDEX            BINARY-LONG UNSIGNED.
    01 NET-OVERFLOW         BINARY-CHAR UNSIGNED    VALUE 0.
    01 NUM-X                PIC -(9)9.
    01 NUM-Y                PIC -(9)9.
    01 NUM-Z                PIC -(9)9.
    01 NUM-DISPLAY          PIC -(9)9.
    01 NUM-DISPLAY-2        PIC -(9)9.
    01 DIM-NAME             PIC X(9).
    COPY DD-CONTAINER-LOG-QUERY.
    COPY DD-CONTAINER-LOG.
    *> output building
    01 OUT-BUFFER           PIC X(4194304).
    01 OUT-BUFFER-MAX       BINARY-LONG UNSIGNED    VALUE 4194304.
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-TRUNCATED        BINARY-CHAR UNSIGNED    VALUE 0.
    01 OUT-FILE-NAME        PIC X(128).

PROCEDURE DIVISION.
Mainline.
    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    PERFORM SplitArguments
    PERFORM ParseQuery
    IF ARGS-VALID = 0
        DISPLAY "Usage: ContainerReport pos <x> <y> <z> <from yyyymmdd> <to yyyymmdd> [nether]"
        DISPLAY "       ContainerReport player <name> <from yyyymmdd> <to yyyymmdd>"
        STOP RUN
    END-IF

    CALL "CBL_CREATE_DIR" USING "report"
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    PERFORM WriteHeading

    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLOG-QUERY-FROM))
    COMPUTE DAY-LAST = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLOG-QUERY-TO))
    PERFORM UNTIL DAY-NUMBER > DAY-LAST
        COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
        MOVE SPACES TO LOG-FILE-NAME
        STRING "logs/containers-" DAY-DATE(1:4) "-" DAY-DATE(5:2) "-" DAY-DATE(7:2) ".txt"
            INTO LOG-FILE-NAME
        CALL "Files-ReadAll" USING LOG-FILE-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
        IF IO-FAILURE = 0 AND LOG-BUFFER-LENGTH > 0
            ADD 1 TO DAYS-READ
            PERFORM ScanLogBuffer
        END-IF
        ADD 1 TO DAY-NUMBER
    END-PERFORM

    IF MATCH-TOTAL = 0
        STRING "  (no entries)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM WriteNetChanges

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE

    MOVE MATCH-TOTAL TO NUM-DISPLAY
    MOVE DAYS-READ TO NUM-DISPLAY-2
    DISPLAY "ContainerReport: " FUNCTION TRIM(NUM-DISPLAY) " entr(ies) from " FUNCTION TRIM(NUM-DISPLAY-2)
        " day file(s), written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

SplitArguments.
    MOVE 0 TO ARG-COUNT
    PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 8
        MOVE SPACES TO ARG-WORD(ARG-INDEX)
    END-PERFORM
    IF COMMAND-ARGS = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE ARGS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(COMMAND-ARGS TRAILING))
    MOVE 1 TO ARG-POINTER
    PERFORM UNTIL ARG-POINTER > ARGS-LENGTH OR ARG-COUNT >= 8
        ADD 1 TO ARG-COUNT
        UNSTRING COMMAND-ARGS(1:ARGS-LENGTH) DELIMITED BY ALL SPACES
            INTO ARG-WORD(ARG-COUNT)
            WITH POINTER ARG-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

ParseQuery.
    MOVE 0 TO ARGS-VALID
    INITIALIZE CONTAINER-LOG-QUERY
    MOVE ARG-WORD(1) TO CLOG-QUERY-MODE
    EVALUATE CLOG-QUERY-MODE
        WHEN "pos"
            IF ARG-COUNT < 6 OR ARG-COUNT > 7
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING ARG-INDEX FROM 2 BY 1 UNTIL ARG-INDEX > 4
                IF FUNCTION TEST-NUMVAL(ARG-WORD(ARG-INDEX)) NOT = 0
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            COMPUTE CLOG-QUERY-X = FUNCTION NUMVAL(ARG-WORD(2))
            COMPUTE CLOG-QUERY-Y = FUNCTION NUMVAL(ARG-WORD(3))
            COMPUTE CLOG-QUERY-Z = FUNCTION NUMVAL(ARG-WORD(4))
            MOVE 0 TO CLOG-QUERY-DIM
            IF ARG-COUNT = 7
                IF ARG-WORD(7) NOT = "nether"
                    EXIT PARAGRAPH
                END-IF
                MOVE 1 TO CLOG-QUERY-DIM
            END-IF
            MOVE 5 TO DATES-FROM
        WHEN "player"
            IF ARG-COUNT NOT = 4
                EXIT PARAGRAPH
            END-IF
            MOVE ARG-WORD(2) TO CLOG-QUERY-PLAYER
            MOVE 3 TO DATES-FROM
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    IF ARG-WORD(DATES-FROM)(1:8) IS NOT NUMERIC OR ARG-WORD(DATES-FROM)(9:1) NOT = SPACE
            OR ARG-WORD(DATES-FROM + 1)(1:8) IS NOT NUMERIC OR ARG-WORD(DATES-FROM + 1)(9:1) NOT = SPACE
        EXIT PARAGRAPH
    END-IF
    MOVE ARG-WORD(DATES-FROM)(1:8) TO CLOG-QUERY-FROM
    MOVE ARG-WORD(DATES-FROM + 1)(1:8) TO CLOG-QUERY-TO
    IF CLOG-QUERY-FROM > CLOG-QUERY-TO
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CLOG-QUERY-FROM)) NOT = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CLOG-QUERY-TO)) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO OUT-FILE-NAME
    IF CLOG-QUERY-MODE = "player"
        STRING "report/container-report-" FUNCTION TRIM(CLOG-QUERY-PLAYER) "-"
            CLOG-QUERY-FROM "-" CLOG-QUERY-TO ".txt"
            INTO OUT-FILE-NAME
    ELSE
        MOVE CLOG-QUERY-X TO NUM-X
        MOVE CLOG-QUERY-Y TO NUM-Y
        MOVE CLOG-QUERY-Z TO NUM-Z
        STRING "report/container-report-" FUNCTION TRIM(NUM-X) "_" FUNCTION TRIM(NUM-Y) "_"
            FUNCTION TRIM(NUM-Z) "-" CLOG-QUERY-FROM "-" CLOG-QUERY-TO ".txt"
            INTO OUT-FILE-NAME
    END-IF
    MOVE 1 TO ARGS-VALID
    EXIT PARAGRAPH.

WriteHeading.
    IF CLOG-QUERY-MODE = "player"
        STRING "Container access by " FUNCTION TRIM(CLOG-QUERY-PLAYER)
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        IF CLOG-QUERY-DIM = 1
            MOVE "nether" TO DIM-NAME
        ELSE
            MOVE "overworld" TO DIM-NAME
        END-IF
        STRING "Container access at " FUNCTION TRIM(NUM-X) " " FUNCTION TRIM(NUM-Y) " "
            FUNCTION TRIM(NUM-Z) " (" FUNCTION TRIM(DIM-NAME) ")"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING ", " CLOG-QUERY-FROM(1:4) "-" CLOG-QUERY-FROM(5:2) "-" CLOG-QUERY-FROM(7:2)
        " to " CLOG-QUERY-TO(1:4) "-" CLOG-QUERY-TO(5:2) "-" CLOG-QUERY-TO(7:2) X"0A"
        "============================================================" X"0A" X"0A"
        "Entries, oldest first (time, player, action, count, item, container)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

ScanLogBuffer.
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        CALL "ContainerLog-Match" USING CURRENT-LINE CONTAINER-LOG-QUERY CONTAINER-LOG-ENTRY
        IF CLOG-MATCHED = 1
            ADD 1 TO MATCH-TOTAL
            PERFORM WriteEntry
            PERFORM AddNetChange
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WriteEntry.
    *> leave room for the closing totals; past that the listing stops, and
    *> says so, but the totals still count every entry
    IF OUT-POINTER > OUT-BUFFER-MAX - 131072
        IF OUT-TRUNCATED = 0
            MOVE 1 TO OUT-TRUNCATED
            STRING "  ... listing cut short here - narrow the dates for the rest" X"0A"
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE CLOG-X TO NUM-X
    MOVE CLOG-Y TO NUM-Y
    MOVE CLOG-Z TO NUM-Z
    MOVE CLOG-COUNT TO NUM-DISPLAY
    IF CLOG-DIM = 1
        MOVE "nether" TO DIM-NAME
    ELSE
        MOVE "overworld" TO DIM-NAME
    END-IF
    STRING "  " CLOG-STAMP(1:4) "-" CLOG-STAMP(5:2) "-" CLOG-STAMP(7:2) " " CLOG-STAMP(9:2) ":"
        CLOG-STAMP(11:2) ":" CLOG-STAMP(13:2) "  " CLOG-PLAYER " " CLOG-ACTION " "
        NUM-DISPLAY(6:5) " " FUNCTION TRIM(CLOG-ITEM) "  " FUNCTION TRIM(CLOG-KIND) " at "
        FUNCTION TRIM(NUM-X) " " FUNCTION TRIM(NUM-Y) " " FUNCTION TRIM(NUM-Z) " (" FUNCTION TRIM(DIM-NAME) ")" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

AddNetChange.
    PERFORM VARYING NET-INDEX FROM 1 BY 1 UNTIL NET-INDEX > NET-COUNT
        IF NET-PLAYER(NET-INDEX) = CLOG-PLAYER AND NET-ITEM(NET-INDEX) = CLOG-ITEM
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NET-INDEX > NET-COUNT
        IF NET-COUNT >= MAX-NET-ROWS
            MOVE 1 TO NET-OVERFLOW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NET-COUNT
        MOVE NET-COUNT TO NET-INDEX
        MOVE CLOG-PLAYER TO NET-PLAYER(NET-INDEX)
        MOVE CLOG-ITEM TO NET-ITEM(NET-INDEX)
        MOVE 0 TO NET-AMOUNT(NET-INDEX)
    END-IF
    IF CLOG-ACTION = "put"
        SUBTRACT CLOG-COUNT FROM NET-AMOUNT(NET-INDEX)
    ELSE
        ADD CLOG-COUNT TO NET-AMOUNT(NET-INDEX)
    END-IF
    EXIT PARAGRAPH.

WriteNetChanges.
    STRING X"0A" "Net per player and item (+ taken or broken out, - put in)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING NET-INDEX FROM 1 BY 1 UNTIL NET-INDEX > NET-COUNT
        IF NET-AMOUNT(NET-INDEX) NOT = 0
            MOVE NET-AMOUNT(NET-INDEX) TO NUM-DISPLAY
            IF NET-AMOUNT(NET-INDEX) > 0
                MOVE "+" TO NUM-DISPLAY(1:1)
                STRING "  " NET-PLAYER(NET-INDEX) " +" FUNCTION TRIM(NUM-DISPLAY(2:9)) " "
                    FUNCTION TRIM(NET-ITEM(NET-INDEX)) X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            ELSE
                STRING "  " NET-PLAYER(NET-INDEX) " " FUNCTION TRIM(NUM-DISPLAY) " "
                    FUNCTION TRIM(NET-ITEM(NET-INDEX)) X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-IF
    END-PERFORM
    IF NET-OVERFLOW = 1
        MOVE MAX-NET-ROWS TO NUM-DISPLAY
        STRING "  (more than " FUNCTION TRIM(NUM-DISPLAY) " player/item pairs - the rest are listed above only)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

END PROGRAM ContainerReport.
