*> --- AccessList-LoadFile ---
*> Reads one newline-delimited list of usernames (blank lines and lines starting
*> with "#" ignored) into the given table, replacing whatever it held before.
*> A missing or empty file just clears the table - see AccessList-Load. A line
*> that isn't a plausible player name (see ConfigCheck-IsName), or one name more
*> than the table holds, is reported with its line number, and the file is then
*> not applied - the last good copy stays in force, as Regions-Load describes.
*> The same program reads both whitelist.txt and ops.txt, so the copy of each
*> file last seen - used to report a standing problem only once - is kept per
*> file name.
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-LoadFile.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-NAME            PIC X(255).
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    *> the copy of each file last seen, one slot per file name
    01 PREVIOUS-SLOTS.
        02 PREVIOUS-SLOT OCCURS 2 TIMES.
            03 PREVIOUS-FILE-NAME   PIC X(255)  VALUE SPACES.
            03 PREVIOUS-LENGTH      BINARY-LONG UNSIGNED    VALUE 0.
            03 PREVIOUS-BUFFER      PIC X(64000).
    01 SLOT-INDEX           BINARY-LONG UNSIGNED.
    01 WARN-ENABLED         BINARY-CHAR UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(256).
    01 TRIMMED-LINE         PIC X(256).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 FIELD-NAME           PIC X(64).
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FILE-NAME         PIC X(255).
    01 LK-MAX-NAMES         BINARY-LONG UNSIGNED.
    01 LK-TABLE.
        02 LK-COUNT             BINARY-LONG UNSIGNED.
        02 LK-NAMES OCCURS 100 TIMES PIC X(16).
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-NAME LK-MAX-NAMES LK-TABLE LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE LK-FILE-NAME TO FILE-NAME
    PERFORM FindSlot
    MOVE 0 TO LK-COUNT
    CALL "Files-ReadAll" USING FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        MOVE 0 TO PREVIOUS-LENGTH(SLOT-INDEX)
        GOBACK
    END-IF
    MOVE 1 TO WARN-ENABLED
    IF FILE-BUFFER-LENGTH = PREVIOUS-LENGTH(SLOT-INDEX)
        IF FILE-BUFFER(1:FILE-BUFFER-LENGTH) = PREVIOUS-BUFFER(SLOT-INDEX)(1:FILE-BUFFER-LENGTH)
            MOVE 0 TO WARN-ENABLED
        END-IF
    END-IF
    MOVE FILE-BUFFER(1:FILE-BUFFER-LENGTH) TO PREVIOUS-BUFFER(SLOT-INDEX)
    MOVE FILE-BUFFER-LENGTH TO PREVIOUS-LENGTH(SLOT-INDEX)

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

FindSlot.
    *> the slot already holding this file, else the first free one; with both
    *> taken by other files the last is reused, which only costs a repeated warning
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 2
        IF PREVIOUS-FILE-NAME(SLOT-INDEX) = FILE-NAME
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX >= 2
        IF PREVIOUS-FILE-NAME(SLOT-INDEX) = SPACES
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE FILE-NAME TO PREVIOUS-FILE-NAME(SLOT-INDEX)
    MOVE 0 TO PREVIOUS-LENGTH(SLOT-INDEX)
    EXIT PARAGRAPH.

ParseBuffer.
    MOVE 0 TO LK-COUNT
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
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-NAME
    MOVE TRIMMED-LINE(1:TRIMMED-LEN) TO FIELD-NAME
    CALL "ConfigCheck-IsName" USING FIELD-NAME NAME-VALID
    IF NAME-VALID = 0 OR TRIMMED-LEN > 16
        MOVE SPACES TO REASON
        STRING "bad player name " TRIMMED-LINE(1:TRIMMED-LEN) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF LK-COUNT >= LK-MAX-NAMES
        MOVE LK-MAX-NAMES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " names" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LK-COUNT
    MOVE FIELD-NAME TO LK-NAMES(LK-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM AccessList-LoadFile.

*> --- AccessList-Load ---
*> (Re-)loads save/whitelist.txt, save/ops.txt, save/banned-players.txt,
*> save/banned-ips.txt and save/muted-players.txt. Safe to call repeatedly - e.g.
*> periodically from Server's GameLoop - so list edits on disk take effect
*> without restarting the server. LK-FAILURE is set when any of the files had
*> problems and its last good copy was kept in force instead (the problems
*> themselves are already in the log).
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WHITELIST-FILE-NAME  PIC X(255)  VALUE "save/whitelist.txt".
    01 OPS-FILE-NAME        PIC X(255)  VALUE "save/ops.txt".
    01 WHITELIST-FAILURE    BINARY-CHAR UNSIGNED.
    01 OPS-FAILURE          BINARY-CHAR UNSIGNED.
    01 BANS-FAILURE         BINARY-CHAR UNSIGNED.
    01 IP-BANS-FAILURE      BINARY-CHAR UNSIGNED.
    01 MUTES-FAILURE        BINARY-CHAR UNSIGNED.
    *> Access lists
    COPY DD-ACCESSLIST.
LINKAGE SECTION.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    CALL "AccessList-LoadFile" USING WHITELIST-FILE-NAME MAX-ACCESSLIST-NAMES WHITELIST-TABLE WHITELIST-FAILURE
    CALL "AccessList-LoadFile" USING OPS-FILE-NAME MAX-ACCESSLIST-NAMES OPS-TABLE OPS-FAILURE
    CALL "AccessList-LoadBans" USING BANS-FAILURE
    CALL "AccessList-LoadIpBans" USING IP-BANS-FAILURE
    CALL "AccessList-LoadMutes" USING MUTES-FAILURE
    IF WHITELIST-FAILURE NOT = 0 OR OPS-FAILURE NOT = 0 OR BANS-FAILURE NOT = 0
            OR IP-BANS-FAILURE NOT = 0 OR MUTES-FAILURE NOT = 0
        MOVE 1 TO LK-FAILURE
    END-IF
    GOBACK.

END PROGRAM AccessList-Load.
*> --- AccessList-LoadIpBans ---
*> (Re-)loads save/banned-ips.txt into BANNED-IPS-TABLE - one address per line,
*> the same tolerant parsing AccessList-LoadFile gives the name lists (which it
*> cannot be reused for directly, an address being wider than a username). A
*> line that can't be an IPv4 or IPv6 address (anything but hex digits, "." and
*> ":", or longer than 45 characters), or one address too many, is reported
*> with its line number and the last good copy kept, as AccessList-LoadFile
*> does.
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-LoadIpBans.

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
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 ADDRESS-CHAR         PIC X.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-ACCESSLIST.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/banned-ips.txt" TO FILE-NAME
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
    EXIT PARAGRAPH.

ResetTable.
    MOVE 0 TO BANNED-IP-COUNT
    EXIT PARAGRAPH.

ParseLine.
    IF TRIMMED-LEN > 45
        MOVE SPACES TO REASON
        STRING "address " TRIMMED-LINE(1:TRIMMED-LEN) " is longer than 45 characters" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > TRIMMED-LEN
        MOVE TRIMMED-LINE(CHAR-INDEX:1) TO ADDRESS-CHAR
        IF NOT ((ADDRESS-CHAR >= "0" AND ADDRESS-CHAR <= "9") OR (ADDRESS-CHAR >= "a" AND ADDRESS-CHAR <= "f")
                OR (ADDRESS-CHAR >= "A" AND ADDRESS-CHAR <= "F") OR ADDRESS-CHAR = "." OR ADDRESS-CHAR = ":")
            MOVE SPACES TO REASON
            STRING "bad address " TRIMMED-LINE(1:TRIMMED-LEN) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF BANNED-IP-COUNT >= MAX-ACCESSLIST-NAMES
        MOVE MAX-ACCESSLIST-NAMES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " addresses" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BANNED-IP-COUNT
    MOVE TRIMMED-LINE(1:TRIMMED-LEN) TO BANNED-IPS(BANNED-IP-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM AccessList-LoadIpBans.

*> (Re-)loads save/banned-players.txt into BANNED-TABLE. Each line is
*> "<name> [<expiry yyyymmddhhmmss or 0>] [<reason...>]" - a bare name is a
*> permanent, reasonless ban, exactly what the old one-name-per-line files hold.
*> A malformed name or expiry, or one ban too many, is reported with its line
*> number and the last good copy kept, as AccessList-LoadFile does.
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-LoadBans.

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
    01 FIELD-NAME           PIC X(64).
    01 FIELD-EXPIRY         PIC X(32).
    01 FIELD-REASON         PIC X(64).
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-ACCESSLIST.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/banned-players.txt" TO FILE-NAME
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
    EXIT PARAGRAPH.

ResetTable.
    MOVE 0 TO BANNED-NAME-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-NAME
    MOVE SPACES TO FIELD-EXPIRY
    MOVE SPACES TO FIELD-REASON
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-NAME FIELD-EXPIRY
        WITH POINTER LINE-POINTER
    IF LINE-POINTER <= TRIMMED-LEN
        MOVE TRIMMED-LINE(LINE-POINTER:TRIMMED-LEN - LINE-POINTER + 1) TO FIELD-REASON
    END-IF
    CALL "ConfigCheck-IsName" USING FIELD-NAME NAME-VALID
    IF NAME-VALID = 0
        MOVE SPACES TO REASON
        STRING "bad player name " FUNCTION TRIM(FIELD-NAME) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF NOT (FIELD-EXPIRY = SPACES OR FIELD-EXPIRY = "0"
            OR (FIELD-EXPIRY(1:14) IS NUMERIC AND FIELD-EXPIRY(15:) = SPACES))
        MOVE SPACES TO REASON
        STRING "bad expiry " FUNCTION TRIM(FIELD-EXPIRY) " (yyyymmddhhmmss, or 0 for permanent)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF BANNED-NAME-COUNT >= MAX-ACCESSLIST-NAMES
        MOVE MAX-ACCESSLIST-NAMES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " bans" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BANNED-NAME-COUNT
    MOVE FIELD-NAME TO BANNED-NAMES(BANNED-NAME-COUNT)
    MOVE FIELD-EXPIRY TO BANNED-EXPIRY(BANNED-NAME-COUNT)
    MOVE FIELD-REASON TO BANNED-REASON(BANNED-NAME-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM AccessList-LoadBans.


END PROGRAM AccessList-IsWhitelisted.

*> --- AccessList-AddWhitelist ---
*> Adds LK-NAME to save/whitelist.txt and reloads the lists - see the
*> "whitelist approve" admin command in Server. The name is appended to the
*> file as it stands, so hand-written comments and ordering survive. LK-RESULT
*> is 1 once the name is on the whitelist (including when it already was),
*> 0 if the file could not be written or the list is full.
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-AddWhitelist.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FAILURE               BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER           PIC X(64000).
    01 FILE-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 FILE-POINTER          BINARY-LONG UNSIGNED.
    01 FILE-LENGTH           BINARY-LONG UNSIGNED.
    COPY DD-ACCESSLIST.
LINKAGE SECTION.
    01 LK-NAME               PIC X(16).
    01 LK-RESULT             BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-RESULT.
    CALL "AccessList-IsWhitelisted" USING LK-NAME LK-RESULT
    IF LK-RESULT = 1
        GOBACK
    END-IF
    IF WHITELIST-NAME-COUNT >= MAX-ACCESSLIST-NAMES
        GOBACK
    END-IF

    CALL "Files-ReadAll" USING "save/whitelist.txt" FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0
        MOVE 0 TO FILE-BUFFER-LENGTH
    END-IF
    COMPUTE FILE-POINTER = FILE-BUFFER-LENGTH + 1
    *> a last line without its newline would otherwise run into the new name
    IF FILE-BUFFER-LENGTH > 0 AND FILE-BUFFER(FILE-BUFFER-LENGTH:1) NOT = X"0A"
        STRING X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    END-IF
    STRING FUNCTION TRIM(LK-NAME) X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    COMPUTE FILE-LENGTH = FILE-POINTER - 1

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "Files-WriteAll" USING "save/whitelist.txt" FILE-BUFFER FILE-LENGTH FAILURE
    IF FAILURE NOT = 0
        GOBACK
    END-IF
    CALL "AccessList-Load" USING FAILURE
    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM AccessList-AddWhitelist.

*> --- AccessList-IsOp ---
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-IsOp.
*> --- AccessList-LoadMutes ---
*> (Re-)loads save/muted-players.txt into MUTED-TABLE. Each line is
*> "<name> [<expiry yyyymmddhhmmss or 0>]" - the same extended timed-expiry
*> shape banned-players.txt carries, minus the reason (a mute needs none). A
*> malformed name or expiry, anything after the expiry, or one mute too many is
*> reported with its line number and the last good copy kept, as
*> AccessList-LoadBans does.
IDENTIFICATION DIVISION.
PROGRAM-ID. AccessList-LoadMutes.

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
    01 FIELD-NAME           PIC X(64).
    01 FIELD-EXPIRY         PIC X(32).
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-ACCESSLIST.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/muted-players.txt" TO FILE-NAME
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
    EXIT PARAGRAPH.

ResetTable.
    MOVE 0 TO MUTED-NAME-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-NAME
    MOVE SPACES TO FIELD-EXPIRY
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-NAME FIELD-EXPIRY
        WITH POINTER LINE-POINTER
    IF LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <name> [<expiry>]" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "ConfigCheck-IsName" USING FIELD-NAME NAME-VALID
    IF NAME-VALID = 0
        MOVE SPACES TO REASON
        STRING "bad player name " FUNCTION TRIM(FIELD-NAME) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF NOT (FIELD-EXPIRY = SPACES OR FIELD-EXPIRY = "0"
            OR (FIELD-EXPIRY(1:14) IS NUMERIC AND FIELD-EXPIRY(15:) = SPACES))
        MOVE SPACES TO REASON
        STRING "bad expiry " FUNCTION TRIM(FIELD-EXPIRY) " (yyyymmddhhmmss, or 0 for permanent)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF MUTED-NAME-COUNT >= MAX-ACCESSLIST-NAMES
        MOVE MAX-ACCESSLIST-NAMES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " mutes" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO MUTED-NAME-COUNT
    MOVE FIELD-NAME TO MUTED-NAMES(MUTED-NAME-COUNT)
    MOVE FIELD-EXPIRY TO MUTED-EXPIRY(MUTED-NAME-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM AccessList-LoadMutes.

