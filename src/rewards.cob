*> --- Rewards-Load ---
*> (Re-)loads save/rewards.txt - one "<daily|playtime> <day|minutes> <item>
*> [<count>]" line per entry, blank lines and "#" comment lines ignored - into
*> REWARDS-TABLE, replacing whatever it held before; counts are held to a
*> single stack (1-64). A line of another kind, a day or minute count that
*> isn't a positive number, an item Items-Get-Id cannot resolve, a non-numeric
*> count, anything after the count, or one entry too many is reported with its
*> line number, and the file is then not applied - the last good copy stays in
*> force, as Regions-Load describes. A missing or empty file just clears the
*> table, and nothing is handed out. Safe to call repeatedly, e.g.
*> periodically from Server's GameLoop alongside AccessList-Load, so the
*> calendar can be changed for an event without a restart.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rewards-Load.

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
    01 FIELD-KIND           PIC X(16).
    01 FIELD-KEY            PIC X(16).
    01 FIELD-ITEM           PIC X(50).
    01 FIELD-COUNT          PIC X(8).
    01 KEY-VALUE            BINARY-LONG.
    01 ITEM-ID              BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-REWARDS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/rewards.txt" TO FILE-NAME
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
    MOVE 0 TO REWARD-COUNT
    MOVE 0 TO REWARD-CYCLE-DAYS
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-KIND FIELD-KEY FIELD-ITEM FIELD-COUNT
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-KIND FIELD-KEY FIELD-ITEM FIELD-COUNT
        WITH POINTER LINE-POINTER
    IF FIELD-ITEM = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <daily|playtime> <day|minutes> <item> [<count>]" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-KIND NOT = "daily" AND FIELD-KIND NOT = "playtime"
        MOVE SPACES TO REASON
        STRING "unknown kind " FUNCTION TRIM(FIELD-KIND) " (daily or playtime)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-KEY) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad day or minute count " FUNCTION TRIM(FIELD-KEY) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    COMPUTE KEY-VALUE = FUNCTION NUMVAL(FIELD-KEY)
    IF KEY-VALUE <= 0
        MOVE SPACES TO REASON
        STRING "day or minute count " FUNCTION TRIM(FIELD-KEY) " must be above 0" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "Items-Get-Id" USING FIELD-ITEM ITEM-ID
    IF ITEM-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-ITEM) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-COUNT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FIELD-COUNT) NOT = 0
            MOVE SPACES TO REASON
            STRING "bad count " FUNCTION TRIM(FIELD-COUNT) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF REWARD-COUNT >= MAX-REWARDS
        MOVE MAX-REWARDS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " rewards" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO REWARD-COUNT
    MOVE FIELD-KIND TO REWARD-KIND(REWARD-COUNT)
    MOVE KEY-VALUE TO REWARD-KEY(REWARD-COUNT)
    MOVE FIELD-ITEM TO REWARD-ITEM-NAME(REWARD-COUNT)
    IF FIELD-COUNT = SPACES
        MOVE 1 TO REWARD-ITEM-COUNT(REWARD-COUNT)
    ELSE
        COMPUTE REWARD-ITEM-COUNT(REWARD-COUNT) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-COUNT), 1), 64)
    END-IF
    IF FIELD-KIND = "daily" AND KEY-VALUE > REWARD-CYCLE-DAYS
        MOVE KEY-VALUE TO REWARD-CYCLE-DAYS
    END-IF
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Rewards-Load.
