*> --- Loot-Load ---
*> (Re-)loads save/loot.txt - one "<mob|block|fishing> <key> <item> <min> <max>
*> <chance%>" line per entry, blank lines and "#" comment lines ignored - into
*> LOOT-TABLE, replacing whatever it held before and resolving each item's
*> registry ID once. A missing or empty file just clears the table, putting
*> every mob and block back on its built-in drop. Safe to call repeatedly, e.g.
*> periodically from Server's GameLoop alongside AccessList-Load, so tuning an
*> event's drop rates is a live file edit. A line of another kind, an item
*> Items-Get-Id cannot resolve, a non-numeric count or chance, a missing or
*> extra field, or one entry too many is reported with its line number, and the
*> file is then not applied - the last good copy stays in force, as
*> Regions-Load describes. Counts and chances in range are clamped as before.
IDENTIFICATION DIVISION.
PROGRAM-ID. Loot-Load.

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
    01 FIELD-KEY            PIC X(50).
    01 FIELD-ITEM           PIC X(50).
    01 FIELD-MIN            PIC X(8).
    01 FIELD-MAX            PIC X(8).
    01 FIELD-CHANCE         PIC X(8).
    01 ITEM-ID              BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-LOOT.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/loot.txt" TO FILE-NAME
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
    MOVE 0 TO LOOT-ENTRY-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-KIND FIELD-KEY FIELD-ITEM FIELD-MIN FIELD-MAX FIELD-CHANCE
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-KIND FIELD-KEY FIELD-ITEM FIELD-MIN FIELD-MAX FIELD-CHANCE
        WITH POINTER LINE-POINTER
    IF FIELD-CHANCE = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <mob|block|fishing> <key> <item> <min> <max> <chance%>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-KIND NOT = "mob" AND FIELD-KIND NOT = "block" AND FIELD-KIND NOT = "fishing"
        MOVE SPACES TO REASON
        STRING "unknown kind " FUNCTION TRIM(FIELD-KIND) " (mob, block or fishing)" INTO REASON
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
    IF FUNCTION TEST-NUMVAL(FIELD-MIN) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad min count " FUNCTION TRIM(FIELD-MIN) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-MAX) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad max count " FUNCTION TRIM(FIELD-MAX) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-CHANCE) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad chance " FUNCTION TRIM(FIELD-CHANCE) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF LOOT-ENTRY-COUNT >= MAX-LOOT-ENTRIES
        MOVE MAX-LOOT-ENTRIES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " entries" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LOOT-ENTRY-COUNT
    MOVE FIELD-KIND TO LOOT-KIND(LOOT-ENTRY-COUNT)
    MOVE FIELD-KEY TO LOOT-KEY(LOOT-ENTRY-COUNT)
    MOVE FIELD-ITEM TO LOOT-ITEM-NAME(LOOT-ENTRY-COUNT)
    MOVE ITEM-ID TO LOOT-ITEM-ID(LOOT-ENTRY-COUNT)
    COMPUTE LOOT-MIN(LOOT-ENTRY-COUNT) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-MIN), 0), 64)
    COMPUTE LOOT-MAX(LOOT-ENTRY-COUNT) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-MAX), LOOT-MIN(LOOT-ENTRY-COUNT)), 64)
    COMPUTE LOOT-CHANCE(LOOT-ENTRY-COUNT) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-CHANCE), 1), 100)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Loot-Load.
