*> --- Trades-Load ---
*> (Re-)loads save/trades.txt - one "<input item> <input count> <output item>
*> <output count>" line per villager trade, blank lines and "#" comment lines
*> ignored - into TRADES-TABLE, replacing whatever it held before and resolving
*> each item's registry ID once. Counts are clamped to 1-64. A line naming an
*> item Items-Get-Id cannot resolve, a non-numeric count, a missing or extra
*> field, or one trade more than MAX-TRADES is reported with its line number,
*> and the file is then not applied - the last good copy stays in force, as
*> Regions-Load describes. The warnings are only repeated when the file has
*> changed, so a standing typo doesn't fill the log once a minute. A missing or
*> empty file just clears the table, putting the built-in trades back (see
*> InitTradeTable in Server). Safe to call repeatedly, e.g. periodically from
*> Server's GameLoop alongside Loot-Load, so a seasonal price change is a live
*> file edit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Trades-Load.

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
    01 FIELD-INPUT          PIC X(50).
    01 FIELD-INPUT-COUNT    PIC X(8).
    01 FIELD-OUTPUT         PIC X(50).
    01 FIELD-OUTPUT-COUNT   PIC X(8).
    01 INPUT-ID             BINARY-LONG.
    01 OUTPUT-ID            BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-TRADES.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/trades.txt" TO FILE-NAME
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
    MOVE 0 TO TRADE-TABLE-SIZE
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-INPUT FIELD-INPUT-COUNT FIELD-OUTPUT FIELD-OUTPUT-COUNT
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-INPUT FIELD-INPUT-COUNT FIELD-OUTPUT FIELD-OUTPUT-COUNT
        WITH POINTER LINE-POINTER
    IF FIELD-OUTPUT-COUNT = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <input item> <input count> <output item> <output count>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "Items-Get-Id" USING FIELD-INPUT INPUT-ID
    IF INPUT-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-INPUT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "Items-Get-Id" USING FIELD-OUTPUT OUTPUT-ID
    IF OUTPUT-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-OUTPUT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-INPUT-COUNT) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad input count " FUNCTION TRIM(FIELD-INPUT-COUNT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-OUTPUT-COUNT) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad output count " FUNCTION TRIM(FIELD-OUTPUT-COUNT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF TRADE-TABLE-SIZE >= MAX-TRADES
        MOVE MAX-TRADES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " trades" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO TRADE-TABLE-SIZE
    MOVE FIELD-INPUT TO TRADE-INPUT-NAME(TRADE-TABLE-SIZE)
    MOVE FIELD-OUTPUT TO TRADE-OUTPUT-NAME(TRADE-TABLE-SIZE)
    MOVE INPUT-ID TO TRADE-INPUT-ID(TRADE-TABLE-SIZE)
    MOVE OUTPUT-ID TO TRADE-OUTPUT-ID(TRADE-TABLE-SIZE)
    COMPUTE TRADE-INPUT-COUNT(TRADE-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-INPUT-COUNT), 1), 64)
    COMPUTE TRADE-OUTPUT-COUNT(TRADE-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-OUTPUT-COUNT), 1), 64)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Trades-Load.

*> --- Smelting-Load ---
*> (Re-)loads save/smelting.txt - one "<input item> <output item>" line per
*> furnace recipe, blank lines and "#" comment lines ignored - into the smelt
*> half of SMELTING-TABLE, at most MAX-SMELT-RECIPES of them. Unresolvable
*> items and malformed lines are reported and the last good copy kept, and a
*> missing or empty file clears the table, exactly as Trades-Load does;
*> InitSmeltTables in Server then puts the built-in recipes back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Smelting-Load.

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
    01 FIELD-INPUT          PIC X(50).
    01 FIELD-OUTPUT         PIC X(50).
    01 INPUT-ID             BINARY-LONG.
    01 OUTPUT-ID            BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-SMELTING.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/smelting.txt" TO FILE-NAME
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
    MOVE 0 TO SMELT-TABLE-SIZE
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-INPUT FIELD-OUTPUT
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-INPUT FIELD-OUTPUT
        WITH POINTER LINE-POINTER
    IF FIELD-OUTPUT = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <input item> <output item>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "Items-Get-Id" USING FIELD-INPUT INPUT-ID
    IF INPUT-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-INPUT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    CALL "Items-Get-Id" USING FIELD-OUTPUT OUTPUT-ID
    IF OUTPUT-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-OUTPUT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF SMELT-TABLE-SIZE >= MAX-SMELT-RECIPES
        MOVE MAX-SMELT-RECIPES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " recipes" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SMELT-TABLE-SIZE
    MOVE FIELD-INPUT TO SMELT-INPUT-NAME(SMELT-TABLE-SIZE)
    MOVE FIELD-OUTPUT TO SMELT-OUTPUT-NAME(SMELT-TABLE-SIZE)
    MOVE INPUT-ID TO SMELT-INPUT-ID(SMELT-TABLE-SIZE)
    MOVE OUTPUT-ID TO SMELT-OUTPUT-ID(SMELT-TABLE-SIZE)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Smelting-Load.

*> --- Fuel-Load ---
*> (Re-)loads save/fuel.txt - one "<item> <burn ticks>" line per furnace fuel,
*> blank lines and "#" comment lines ignored - into the fuel half of
*> SMELTING-TABLE, at most MAX-FUELS of them, burn times clamped to 1-32000
*> ticks. Unresolvable items, non-numeric burn times and malformed lines are
*> reported and the last good copy kept, and a missing or empty file clears
*> the table, exactly as Trades-Load does; InitSmeltTables in Server then puts
*> the built-in fuels back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Fuel-Load.

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
    01 FIELD-ITEM           PIC X(50).
    01 FIELD-TICKS          PIC X(8).
    01 ITEM-ID              BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-SMELTING.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/fuel.txt" TO FILE-NAME
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
    MOVE 0 TO FUEL-TABLE-SIZE
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-ITEM FIELD-TICKS
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-ITEM FIELD-TICKS
        WITH POINTER LINE-POINTER
    IF FIELD-TICKS = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <item> <burn ticks>" TO REASON
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
    IF FUNCTION TEST-NUMVAL(FIELD-TICKS) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad burn ticks " FUNCTION TRIM(FIELD-TICKS) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUEL-TABLE-SIZE >= MAX-FUELS
        MOVE MAX-FUELS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " fuels" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO FUEL-TABLE-SIZE
    MOVE FIELD-ITEM TO FUEL-ITEM-NAME(FUEL-TABLE-SIZE)
    MOVE ITEM-ID TO FUEL-ITEM-ID(FUEL-TABLE-SIZE)
    COMPUTE FUEL-BURN-TICKS(FUEL-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-TICKS), 1), 32000)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Fuel-Load.

*> --- Brewing-Load ---
*> (Re-)loads save/brewing.txt - one "<ingredient item> <base potion> <result
*> potion> [<effect> <amplifier> <seconds>]" line per brewing stand recipe, blank
*> lines and "#" comment lines ignored - into BREWING-TABLE, at most
*> MAX-BREW-RECIPES of them. A line with no effect (or effect "none") makes a
*> potion that does nothing when drunk, only a base for further brewing;
*> amplifiers are clamped to 0-4 and durations to 1-3600 seconds. Unresolvable
*> ingredients, unknown effects, non-numeric amplifiers or durations and
*> malformed lines are reported and the last good copy kept, and a missing or
*> empty file clears the table, exactly as Trades-Load does; InitBrewTables in
*> Server then puts the built-in recipes back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Brewing-Load.

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
    01 FIELD-INGREDIENT     PIC X(50).
    01 FIELD-BASE           PIC X(50).
    01 FIELD-RESULT         PIC X(50).
    01 FIELD-EFFECT         PIC X(16).
    01 FIELD-AMPLIFIER      PIC X(8).
    01 FIELD-SECONDS        PIC X(8).
    01 INGREDIENT-ID        BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-BREWING.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/brewing.txt" TO FILE-NAME
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
    MOVE 0 TO BREW-TABLE-SIZE
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-INGREDIENT FIELD-BASE FIELD-RESULT FIELD-EFFECT FIELD-AMPLIFIER FIELD-SECONDS
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-INGREDIENT FIELD-BASE FIELD-RESULT FIELD-EFFECT FIELD-AMPLIFIER FIELD-SECONDS
        WITH POINTER LINE-POINTER
    IF FIELD-RESULT = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <ingredient> <base potion> <result potion> [<effect> <amplifier> <seconds>]" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-EFFECT = SPACES
        MOVE "none" TO FIELD-EFFECT
    END-IF
    CALL "Items-Get-Id" USING FIELD-INGREDIENT INGREDIENT-ID
    IF INGREDIENT-ID <= 0
        MOVE SPACES TO REASON
        STRING "unknown item " FUNCTION TRIM(FIELD-INGREDIENT) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-EFFECT NOT = "none" AND FIELD-EFFECT NOT = "speed"
            AND FIELD-EFFECT NOT = "slowness" AND FIELD-EFFECT NOT = "strength"
            AND FIELD-EFFECT NOT = "regeneration" AND FIELD-EFFECT NOT = "poison"
        MOVE SPACES TO REASON
        STRING "unknown effect " FUNCTION TRIM(FIELD-EFFECT)
            " (none, speed, slowness, strength, regeneration or poison)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-AMPLIFIER NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FIELD-AMPLIFIER) NOT = 0
            MOVE SPACES TO REASON
            STRING "bad amplifier " FUNCTION TRIM(FIELD-AMPLIFIER) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF FIELD-SECONDS NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FIELD-SECONDS) NOT = 0
            MOVE SPACES TO REASON
            STRING "bad duration " FUNCTION TRIM(FIELD-SECONDS) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF BREW-TABLE-SIZE >= MAX-BREW-RECIPES
        MOVE MAX-BREW-RECIPES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " recipes" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BREW-TABLE-SIZE
    MOVE FIELD-INGREDIENT TO BREW-INGREDIENT-NAME(BREW-TABLE-SIZE)
    MOVE INGREDIENT-ID TO BREW-INGREDIENT-ID(BREW-TABLE-SIZE)
    MOVE FIELD-BASE TO BREW-BASE-POTION(BREW-TABLE-SIZE)
    MOVE FIELD-RESULT TO BREW-RESULT-POTION(BREW-TABLE-SIZE)
    MOVE FIELD-EFFECT TO BREW-EFFECT-NAME(BREW-TABLE-SIZE)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(BREW-TABLE-SIZE)
    MOVE 0 TO BREW-EFFECT-TICKS(BREW-TABLE-SIZE)
    IF FIELD-EFFECT NOT = "none"
        IF FIELD-AMPLIFIER NOT = SPACES
            COMPUTE BREW-EFFECT-AMPLIFIER(BREW-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-AMPLIFIER), 0), 4)
        END-IF
        IF FIELD-SECONDS NOT = SPACES
            COMPUTE BREW-EFFECT-TICKS(BREW-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-SECONDS), 1), 3600) * 20
        ELSE
            *> vanilla's base three minutes
            MOVE 3600 TO BREW-EFFECT-TICKS(BREW-TABLE-SIZE)
        END-IF
    END-IF
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Brewing-Load.

*> --- Food-Load ---
*> (Re-)loads save/food.txt - one "<item> <food points> <saturation>" line per
*> edible item, blank lines and "#" comment lines ignored - into FOOD-TABLE, at
*> most MAX-FOODS of them, food points clamped to 1-20 and saturation to 0-20.
*> Unresolvable items, non-numeric values and malformed lines are reported and
*> the last good copy kept, and a missing or empty file clears the table,
*> exactly as Trades-Load does; InitFoodTable in Server then puts the built-in
*> foods back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Food-Load.

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
    01 FIELD-ITEM           PIC X(50).
    01 FIELD-POINTS         PIC X(8).
    01 FIELD-SATURATION     PIC X(8).
    01 ITEM-ID              BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-FOOD.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/food.txt" TO FILE-NAME
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
    MOVE 0 TO FOOD-TABLE-SIZE
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-ITEM FIELD-POINTS FIELD-SATURATION
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-ITEM FIELD-POINTS FIELD-SATURATION
        WITH POINTER LINE-POINTER
    IF FIELD-SATURATION = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <item> <food points> <saturation>" TO REASON
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
    IF FUNCTION TEST-NUMVAL(FIELD-POINTS) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad food points " FUNCTION TRIM(FIELD-POINTS) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FIELD-SATURATION) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad saturation " FUNCTION TRIM(FIELD-SATURATION) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FOOD-TABLE-SIZE >= MAX-FOODS
        MOVE MAX-FOODS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " foods" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO FOOD-TABLE-SIZE
    MOVE FIELD-ITEM TO FOOD-ITEM-NAME(FOOD-TABLE-SIZE)
    MOVE ITEM-ID TO FOOD-ITEM-ID(FOOD-TABLE-SIZE)
    COMPUTE FOOD-POINTS(FOOD-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-POINTS), 1), 20)
    COMPUTE FOOD-SATURATION(FOOD-TABLE-SIZE) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-SATURATION), 0), 20)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Food-Load.

*> --- Animals-Load ---
*> (Re-)loads save/animals.txt - one "<setting> <value>" line per livestock
*> limit, blank lines and "#" comment lines ignored - into ANIMAL-SETTINGS (see
*> DD-ANIMALS for the settings and their defaults). Every setting is first put
*> back to its default, so a line deleted from the file stops applying on the
*> next reload; values are clamped to a sane range. An unknown setting, a
*> non-numeric value or a malformed line is reported with its line number and
*> the last good copy kept, exactly as Trades-Load does. A missing or empty
*> file simply leaves the defaults in force.
IDENTIFICATION DIVISION.
PROGRAM-ID. Animals-Load.

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
    01 FIELD-VALUE          PIC X(8).
    01 SETTING-VALUE        BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-ANIMALS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/animals.txt" TO FILE-NAME
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
    MOVE 4 TO ANIMAL-AREA-CHUNKS
    MOVE 12 TO ANIMAL-AREA-CAP
    MOVE 60 TO ANIMAL-LOVE-TICKS
    MOVE 600 TO ANIMAL-BREED-COOLDOWN
    MOVE 2400 TO ANIMAL-GROW-AGE
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
    IF FUNCTION TEST-NUMVAL(FIELD-VALUE) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad value " FUNCTION TRIM(FIELD-VALUE) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    COMPUTE SETTING-VALUE = FUNCTION NUMVAL(FIELD-VALUE)
    EVALUATE FIELD-SETTING
        WHEN "area-chunks"
            COMPUTE ANIMAL-AREA-CHUNKS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 16)
        WHEN "area-cap"
            COMPUTE ANIMAL-AREA-CAP = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 64)
        WHEN "love-ticks"
            COMPUTE ANIMAL-LOVE-TICKS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 32000)
        WHEN "breed-cooldown"
            COMPUTE ANIMAL-BREED-COOLDOWN = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 0), 72000)
        WHEN "grow-age"
            COMPUTE ANIMAL-GROW-AGE = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 72000)
        WHEN OTHER
            MOVE SPACES TO REASON
            STRING "unknown setting " FUNCTION TRIM(FIELD-SETTING) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
    END-EVALUATE
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Animals-Load.
