*> ADVANCEMENTS-TABLE, replacing whatever it held before. A missing or empty
*> file just clears the table, and nothing is ever awarded. Safe to call
*> repeatedly, e.g. periodically from Server's GameLoop alongside
*> AccessList-Load, so new milestones take effect without a restart. A stat
*> the award check doesn't know (see CheckAdvancements in Server), a threshold
*> that isn't a positive number, a missing title, or one advancement too many
*> is reported with its line number, and the file is then not applied - the
*> last good copy stays in force, as Regions-Load describes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancements-Load.

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
    01 FIELD-ID             PIC X(32).
    01 FIELD-STAT           PIC X(16).
    01 FIELD-THRESHOLD      PIC X(16).
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-ADVANCEMENTS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/advancements.txt" TO FILE-NAME
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
    MOVE 0 TO ADV-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-ID FIELD-STAT FIELD-THRESHOLD
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-ID FIELD-STAT FIELD-THRESHOLD
        WITH POINTER LINE-POINTER
    IF FIELD-THRESHOLD = SPACES OR LINE-POINTER > TRIMMED-LEN
        MOVE "expected <id> <stat> <threshold> <title...>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    EVALUATE FIELD-STAT
        WHEN "blocksPlaced"
        WHEN "blocksBroken"
        WHEN "mobsKilled"
        WHEN "deaths"
        WHEN "playTime"
        WHEN "distanceCm"
        WHEN "diamondsMined"
        WHEN "fishCaught"
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO REASON
            STRING "unknown stat " FUNCTION TRIM(FIELD-STAT)
                " (blocksPlaced, blocksBroken, mobsKilled, deaths, playTime, distanceCm, diamondsMined or fishCaught)" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
    END-EVALUATE
    IF FUNCTION TEST-NUMVAL(FIELD-THRESHOLD) NOT = 0
        MOVE SPACES TO REASON
        STRING "bad threshold " FUNCTION TRIM(FIELD-THRESHOLD) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(FIELD-THRESHOLD) <= 0
        MOVE SPACES TO REASON
        STRING "threshold " FUNCTION TRIM(FIELD-THRESHOLD) " must be above 0 or it is never awarded" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF ADV-COUNT >= MAX-ADVANCEMENTS
        MOVE MAX-ADVANCEMENTS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " advancements" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ADV-COUNT
    MOVE FIELD-ID TO ADV-ID(ADV-COUNT)
    MOVE FIELD-STAT TO ADV-STAT(ADV-COUNT)
    COMPUTE ADV-THRESHOLD(ADV-COUNT) = FUNCTION NUMVAL(FIELD-THRESHOLD)
    MOVE SPACES TO ADV-TITLE(ADV-COUNT)
    COMPUTE ADV-TITLE-LEN(ADV-COUNT) = FUNCTION MIN(TRIMMED-LEN - LINE-POINTER + 1, 64)
    MOVE TRIMMED-LINE(LINE-POINTER:ADV-TITLE-LEN(ADV-COUNT)) TO ADV-TITLE(ADV-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Advancements-Load.
