*> file just clears the tables, leaving everyone a plain player and every
*> command on its built-in gate. Safe to call repeatedly, e.g. periodically
*> from Server's GameLoop alongside AccessList-Load, so a promoted moderator
*> takes effect without a restart. A line of another kind, an unknown group, a
*> malformed player name, a command word over 16 characters, anything after
*> the group, or more entries than the tables hold is reported with its line
*> number, and the file is then not applied - the last good copy stays in
*> force, as Regions-Load describes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Load.

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
    01 FIELD-NAME           PIC X(64).
    01 FIELD-GROUP          PIC X(16).
    01 GROUP-LEVEL          BINARY-CHAR UNSIGNED.
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-GROUPS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/groups.txt" TO FILE-NAME
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
    MOVE 0 TO GROUP-MEMBER-COUNT
    MOVE 0 TO GROUP-COMMAND-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-KIND FIELD-NAME FIELD-GROUP
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-KIND FIELD-NAME FIELD-GROUP
        WITH POINTER LINE-POINTER
    IF FIELD-GROUP = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected member <player> <group> or command <word> <group>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-KIND NOT = "member" AND FIELD-KIND NOT = "command"
        MOVE SPACES TO REASON
        STRING "unknown line kind " FUNCTION TRIM(FIELD-KIND) " (member or command)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION TRIM(FIELD-GROUP)
        WHEN "player"
            MOVE 0 TO GROUP-LEVEL
        WHEN "builder"
            MOVE 1 TO GROUP-LEVEL
        WHEN "moderator"
            MOVE 2 TO GROUP-LEVEL
        WHEN "op"
            MOVE 3 TO GROUP-LEVEL
        WHEN OTHER
            *> an unknown group name is refused rather than silently
            *> opening a command to everyone
            MOVE SPACES TO REASON
            STRING "unknown group " FUNCTION TRIM(FIELD-GROUP) " (player, builder, moderator or op)" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
    END-EVALUATE
    EVALUATE FIELD-KIND
        WHEN "member"
            CALL "ConfigCheck-IsName" USING FIELD-NAME NAME-VALID
            IF NAME-VALID = 0
                MOVE SPACES TO REASON
                STRING "bad player name " FUNCTION TRIM(FIELD-NAME) INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
            IF GROUP-MEMBER-COUNT >= MAX-GROUP-MEMBERS
                MOVE MAX-GROUP-MEMBERS TO NUM-DISPLAY
                MOVE SPACES TO REASON
                STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " member lines" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO GROUP-MEMBER-COUNT
            MOVE FIELD-NAME TO GROUP-MEMBER-NAME(GROUP-MEMBER-COUNT)
            MOVE GROUP-LEVEL TO GROUP-MEMBER-LEVEL(GROUP-MEMBER-COUNT)
        WHEN "command"
            IF FUNCTION LENGTH(FUNCTION TRIM(FIELD-NAME)) > 16
                MOVE SPACES TO REASON
                STRING "command word " FUNCTION TRIM(FIELD-NAME) " is longer than 16 characters" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
            IF GROUP-COMMAND-COUNT >= MAX-GROUP-COMMANDS
                MOVE MAX-GROUP-COMMANDS TO NUM-DISPLAY
                MOVE SPACES TO REASON
                STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " command lines" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO GROUP-COMMAND-COUNT
            MOVE FIELD-NAME TO GROUP-COMMAND-NAME(GROUP-COMMAND-COUNT)
            MOVE GROUP-LEVEL TO GROUP-COMMAND-LEVEL(GROUP-COMMAND-COUNT)
    END-EVALUATE
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Groups-Load.

