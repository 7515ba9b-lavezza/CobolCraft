*> before. A missing or empty file just clears the table. Safe to call repeatedly, e.g.
*> periodically from Server's GameLoop alongside AccessList-Load, so hook registrations
*> take effect without restarting the server. See Hooks-Fire for how a registered
*> program is actually invoked. A line with an unknown event kind, a program name
*> longer than 30 characters or anything after the name, or one hook too many, is
*> reported with its line number, and the file is then not applied - the last
*> good copy stays in force, as Regions-Load describes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hooks-Load.

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
    01 FIELD-PROGRAM        PIC X(64).
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-HOOKS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/hooks.txt" TO FILE-NAME
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
    MOVE 0 TO HOOKS-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-KIND
    MOVE SPACES TO FIELD-PROGRAM
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-KIND FIELD-PROGRAM
        WITH POINTER LINE-POINTER
    IF FIELD-PROGRAM = SPACES OR LINE-POINTER <= TRIMMED-LEN
        MOVE "expected <EVENT-KIND> <program-name>" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FIELD-KIND NOT = "BLOCK_CHANGE" AND FIELD-KIND NOT = "PLAYER_JOIN" AND FIELD-KIND NOT = "PLAYER_LEAVE"
            AND FIELD-KIND NOT = "PARTY_JOIN" AND FIELD-KIND NOT = "PARTY_LEAVE"
        MOVE SPACES TO REASON
        STRING "unknown event kind " FUNCTION TRIM(FIELD-KIND)
            " (BLOCK_CHANGE, PLAYER_JOIN, PLAYER_LEAVE, PARTY_JOIN or PARTY_LEAVE)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(FIELD-PROGRAM)) > 30
        MOVE SPACES TO REASON
        STRING "program name " FUNCTION TRIM(FIELD-PROGRAM) " is longer than 30 characters" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF HOOKS-COUNT >= MAX-HOOKS
        MOVE MAX-HOOKS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " hooks" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO HOOKS-COUNT
    MOVE FIELD-KIND TO HOOK-EVENT-KIND(HOOKS-COUNT)
    MOVE FIELD-PROGRAM TO HOOK-PROGRAM-NAME(HOOKS-COUNT)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Hooks-Load.

*> --- Hooks-Fire ---
*> Dynamically CALLs every registered hook program (see Hooks-Load) whose
*> HOOK-EVENT-KIND matches LK-EVENT, passing it LK-HOOK-EVENT by reference. Called from
*> World-SetBlock (BLOCK_CHANGE), HandleLogin (PLAYER_JOIN), RemoveClient
*> (PLAYER_LEAVE), and HandlePartyCommand (PARTY_JOIN/PARTY_LEAVE) so an external
*> COBOL module - or a small watcher program that itself just appends to a log/named
*> pipe - can react to core server events without any of those callers touching each
*> other or the dispatch logic that calls them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hooks-Fire.

