*> --- Regions-Load ---
*> (Re-)loads save/regions.txt - one
*> "<name> <x1> <y1> <z1> <x2> <y2> <z2> [pvp:on|pvp:off] [member1,member2,...]"
*> line per region, blank lines and "#" comment lines ignored - into
*> REGIONS-TABLE, replacing whatever it held before. A missing or empty file just
*> clears the table. Safe to call repeatedly, e.g. periodically from Server's
*> GameLoop alongside AccessList-Load, so region edits take effect without
*> restarting the server. Every line is checked - six numeric coordinates, a
*> pvp: token of pvp:on or pvp:off, well-formed member names, at most
*> MAX-REGION-MEMBERS members and MAX-REGIONS regions, nothing after the member
*> list - and each problem is reported with its line number (see
*> ConfigCheck-Report), only when the file has changed, as Trades-Load does. A
*> file with any problem is not applied: the last good copy stays in force (see
*> ConfigCheck-Rejected), so a mistyped coordinate can't quietly drop the spawn
*> region.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-Load.

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
    01 FIELD-NAME           PIC X(32).
    01 FIELD-COORD OCCURS 6 TIMES PIC X(12).
    01 FIELD-MEMBERS        PIC X(160).
    01 COORD-INDEX          BINARY-LONG UNSIGNED.
    01 MEMBER-POINTER       BINARY-LONG UNSIGNED.
    01 MEMBER-FIELD         PIC X(64).
    01 MEMBER-VALID         BINARY-CHAR UNSIGNED.
    01 COORD-A              BINARY-LONG.
    01 COORD-B              BINARY-LONG.
    *> the region being read, copied into the table only once it checks out
    01 LINE-PVP             BINARY-CHAR UNSIGNED.
    01 LINE-MEMBER-COUNT    BINARY-LONG UNSIGNED.
    01 LINE-MEMBERS OCCURS 8 TIMES PIC X(16).
    01 MEMBER-INDEX         BINARY-LONG UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-REGIONS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/regions.txt" TO FILE-NAME
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
    MOVE 0 TO REGION-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-NAME
    MOVE SPACES TO FIELD-COORD(1)
    MOVE SPACES TO FIELD-COORD(2)
    MOVE SPACES TO FIELD-COORD(3)
    MOVE SPACES TO FIELD-COORD(4)
    MOVE SPACES TO FIELD-COORD(5)
    MOVE SPACES TO FIELD-COORD(6)
    MOVE SPACES TO FIELD-MEMBERS
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-NAME FIELD-COORD(1) FIELD-COORD(2) FIELD-COORD(3)
            FIELD-COORD(4) FIELD-COORD(5) FIELD-COORD(6) FIELD-MEMBERS
        WITH POINTER LINE-POINTER
    IF FIELD-COORD(6) = SPACES
        MOVE "expected <name> <x1> <y1> <z1> <x2> <y2> <z2> [pvp:on|pvp:off] [members]" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING COORD-INDEX FROM 1 BY 1 UNTIL COORD-INDEX > 6
        IF FUNCTION TEST-NUMVAL(FIELD-COORD(COORD-INDEX)) NOT = 0
            MOVE SPACES TO REASON
            STRING "bad coordinate " FUNCTION TRIM(FIELD-COORD(COORD-INDEX)) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    *> optional "pvp:on"/"pvp:off" token before the member list -
    *> anything else in that slot is the member list itself
    MOVE 0 TO LINE-PVP
    EVALUATE FUNCTION TRIM(FIELD-MEMBERS)
        WHEN "pvp:on"
            MOVE 1 TO LINE-PVP
        WHEN "pvp:off"
            MOVE 2 TO LINE-PVP
        WHEN OTHER
            IF FIELD-MEMBERS(1:4) = "pvp:"
                MOVE SPACES TO REASON
                STRING "unknown pvp setting " FUNCTION TRIM(FIELD-MEMBERS) " (pvp:on or pvp:off)" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE
    IF LINE-PVP NOT = 0
        MOVE SPACES TO FIELD-MEMBERS
        UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
            INTO FIELD-MEMBERS
            WITH POINTER LINE-POINTER
    END-IF
    IF LINE-POINTER <= TRIMMED-LEN
        MOVE SPACES TO REASON
        STRING "unexpected " TRIMMED-LINE(LINE-POINTER:TRIMMED-LEN - LINE-POINTER + 1)
            " after the member list (members are comma-separated, no spaces)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    *> optional comma-separated member list
    MOVE 0 TO LINE-MEMBER-COUNT
    IF FIELD-MEMBERS NOT = SPACES
        MOVE 1 TO MEMBER-POINTER
        PERFORM UNTIL MEMBER-POINTER > FUNCTION LENGTH(FUNCTION TRIM(FIELD-MEMBERS))
            MOVE SPACES TO MEMBER-FIELD
            UNSTRING FIELD-MEMBERS DELIMITED BY ","
                INTO MEMBER-FIELD
                WITH POINTER MEMBER-POINTER
            IF MEMBER-FIELD NOT = SPACES
                MOVE FUNCTION TRIM(MEMBER-FIELD) TO MEMBER-FIELD
                CALL "ConfigCheck-IsName" USING MEMBER-FIELD MEMBER-VALID
                IF MEMBER-VALID = 0
                    MOVE SPACES TO REASON
                    STRING "bad member name " FUNCTION TRIM(MEMBER-FIELD) INTO REASON
                    PERFORM ReportProblem
                    EXIT PARAGRAPH
                END-IF
                IF LINE-MEMBER-COUNT >= MAX-REGION-MEMBERS
                    MOVE MAX-REGION-MEMBERS TO NUM-DISPLAY
                    MOVE SPACES TO REASON
                    STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " members" INTO REASON
                    PERFORM ReportProblem
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO LINE-MEMBER-COUNT
                MOVE MEMBER-FIELD TO LINE-MEMBERS(LINE-MEMBER-COUNT)
            END-IF
        END-PERFORM
    END-IF
    IF REGION-COUNT >= MAX-REGIONS
        MOVE MAX-REGIONS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " regions" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO REGION-COUNT
    MOVE FIELD-NAME TO REGION-NAME(REGION-COUNT)

    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-COORD(1))
    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-COORD(4))
    COMPUTE REGION-MIN-X(REGION-COUNT) = FUNCTION MIN(COORD-A, COORD-B)
    COMPUTE REGION-MAX-X(REGION-COUNT) = FUNCTION MAX(COORD-A, COORD-B)
    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-COORD(2))
    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-COORD(5))
    COMPUTE REGION-MIN-Y(REGION-COUNT) = FUNCTION MIN(COORD-A, COORD-B)
    COMPUTE REGION-MAX-Y(REGION-COUNT) = FUNCTION MAX(COORD-A, COORD-B)
    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-COORD(3))
    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-COORD(6))
    COMPUTE REGION-MIN-Z(REGION-COUNT) = FUNCTION MIN(COORD-A, COORD-B)
    COMPUTE REGION-MAX-Z(REGION-COUNT) = FUNCTION MAX(COORD-A, COORD-B)

    MOVE LINE-PVP TO REGION-PVP(REGION-COUNT)
    MOVE LINE-MEMBER-COUNT TO REGION-MEMBER-COUNT(REGION-COUNT)
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1 UNTIL MEMBER-INDEX > LINE-MEMBER-COUNT
        MOVE LINE-MEMBERS(MEMBER-INDEX) TO REGION-MEMBERS(REGION-COUNT, MEMBER-INDEX)
    END-PERFORM
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Regions-Load.

*> --- Regions-CheckAllowed ---
*> May LK-USERNAME change the block at LK-POSITION in dimension LK-DIMENSION, as
*> far as the protected-region list and the player land claims are concerned?
*> Outside every region and claim anyone may build; inside a region, only the
*> region's listed members may, and inside a claim (see DD-CLAIMS) only its
*> owner and trusted members (ops are exempted by the caller - see
*> CheckBuildPermission in Server, which also applies spawn protection). The
*> denying region's name - or "claim #<id> (<owner>)" - comes back so the caller
*> can say which build is protected.
IDENTIFICATION DIVISION.
PROGRAM-ID. Regions-CheckAllowed.

    01 REGION-INDEX          BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX          BINARY-LONG UNSIGNED.
    01 IS-MEMBER             BINARY-CHAR UNSIGNED.
    01 CLAIM-INDEX           BINARY-LONG UNSIGNED.
    01 DISPLAY-ID            PIC Z(9)9.
    COPY DD-REGIONS.
    COPY DD-CLAIMS.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                 BINARY-LONG.
        02 LK-Y                 BINARY-LONG.
        02 LK-Z                 BINARY-LONG.
    01 LK-DIMENSION          BINARY-CHAR UNSIGNED.
    01 LK-USERNAME           PIC X(16).
    01 LK-ALLOWED            BINARY-CHAR UNSIGNED.
    01 LK-REGION-NAME        PIC X(32).

PROCEDURE DIVISION USING LK-POSITION LK-DIMENSION LK-USERNAME LK-ALLOWED LK-REGION-NAME.
    MOVE 1 TO LK-ALLOWED
    MOVE SPACES TO LK-REGION-NAME
    PERFORM VARYING REGION-INDEX FROM 1 BY 1 UNTIL REGION-INDEX > REGION-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF LK-ALLOWED = 0
        GOBACK
    END-IF

    *> claims cover whole columns, so only x and z matter
    CALL "Claims-FindAt" USING LK-DIMENSION LK-X LK-Z CLAIM-INDEX
    IF CLAIM-INDEX = 0 OR CLAIM-OWNER(CLAIM-INDEX) = LK-USERNAME
        GOBACK
    END-IF
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1 UNTIL MEMBER-INDEX > CLAIM-MEMBER-COUNT(CLAIM-INDEX)
        IF CLAIM-MEMBERS(CLAIM-INDEX, MEMBER-INDEX) = LK-USERNAME
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-ALLOWED
    MOVE CLAIM-ID(CLAIM-INDEX) TO DISPLAY-ID
    STRING "claim #" FUNCTION TRIM(DISPLAY-ID) " (" FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX)) ")"
        INTO LK-REGION-NAME
    GOBACK.

END PROGRAM Regions-CheckAllowed.
