*> --- ResourceAreas-Load ---
*> (Re-)loads save/resource-areas.txt into RESOURCE-AREAS-TABLE (see
*> DD-RESOURCE-AREAS), replacing whatever it held before - one line per area,
*> blank lines and "#" comment lines ignored:
*>
*>     mining overworld 40 -10 55 5 spawn warn 10 days sun
*>     quarry nether -8 -8 7 7 netherhub
*>
*> i.e. the name, the dimension, two opposite corner chunks (chunk
*> coordinates, block coordinate divided by 16), the warp anyone inside is
*> moved to, then optionally "warn <minutes>" (0-60, default 5) and
*> "days <day>[,<day>...]" (mon tue wed thu fri sat sun - the days a scheduled
*> reset may run on, default every day). A missing or empty file just clears
*> the table. A malformed line, a bad dimension or coordinate, a name used
*> twice, an area over MAX-RESOURCE-AREA-CHUNKS chunks, an unknown option or
*> day, or one area too many is reported with its line number and the last
*> good copy kept, exactly as Regions-Load does. Whether the warp exists is
*> only checked when a reset starts, since warps.txt is loaded separately and
*> /setwarp can add it afterwards.
IDENTIFICATION DIVISION.
PROGRAM-ID. ResourceAreas-Load.

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
    01 FIELD-NAME           PIC X(32).
    01 FIELD-DIM            PIC X(16).
    01 FIELD-COORD OCCURS 4 TIMES PIC X(12).
    01 FIELD-WARP           PIC X(32).
    01 FIELD-OPTION         PIC X(16).
    01 FIELD-VALUE          PIC X(64).
    01 COORD-INDEX          BINARY-LONG UNSIGNED.
    01 COORD-A              BINARY-LONG.
    01 COORD-B              BINARY-LONG.
    01 AREA-CHUNKS          BINARY-DOUBLE.
    01 AREA-INDEX           BINARY-LONG UNSIGNED.
    01 NAME-VALID           BINARY-CHAR UNSIGNED.
    01 NAME-CHECK           PIC X(64).
    01 DAY-POINTER          BINARY-LONG UNSIGNED.
    01 DAY-FIELD            PIC X(16).
    01 DAY-INDEX            BINARY-LONG UNSIGNED.
    01 C-DAY-NAMES          PIC X(21)   VALUE "montuewedthufrisatsun".
    *> the area being read, copied into the table only once it checks out
    01 LINE-DIM             BINARY-CHAR UNSIGNED.
    01 LINE-MIN-X           BINARY-LONG.
    01 LINE-MIN-Z           BINARY-LONG.
    01 LINE-MAX-X           BINARY-LONG.
    01 LINE-MAX-Z           BINARY-LONG.
    01 LINE-WARN            BINARY-LONG UNSIGNED.
    01 LINE-DAYS            PIC X(7).
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    01 NUM-DISPLAY2         PIC -(9)9.
    COPY DD-RESOURCE-AREAS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/resource-areas.txt" TO FILE-NAME
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
    MOVE 0 TO RESOURCE-AREA-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-NAME FIELD-DIM FIELD-WARP
    MOVE SPACES TO FIELD-COORD(1) FIELD-COORD(2) FIELD-COORD(3) FIELD-COORD(4)
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-NAME FIELD-DIM FIELD-COORD(1) FIELD-COORD(2)
            FIELD-COORD(3) FIELD-COORD(4) FIELD-WARP
        WITH POINTER LINE-POINTER
    IF FIELD-WARP = SPACES
        MOVE "expected <name> <overworld|nether> <chunk-x1> <chunk-z1> <chunk-x2> <chunk-z2> <warp> [options]" TO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    *> the name is typed after "regen", so it takes the same characters a
    *> player name does
    MOVE FIELD-NAME TO NAME-CHECK
    CALL "ConfigCheck-IsName" USING NAME-CHECK NAME-VALID
    IF NAME-VALID = 0
        MOVE SPACES TO REASON
        STRING "bad area name " FUNCTION TRIM(FIELD-NAME) " (1-16 letters, digits or _)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > RESOURCE-AREA-COUNT
        IF RESOURCE-AREA-NAME(AREA-INDEX) = FIELD-NAME
            MOVE SPACES TO REASON
            STRING "area " FUNCTION TRIM(FIELD-NAME) " is defined twice" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    EVALUATE FIELD-DIM
        WHEN "overworld"
            MOVE 0 TO LINE-DIM
        WHEN "nether"
            MOVE 1 TO LINE-DIM
        WHEN OTHER
            MOVE SPACES TO REASON
            STRING "bad dimension " FUNCTION TRIM(FIELD-DIM) " (overworld or nether)" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM VARYING COORD-INDEX FROM 1 BY 1 UNTIL COORD-INDEX > 4
        IF FUNCTION TEST-NUMVAL(FIELD-COORD(COORD-INDEX)) NOT = 0
            MOVE SPACES TO REASON
            STRING "bad chunk coordinate " FUNCTION TRIM(FIELD-COORD(COORD-INDEX)) INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(FIELD-COORD(COORD-INDEX)) NOT = FUNCTION INTEGER(FUNCTION NUMVAL(FIELD-COORD(COORD-INDEX)))
            MOVE SPACES TO REASON
            STRING "bad chunk coordinate " FUNCTION TRIM(FIELD-COORD(COORD-INDEX)) " (whole chunks only)" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-COORD(1))
    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-COORD(3))
    COMPUTE LINE-MIN-X = FUNCTION MIN(COORD-A, COORD-B)
    COMPUTE LINE-MAX-X = FUNCTION MAX(COORD-A, COORD-B)
    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-COORD(2))
    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-COORD(4))
    COMPUTE LINE-MIN-Z = FUNCTION MIN(COORD-A, COORD-B)
    COMPUTE LINE-MAX-Z = FUNCTION MAX(COORD-A, COORD-B)
    COMPUTE AREA-CHUNKS = (LINE-MAX-X - LINE-MIN-X + 1) * (LINE-MAX-Z - LINE-MIN-Z + 1)
    IF AREA-CHUNKS > MAX-RESOURCE-AREA-CHUNKS
        MOVE AREA-CHUNKS TO NUM-DISPLAY
        MOVE MAX-RESOURCE-AREA-CHUNKS TO NUM-DISPLAY2
        MOVE SPACES TO REASON
        STRING "area covers " FUNCTION TRIM(NUM-DISPLAY) " chunks (at most " FUNCTION TRIM(NUM-DISPLAY2) ")" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION LENGTH(FUNCTION TRIM(FIELD-WARP)) > 16
        MOVE SPACES TO REASON
        STRING "warp name " FUNCTION TRIM(FIELD-WARP) " is longer than 16 characters" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    *> the options, in any order
    MOVE 5 TO LINE-WARN
    MOVE "1111111" TO LINE-DAYS
    PERFORM UNTIL LINE-POINTER > TRIMMED-LEN
        MOVE SPACES TO FIELD-OPTION FIELD-VALUE
        UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
            INTO FIELD-OPTION FIELD-VALUE
            WITH POINTER LINE-POINTER
        EVALUATE FIELD-OPTION
            WHEN "warn"
                IF FUNCTION TEST-NUMVAL(FIELD-VALUE) NOT = 0
                    MOVE SPACES TO REASON
                    STRING "bad warning minutes " FUNCTION TRIM(FIELD-VALUE) " (0-60)" INTO REASON
                    PERFORM ReportProblem
                    EXIT PARAGRAPH
                END-IF
                IF FUNCTION NUMVAL(FIELD-VALUE) < 0 OR FUNCTION NUMVAL(FIELD-VALUE) > 60
                    OR FUNCTION NUMVAL(FIELD-VALUE) NOT = FUNCTION INTEGER(FUNCTION NUMVAL(FIELD-VALUE))
                    MOVE SPACES TO REASON
                    STRING "bad warning minutes " FUNCTION TRIM(FIELD-VALUE) " (0-60)" INTO REASON
                    PERFORM ReportProblem
                    EXIT PARAGRAPH
                END-IF
                COMPUTE LINE-WARN = FUNCTION NUMVAL(FIELD-VALUE)
            WHEN "days"
                PERFORM ParseDays
                IF LINE-DAYS = SPACES
                    EXIT PARAGRAPH
                END-IF
            WHEN OTHER
                MOVE SPACES TO REASON
                STRING "unknown option " FUNCTION TRIM(FIELD-OPTION) " (warn <minutes> or days <mon,tue,...>)" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
        END-EVALUATE
    END-PERFORM

    IF RESOURCE-AREA-COUNT >= MAX-RESOURCE-AREAS
        MOVE MAX-RESOURCE-AREAS TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " areas" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO RESOURCE-AREA-COUNT
    MOVE FIELD-NAME TO RESOURCE-AREA-NAME(RESOURCE-AREA-COUNT)
    MOVE LINE-DIM TO RESOURCE-AREA-DIM(RESOURCE-AREA-COUNT)
    MOVE LINE-MIN-X TO RESOURCE-AREA-MIN-X(RESOURCE-AREA-COUNT)
    MOVE LINE-MIN-Z TO RESOURCE-AREA-MIN-Z(RESOURCE-AREA-COUNT)
    MOVE LINE-MAX-X TO RESOURCE-AREA-MAX-X(RESOURCE-AREA-COUNT)
    MOVE LINE-MAX-Z TO RESOURCE-AREA-MAX-Z(RESOURCE-AREA-COUNT)
    MOVE FIELD-WARP TO RESOURCE-AREA-WARP(RESOURCE-AREA-COUNT)
    MOVE LINE-WARN TO RESOURCE-AREA-WARN-MINUTES(RESOURCE-AREA-COUNT)
    MOVE LINE-DAYS TO RESOURCE-AREA-DAYS(RESOURCE-AREA-COUNT)
    EXIT PARAGRAPH.

ParseDays.
    *> a comma-separated list of three-letter day names into LINE-DAYS; left
    *> as spaces once a problem has been reported
    MOVE "0000000" TO LINE-DAYS
    IF FIELD-VALUE = SPACES
        MOVE "days needs at least one of mon tue wed thu fri sat sun" TO REASON
        PERFORM ReportProblem
        MOVE SPACES TO LINE-DAYS
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO DAY-POINTER
    PERFORM UNTIL DAY-POINTER > FUNCTION LENGTH(FUNCTION TRIM(FIELD-VALUE))
        MOVE SPACES TO DAY-FIELD
        UNSTRING FIELD-VALUE DELIMITED BY ","
            INTO DAY-FIELD
            WITH POINTER DAY-POINTER
        PERFORM VARYING DAY-INDEX FROM 1 BY 1 UNTIL DAY-INDEX > 7
            IF FUNCTION LOWER-CASE(DAY-FIELD) = C-DAY-NAMES(DAY-INDEX * 3 - 2:3)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF DAY-INDEX > 7
            MOVE SPACES TO REASON
            STRING "unknown day " FUNCTION TRIM(DAY-FIELD) " (mon tue wed thu fri sat sun)" INTO REASON
            PERFORM ReportProblem
            MOVE SPACES TO LINE-DAYS
            EXIT PARAGRAPH
        END-IF
        MOVE "1" TO LINE-DAYS(DAY-INDEX:1)
    END-PERFORM
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM ResourceAreas-Load.

*> --- ResourceAreas-Find ---
*> Sets LK-INDEX to the RESOURCE-AREAS-TABLE entry named LK-NAME, or 0 if
*> there is none.
IDENTIFICATION DIVISION.
PROGRAM-ID. ResourceAreas-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RESOURCE-AREAS.
LINKAGE SECTION.
    01 LK-NAME              PIC X(16).
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-INDEX.
    PERFORM VARYING LK-INDEX FROM 1 BY 1 UNTIL LK-INDEX > RESOURCE-AREA-COUNT
        IF RESOURCE-AREA-NAME(LK-INDEX) = LK-NAME
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-INDEX
    GOBACK.

END PROGRAM ResourceAreas-Find.
