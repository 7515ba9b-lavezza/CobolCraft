*> --- Claims-Load ---
*> (Re-)loads save/claims.txt into CLAIMS-TABLE, replacing whatever it held
*> before - see DD-CLAIMS for the line layout. Blank lines and "#" comment
*> lines are ignored, as is a claim line with no id or owner. CLAIM-NEXT-ID
*> comes from the "next|<id>" line, and is never left at or below an id
*> already on file. A missing or empty file just clears the table. Called
*> once at startup - the running server owns this file and rewrites it on
*> every change (see Claims-Save).
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(65536).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(512).
    01 TRIMMED-LINE         PIC X(512).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 FIELD-ID             PIC X(16).
    01 FIELD-OWNER          PIC X(16).
    01 FIELD-DIM            PIC X(16).
    01 FIELD-BOUNDS         PIC X(64).
    01 FIELD-CREATED        PIC X(16).
    01 FIELD-SEEN           PIC X(16).
    01 FIELD-MEMBERS        PIC X(160).
    01 FIELD-X1             PIC X(16).
    01 FIELD-Z1             PIC X(16).
    01 FIELD-X2             PIC X(16).
    01 FIELD-Z2             PIC X(16).
    01 MEMBER-POINTER       BINARY-LONG UNSIGNED.
    01 MEMBER-FIELD         PIC X(16).
    01 COORD-A              BINARY-LONG.
    01 COORD-B              BINARY-LONG.
    COPY DD-CLAIMS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE 0 TO CLAIM-COUNT
    MOVE 1 TO CLAIM-NEXT-ID
    CALL "Files-ReadAll" USING "save/claims.txt" FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH OR CLAIM-COUNT >= MAX-CLAIMS
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            MOVE SPACES TO FIELD-ID FIELD-OWNER FIELD-DIM FIELD-BOUNDS FIELD-CREATED FIELD-SEEN FIELD-MEMBERS
            UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY "|"
                INTO FIELD-ID FIELD-OWNER FIELD-DIM FIELD-BOUNDS FIELD-CREATED FIELD-SEEN FIELD-MEMBERS
            EVALUATE TRUE
                WHEN FIELD-ID = "next"
                    IF FUNCTION NUMVAL(FIELD-OWNER) > CLAIM-NEXT-ID
                        COMPUTE CLAIM-NEXT-ID = FUNCTION NUMVAL(FIELD-OWNER)
                    END-IF
                WHEN FUNCTION NUMVAL(FIELD-ID) > 0 AND FIELD-OWNER NOT = SPACES
                    ADD 1 TO CLAIM-COUNT
                    COMPUTE CLAIM-ID(CLAIM-COUNT) = FUNCTION NUMVAL(FIELD-ID)
                    MOVE FIELD-OWNER TO CLAIM-OWNER(CLAIM-COUNT)
                    COMPUTE CLAIM-DIMENSION(CLAIM-COUNT) = FUNCTION NUMVAL(FIELD-DIM)
                    MOVE SPACES TO FIELD-X1 FIELD-Z1 FIELD-X2 FIELD-Z2
                    UNSTRING FIELD-BOUNDS DELIMITED BY ALL SPACES INTO FIELD-X1 FIELD-Z1 FIELD-X2 FIELD-Z2
                    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-X1)
                    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-X2)
                    COMPUTE CLAIM-MIN-X(CLAIM-COUNT) = FUNCTION MIN(COORD-A, COORD-B)
                    COMPUTE CLAIM-MAX-X(CLAIM-COUNT) = FUNCTION MAX(COORD-A, COORD-B)
                    COMPUTE COORD-A = FUNCTION NUMVAL(FIELD-Z1)
                    COMPUTE COORD-B = FUNCTION NUMVAL(FIELD-Z2)
                    COMPUTE CLAIM-MIN-Z(CLAIM-COUNT) = FUNCTION MIN(COORD-A, COORD-B)
                    COMPUTE CLAIM-MAX-Z(CLAIM-COUNT) = FUNCTION MAX(COORD-A, COORD-B)
                    MOVE FIELD-CREATED TO CLAIM-CREATED(CLAIM-COUNT)
                    MOVE FIELD-SEEN TO CLAIM-SEEN(CLAIM-COUNT)
                    MOVE 0 TO CLAIM-MEMBER-COUNT(CLAIM-COUNT)
                    MOVE SPACES TO CLAIM-MEMBERS(CLAIM-COUNT, 1) CLAIM-MEMBERS(CLAIM-COUNT, 2)
                        CLAIM-MEMBERS(CLAIM-COUNT, 3) CLAIM-MEMBERS(CLAIM-COUNT, 4)
                        CLAIM-MEMBERS(CLAIM-COUNT, 5) CLAIM-MEMBERS(CLAIM-COUNT, 6)
                        CLAIM-MEMBERS(CLAIM-COUNT, 7) CLAIM-MEMBERS(CLAIM-COUNT, 8)
                    IF FIELD-MEMBERS NOT = SPACES
                        MOVE 1 TO MEMBER-POINTER
                        PERFORM UNTIL MEMBER-POINTER > FUNCTION LENGTH(FUNCTION TRIM(FIELD-MEMBERS))
                            OR CLAIM-MEMBER-COUNT(CLAIM-COUNT) >= MAX-CLAIM-MEMBERS
                            MOVE SPACES TO MEMBER-FIELD
                            UNSTRING FIELD-MEMBERS DELIMITED BY ","
                                INTO MEMBER-FIELD
                                WITH POINTER MEMBER-POINTER
                            IF MEMBER-FIELD NOT = SPACES
                                ADD 1 TO CLAIM-MEMBER-COUNT(CLAIM-COUNT)
                                MOVE FUNCTION TRIM(MEMBER-FIELD) TO CLAIM-MEMBERS(CLAIM-COUNT, CLAIM-MEMBER-COUNT(CLAIM-COUNT))
                            END-IF
                        END-PERFORM
                    END-IF
                    IF CLAIM-ID(CLAIM-COUNT) >= CLAIM-NEXT-ID
                        COMPUTE CLAIM-NEXT-ID = CLAIM-ID(CLAIM-COUNT) + 1
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Claims-Load.

*> --- Claims-Save ---
*> Rewrites save/claims.txt from CLAIMS-TABLE - the persistence half of
*> /claim and the staff "claims" command in Server.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-Save.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-BUFFER          PIC X(65536).
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX         BINARY-LONG UNSIGNED.
    01 DISPLAY-ID           PIC Z(9)9.
    01 DISPLAY-DIM          PIC 9.
    01 DISPLAY-X1           PIC -(9)9.
    01 DISPLAY-Z1           PIC -(9)9.
    01 DISPLAY-X2           PIC -(9)9.
    01 DISPLAY-Z2           PIC -(9)9.
    COPY DD-CLAIMS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE SPACES TO FILE-BUFFER
    MOVE 1 TO FILE-POINTER
    MOVE CLAIM-NEXT-ID TO DISPLAY-ID
    STRING "next|" FUNCTION TRIM(DISPLAY-ID) X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        MOVE CLAIM-ID(CLAIM-INDEX) TO DISPLAY-ID
        MOVE CLAIM-DIMENSION(CLAIM-INDEX) TO DISPLAY-DIM
        MOVE CLAIM-MIN-X(CLAIM-INDEX) TO DISPLAY-X1
        MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO DISPLAY-Z1
        MOVE CLAIM-MAX-X(CLAIM-INDEX) TO DISPLAY-X2
        MOVE CLAIM-MAX-Z(CLAIM-INDEX) TO DISPLAY-Z2
        STRING FUNCTION TRIM(DISPLAY-ID) "|" FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX)) "|" DISPLAY-DIM "|"
            FUNCTION TRIM(DISPLAY-X1) " " FUNCTION TRIM(DISPLAY-Z1) " "
            FUNCTION TRIM(DISPLAY-X2) " " FUNCTION TRIM(DISPLAY-Z2) "|"
            CLAIM-CREATED(CLAIM-INDEX) "|" CLAIM-SEEN(CLAIM-INDEX) "|"
            INTO FILE-BUFFER WITH POINTER FILE-POINTER
        PERFORM VARYING MEMBER-INDEX FROM 1 BY 1 UNTIL MEMBER-INDEX > CLAIM-MEMBER-COUNT(CLAIM-INDEX)
            IF MEMBER-INDEX > 1
                STRING "," INTO FILE-BUFFER WITH POINTER FILE-POINTER
            END-IF
            STRING FUNCTION TRIM(CLAIM-MEMBERS(CLAIM-INDEX, MEMBER-INDEX)) INTO FILE-BUFFER WITH POINTER FILE-POINTER
        END-PERFORM
        STRING X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    END-PERFORM
    COMPUTE FILE-LENGTH = FILE-POINTER - 1
    CALL "Files-WriteAll" USING "save/claims.txt" FILE-BUFFER FILE-LENGTH LK-FAILURE
    GOBACK.

END PROGRAM Claims-Save.

*> --- Claims-Find ---
*> The CLAIMS-TABLE index of claim number LK-ID, or 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-CLAIMS.
LINKAGE SECTION.
    01 LK-ID                BINARY-LONG UNSIGNED.
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-ID LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        IF CLAIM-ID(CLAIM-INDEX) = LK-ID
            MOVE CLAIM-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Claims-Find.

*> --- Claims-FindAt ---
*> The CLAIMS-TABLE index of the claim covering column LK-X/LK-Z in dimension
*> LK-DIMENSION, or 0. Claims never overlap, so there is at most one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-FindAt.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-CLAIMS.
LINKAGE SECTION.
    01 LK-DIMENSION         BINARY-CHAR UNSIGNED.
    01 LK-X                 BINARY-LONG.
    01 LK-Z                 BINARY-LONG.
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-DIMENSION LK-X LK-Z LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        IF CLAIM-DIMENSION(CLAIM-INDEX) = LK-DIMENSION
            AND LK-X >= CLAIM-MIN-X(CLAIM-INDEX) AND LK-X <= CLAIM-MAX-X(CLAIM-INDEX)
            AND LK-Z >= CLAIM-MIN-Z(CLAIM-INDEX) AND LK-Z <= CLAIM-MAX-Z(CLAIM-INDEX)
            MOVE CLAIM-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Claims-FindAt.

*> --- Claims-CheckOverlap ---
*> Would a claim over LK-MIN-X..LK-MAX-X, LK-MIN-Z..LK-MAX-Z in dimension
*> LK-DIMENSION run into anything already protected? LK-CONFLICT comes back
*> blank when it would not, or names the first thing it touches: another
*> claim in that dimension ("claim #<id> (<owner>)"), the spawn-protection
*> square of LK-SPAWN-RADIUS around 0,0 ("spawn protection" - 0 = none), or
*> a staff region from save/regions.txt (its name). A claim covers whole
*> columns, so a region counts wherever its x/z footprint meets the claim,
*> whatever its height - and in either dimension, since regions carry none.
*> A resource area in that dimension counts too ("resource area <name>"),
*> since its chunks are regenerated from time to time - see
*> DD-RESOURCE-AREAS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claims-CheckOverlap.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    01 REGION-INDEX         BINARY-LONG UNSIGNED.
    01 DISPLAY-ID           PIC Z(9)9.
    01 AREA-INDEX           BINARY-LONG UNSIGNED.
    COPY DD-CLAIMS.
    COPY DD-REGIONS.
    COPY DD-RESOURCE-AREAS.
LINKAGE SECTION.
    01 LK-DIMENSION         BINARY-CHAR UNSIGNED.
    01 LK-MIN-X             BINARY-LONG.
    01 LK-MIN-Z             BINARY-LONG.
    01 LK-MAX-X             BINARY-LONG.
    01 LK-MAX-Z             BINARY-LONG.
    01 LK-SPAWN-RADIUS      BINARY-SHORT UNSIGNED.
    01 LK-CONFLICT          PIC X(32).

PROCEDURE DIVISION USING LK-DIMENSION LK-MIN-X LK-MIN-Z LK-MAX-X LK-MAX-Z LK-SPAWN-RADIUS LK-CONFLICT.
    MOVE SPACES TO LK-CONFLICT
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        IF CLAIM-DIMENSION(CLAIM-INDEX) = LK-DIMENSION
            AND LK-MIN-X <= CLAIM-MAX-X(CLAIM-INDEX) AND LK-MAX-X >= CLAIM-MIN-X(CLAIM-INDEX)
            AND LK-MIN-Z <= CLAIM-MAX-Z(CLAIM-INDEX) AND LK-MAX-Z >= CLAIM-MIN-Z(CLAIM-INDEX)
            MOVE CLAIM-ID(CLAIM-INDEX) TO DISPLAY-ID
            STRING "claim #" FUNCTION TRIM(DISPLAY-ID) " (" FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX)) ")"
                INTO LK-CONFLICT
            GOBACK
        END-IF
    END-PERFORM

    *> spawn protection is checked on the raw coordinates in every dimension -
    *> see CheckBuildPermission in Server
    IF LK-SPAWN-RADIUS > 0
        AND LK-MIN-X <= LK-SPAWN-RADIUS AND LK-MAX-X >= 0 - LK-SPAWN-RADIUS
        AND LK-MIN-Z <= LK-SPAWN-RADIUS AND LK-MAX-Z >= 0 - LK-SPAWN-RADIUS
        MOVE "spawn protection" TO LK-CONFLICT
        GOBACK
    END-IF

    PERFORM VARYING REGION-INDEX FROM 1 BY 1 UNTIL REGION-INDEX > REGION-COUNT
        IF LK-MIN-X <= REGION-MAX-X(REGION-INDEX) AND LK-MAX-X >= REGION-MIN-X(REGION-INDEX)
            AND LK-MIN-Z <= REGION-MAX-Z(REGION-INDEX) AND LK-MAX-Z >= REGION-MIN-Z(REGION-INDEX)
            MOVE REGION-NAME(REGION-INDEX) TO LK-CONFLICT
            GOBACK
        END-IF
    END-PERFORM

    *> resource areas are kept in chunk coordinates
    PERFORM VARYING AREA-INDEX FROM 1 BY 1 UNTIL AREA-INDEX > RESOURCE-AREA-COUNT
        IF RESOURCE-AREA-DIM(AREA-INDEX) = LK-DIMENSION
            AND LK-MIN-X <= RESOURCE-AREA-MAX-X(AREA-INDEX) * 16 + 15 AND LK-MAX-X >= RESOURCE-AREA-MIN-X(AREA-INDEX) * 16
            AND LK-MIN-Z <= RESOURCE-AREA-MAX-Z(AREA-INDEX) * 16 + 15 AND LK-MAX-Z >= RESOURCE-AREA-MIN-Z(AREA-INDEX) * 16
            STRING "resource area " FUNCTION TRIM(RESOURCE-AREA-NAME(AREA-INDEX)) INTO LK-CONFLICT
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Claims-CheckOverlap.

*> --- ClaimsConfig-Load ---
*> (Re-)loads save/claims-config.txt - one "<setting> <value>" line per claim
*> limit, blank lines and "#" comment lines ignored - into CLAIM-SETTINGS (see
*> DD-CLAIMS for the settings and their defaults). Every setting is first put
*> back to its default, so a line deleted from the file stops applying on the
*> next reload; values are clamped to a sane range, and expire-days is kept
*> beyond review-days so a claim is always listed for review before it goes.
*> An unknown setting, a non-numeric value or a malformed line is reported
*> with its line number and the last good copy kept, exactly as Animals-Load
*> does. A missing or empty file simply leaves the defaults in force.
IDENTIFICATION DIVISION.
PROGRAM-ID. ClaimsConfig-Load.

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
    01 FIELD-VALUE          PIC X(12).
    01 SETTING-VALUE        BINARY-LONG.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-CLAIMS.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE "save/claims-config.txt" TO FILE-NAME
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
    *> a claim must spend at least a day on the review list before it expires
    IF CLAIM-EXPIRE-DAYS <= CLAIM-REVIEW-DAYS
        COMPUTE CLAIM-EXPIRE-DAYS = CLAIM-REVIEW-DAYS + 1
    END-IF
    EXIT PARAGRAPH.

ResetTable.
    MOVE 1024 TO CLAIM-BASE-BLOCKS
    MOVE 100 TO CLAIM-BLOCKS-PER-HOUR
    MOVE 40000 TO CLAIM-MAX-BLOCKS
    MOVE 3 TO CLAIM-MAX-PER-PLAYER
    MOVE 45 TO CLAIM-REVIEW-DAYS
    MOVE 60 TO CLAIM-EXPIRE-DAYS
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
        WHEN "base-blocks"
            COMPUTE CLAIM-BASE-BLOCKS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 0), 1000000)
        WHEN "blocks-per-hour"
            COMPUTE CLAIM-BLOCKS-PER-HOUR = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 0), 100000)
        WHEN "max-blocks"
            COMPUTE CLAIM-MAX-BLOCKS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 10000000)
        WHEN "max-claims"
            COMPUTE CLAIM-MAX-PER-PLAYER = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 10)
        WHEN "review-days"
            COMPUTE CLAIM-REVIEW-DAYS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 1), 3650)
        WHEN "expire-days"
            COMPUTE CLAIM-EXPIRE-DAYS = FUNCTION MIN(FUNCTION MAX(SETTING-VALUE, 2), 3650)
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

END PROGRAM ClaimsConfig-Load.
