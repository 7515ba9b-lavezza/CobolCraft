*> --- Deaths-Read ---
*> Loads LK-USERNAME's death history from save/deaths/<username>.dat into
*> DEATH-HISTORY. A player who has never died (no file) gets an empty history
*> and no failure; a file that is the wrong size or carries the wrong
*> DEATH-FILE-MAGIC also leaves the history empty, but sets LK-FAILURE so the
*> caller knows not to write over it unseen.
IDENTIFICATION DIVISION.
PROGRAM-ID. Deaths-Read.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 C-DEATH-FILE-MAGIC   PIC X(8)                VALUE "CCDEATH1".
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 FILE-BUFFER          PIC X(262144).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    COPY DD-DEATHS.
LINKAGE SECTION.
    01 LK-USERNAME          PIC X(16).
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-USERNAME LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    INITIALIZE DEATH-HISTORY
    MOVE C-DEATH-FILE-MAGIC TO DEATH-FILE-MAGIC
    MOVE 1 TO DEATH-NEXT-ID
    MOVE 0 TO DEATH-COUNT

    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/deaths/" FUNCTION TRIM(LK-USERNAME) ".dat" INTO DATA-FILE-NAME
    CALL "Files-ReadAll" USING DATA-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    IF FILE-BUFFER-LENGTH NOT = LENGTH OF DEATH-HISTORY OR FILE-BUFFER(1:8) NOT = C-DEATH-FILE-MAGIC
        MOVE 1 TO LK-FAILURE
        GOBACK
    END-IF
    MOVE FILE-BUFFER(1:FILE-BUFFER-LENGTH) TO DEATH-HISTORY
    IF DEATH-COUNT > MAX-DEATHS
        MOVE MAX-DEATHS TO DEATH-COUNT
    END-IF
    GOBACK.

END PROGRAM Deaths-Read.

*> --- Deaths-Write ---
*> Writes DEATH-HISTORY back to save/deaths/<username>.dat, whole.
IDENTIFICATION DIVISION.
PROGRAM-ID. Deaths-Write.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DATA-FILE-NAME       PIC X(255).
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    COPY DD-DEATHS.
LINKAGE SECTION.
    01 LK-USERNAME          PIC X(16).
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-USERNAME LK-FAILURE.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/deaths"
    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/deaths/" FUNCTION TRIM(LK-USERNAME) ".dat" INTO DATA-FILE-NAME
    MOVE LENGTH OF DEATH-HISTORY TO FILE-LENGTH
    CALL "Files-WriteAll" USING DATA-FILE-NAME DEATH-HISTORY FILE-LENGTH LK-FAILURE
    GOBACK.

END PROGRAM Deaths-Write.

*> --- Deaths-Record ---
*> Snaps player LK-PLAYER (a PLAYERS-TABLE index) as they die - inventory,
*> experience, position and LK-CAUSE - onto the end of their death history,
*> pushing the oldest death out once MAX-DEATHS are kept, and saves it. Called
*> from ApplyDamage before the inventory is dropped. A history file that will
*> not read is left alone and the death goes unrecorded (LK-FAILURE set), so
*> the deaths already on it can still be recovered by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. Deaths-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DEATH-INDEX          BINARY-LONG UNSIGNED.
    01 NOW-RAW              PIC X(21).
    COPY DD-DEATHS.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER            BINARY-LONG UNSIGNED.
    01 LK-CAUSE             PIC X(32).
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER LK-CAUSE LK-FAILURE.
    CALL "Deaths-Read" USING USERNAME(LK-PLAYER) LK-FAILURE
    IF LK-FAILURE NOT = 0
        GOBACK
    END-IF

    IF DEATH-COUNT >= MAX-DEATHS
        PERFORM VARYING DEATH-INDEX FROM 2 BY 1 UNTIL DEATH-INDEX > DEATH-COUNT
            MOVE DEATH-ENTRY(DEATH-INDEX) TO DEATH-ENTRY(DEATH-INDEX - 1)
        END-PERFORM
        SUBTRACT 1 FROM DEATH-COUNT
    END-IF
    ADD 1 TO DEATH-COUNT

    MOVE FUNCTION CURRENT-DATE TO NOW-RAW
    MOVE DEATH-NEXT-ID TO DEATH-ID(DEATH-COUNT)
    ADD 1 TO DEATH-NEXT-ID
    MOVE NOW-RAW(1:14) TO DEATH-TIME(DEATH-COUNT)
    MOVE PLAYER-DIMENSION(LK-PLAYER) TO DEATH-DIMENSION(DEATH-COUNT)
    MOVE PLAYER-X(LK-PLAYER) TO DEATH-X(DEATH-COUNT)
    MOVE PLAYER-Y(LK-PLAYER) TO DEATH-Y(DEATH-COUNT)
    MOVE PLAYER-Z(LK-PLAYER) TO DEATH-Z(DEATH-COUNT)
    IF LK-CAUSE = SPACES
        MOVE "unknown" TO DEATH-CAUSE(DEATH-COUNT)
    ELSE
        MOVE LK-CAUSE TO DEATH-CAUSE(DEATH-COUNT)
    END-IF
    MOVE PLAYER-EXPERIENCE-LEVEL(LK-PLAYER) TO DEATH-XP-LEVEL(DEATH-COUNT)
    MOVE PLAYER-EXPERIENCE(LK-PLAYER) TO DEATH-XP-PROGRESS(DEATH-COUNT)
    MOVE SPACES TO DEATH-RESTORED-BY(DEATH-COUNT) DEATH-RESTORED-TIME(DEATH-COUNT)
    MOVE PLAYER-INVENTORY(LK-PLAYER) TO DEATH-INVENTORY(DEATH-COUNT)

    CALL "Deaths-Write" USING USERNAME(LK-PLAYER) LK-FAILURE
    GOBACK.

END PROGRAM Deaths-Record.

*> --- Deaths-Find ---
*> The DEATH-HISTORY index of death number LK-ID, or 0 - see Deaths-Read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Deaths-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 DEATH-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-DEATHS.
LINKAGE SECTION.
    01 LK-ID                BINARY-LONG UNSIGNED.
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-ID LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING DEATH-INDEX FROM 1 BY 1 UNTIL DEATH-INDEX > DEATH-COUNT
        IF DEATH-ID(DEATH-INDEX) = LK-ID
            MOVE DEATH-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Deaths-Find.
