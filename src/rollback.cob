*> recorded previous block; a spot someone else built on since is overwritten
*> by the restore, the blunt-but-predictable behavior targeted rollback wants.
*> Callable live from the "rollback" admin command and offline from the
*> BlockRollback batch program below. The matches collect into ROLLBACK-BATCH
*> and are applied by Rollback-Apply, which BlockHistory shares for changes
*> long since moved into the block archive.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rollback-Run.

    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> the cutoff stamp, the window rolled back from the wall clock through the
    *> integer-date functions so month/year boundaries work - the mirror image
    *> of ComputeExpiryStamp's roll forward
    01 STAMP-DAY-SECONDS    BINARY-DOUBLE.
    01 STAMP-DATE8          PIC 9(8).
    01 STAMP-TIME-PART      PIC 9(6).
    *> the matching entries, collected forward and applied backward
    COPY DD-ROLLBACK.
LINKAGE SECTION.
    01 LK-PLAYER            PIC X(16).
    01 LK-WINDOW-SECONDS    BINARY-DOUBLE.
    *> collect this player's in-window changes, oldest first as logged: the
    *> rotated generation (if any) holds the older entries, the live file the
    *> newest, so scanning rotated-then-live keeps the log's own order
    MOVE 0 TO ROLLBACK-COUNT
    MOVE 0 TO LOG-ANY-READ
    MOVE BLOCKLOG-ROTATED TO LOG-FILE-NAME
    PERFORM CollectBlockLogMatches
        GOBACK
    END-IF

    CALL "Rollback-Apply" USING LK-REVERTED

    GOBACK.

    END-IF
    MOVE 1 TO LOG-ANY-READ
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH OR ROLLBACK-COUNT >= MAX-ROLLBACK-ENTRIES
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            *> lines written before attribution existed carry no player and
            *> simply never match a named rollback
            IF FIELD-PLAYER = LK-PLAYER AND FIELD-STAMP >= SINCE-STAMP
                ADD 1 TO ROLLBACK-COUNT
                COMPUTE ROLLBACK-X(ROLLBACK-COUNT) = FUNCTION NUMVAL(FIELD-X)
                COMPUTE ROLLBACK-Y(ROLLBACK-COUNT) = FUNCTION NUMVAL(FIELD-Y)
                COMPUTE ROLLBACK-Z(ROLLBACK-COUNT) = FUNCTION NUMVAL(FIELD-Z)
                COMPUTE ROLLBACK-PREV-ID(ROLLBACK-COUNT) = FUNCTION NUMVAL(FIELD-PREV)
                *> a line from before the dimension field existed was an
                *> overworld change, the only kind there was then
                IF FIELD-DIM = "1"
                    MOVE 1 TO ROLLBACK-DIM(ROLLBACK-COUNT)
                ELSE
                    MOVE 0 TO ROLLBACK-DIM(ROLLBACK-COUNT)
                END-IF
            END-IF
        END-IF

END PROGRAM Rollback-Run.

*> --- Rollback-Apply ---
*> Inverts the changes collected in ROLLBACK-BATCH, newest first, so stacked
*> edits to one spot unwind in the right order: each position gets back the
*> block its change replaced, in the dimension the change was logged from,
*> through World-SetBlock like any other change. A change whose chunk cannot
*> be loaded is skipped. LK-REVERTED counts the ones applied.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rollback-Apply.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 MATCH-INDEX          BINARY-LONG UNSIGNED.
    01 CHUNK-X              BINARY-LONG.
    01 CHUNK-Z              BINARY-LONG.
    01 CHUNK-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-ROLLBACK.
    *> World data - WORLD-ACTIVE-DIM steers each inverse into the dimension
    *> the original change was logged from
    COPY DD-WORLD.
LINKAGE SECTION.
    01 LK-REVERTED          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-REVERTED.
    MOVE 0 TO LK-REVERTED
    PERFORM VARYING MATCH-INDEX FROM ROLLBACK-COUNT BY -1 UNTIL MATCH-INDEX < 1
        MOVE ROLLBACK-DIM(MATCH-INDEX) TO WORLD-ACTIVE-DIM
        DIVIDE ROLLBACK-X(MATCH-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE ROLLBACK-Z(MATCH-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        CALL "World-EnsureChunk" USING CHUNK-X CHUNK-Z CHUNK-INDEX
        IF CHUNK-INDEX > 0
            CALL "World-SetBlock" USING 0 ROLLBACK-POSITION(MATCH-INDEX) ROLLBACK-PREV-ID(MATCH-INDEX)
            ADD 1 TO LK-REVERTED
        END-IF
    END-PERFORM
    MOVE 0 TO WORLD-ACTIVE-DIM
    GOBACK.

END PROGRAM Rollback-Apply.

*> --- BlockRollback ---
*> Standalone batch program: the offline face of Rollback-Run, for when the
*> server is down (or should stay down while a griefing spree is unwound).
