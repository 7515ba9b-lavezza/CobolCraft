*> live server uses, so the terrain matches what exploration would have
*> produced. The in-memory cache is flushed with World-Save every few rows so
*> arbitrarily large radii stay within the 1024-chunk cache.
*>
*> After every flush the center, radius and last completed row go to
*> save/pregen-checkpoint.txt, and a progress line (chunks done, chunks left,
*> estimated finish) is printed. A run started with the same arguments as the
*> checkpoint picks up at the row after it instead of walking the finished rows
*> again; different arguments start over. The checkpoint is removed once the
*> whole square is saved.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkPregen.

    01 CHUNKS-EXISTING      BINARY-LONG UNSIGNED    VALUE 0.
    01 CHUNKS-GENERATED     BINARY-LONG UNSIGNED    VALUE 0.
    01 ROW-COUNTER          BINARY-LONG UNSIGNED    VALUE 0.
    01 SWEEP-START-Z        BINARY-LONG.
    *> checkpoint - "<centerX> <centerZ> <radius> <last row> <existing> <generated>"
    01 CHECKPOINT-NAME      PIC X(26)   VALUE "save/pregen-checkpoint.txt".
    01 CHECKPOINT-BUFFER    PIC X(256).
    01 CHECKPOINT-LENGTH    BINARY-LONG UNSIGNED.
    01 CHECKPOINT-POINTER   BINARY-LONG UNSIGNED.
    01 CHECKPOINT-FIELD OCCURS 6 TIMES PIC X(16).
    01 CHECKPOINT-ROW       BINARY-LONG.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 NUM-DISPLAY-4        PIC -(14)9.
    01 NUM-DISPLAY-5        PIC -(14)9.
    01 NUM-DISPLAY-6        PIC -(14)9.
    *> progress - the rate is measured over this run's chunks only, so a
    *> resumed run does not count the earlier run's work as instant
    01 TIMESTAMP-RAW        PIC X(21).
    01 START-SECONDS        BINARY-DOUBLE.
    01 NOW-SECONDS          BINARY-DOUBLE.
    01 FINISH-SECONDS       BINARY-DOUBLE.
    01 FINISH-DAYS          BINARY-LONG.
    01 FINISH-DATE8         PIC 9(8).
    01 FINISH-TIME-OF-DAY   BINARY-LONG.
    01 FINISH-HOUR          PIC 99.
    01 FINISH-MINUTE        PIC 99.
    01 CHUNKS-TOTAL         BINARY-LONG UNSIGNED.
    01 CHUNKS-DONE          BINARY-LONG UNSIGNED.
    01 CHUNKS-THIS-RUN      BINARY-LONG UNSIGNED    VALUE 0.
    01 CHUNKS-REMAINING     BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    *> World data - the same shared cache the live server works out of
    COMPUTE SWEEP-MAX-X = CENTER-X + RADIUS
    COMPUTE SWEEP-MIN-Z = CENTER-Z - RADIUS
    COMPUTE SWEEP-MAX-Z = CENTER-Z + RADIUS
    COMPUTE CHUNKS-TOTAL = (RADIUS * 2 + 1) * (RADIUS * 2 + 1)
    MOVE SWEEP-MIN-Z TO SWEEP-START-Z
    PERFORM ReadCheckpoint
    PERFORM ReadClock
    MOVE NOW-SECONDS TO START-SECONDS

    PERFORM VARYING CHUNK-Z FROM SWEEP-START-Z BY 1 UNTIL CHUNK-Z > SWEEP-MAX-Z
        PERFORM PregenRow
    END-PERFORM

        DISPLAY "ChunkPregen: final save failed - rerun before relying on the result"
        STOP RUN
    END-IF
    *> everything is on disk - a later run with these arguments starts fresh
    CALL "CBL_DELETE_FILE" USING CHECKPOINT-NAME

    MOVE CHUNKS-EXISTING TO NUM-DISPLAY
    MOVE CHUNKS-GENERATED TO NUM-DISPLAY-2
            DISPLAY "ChunkPregen: intermediate save failed - aborting"
            STOP RUN
        END-IF
        *> only rows that World-Save has put on disk count as completed
        PERFORM WriteCheckpoint
        PERFORM ShowProgress
    END-IF
    EXIT PARAGRAPH.

ReadCheckpoint.
    CALL "Files-ReadAll" USING CHECKPOINT-NAME CHECKPOINT-BUFFER CHECKPOINT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR CHECKPOINT-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CHECKPOINT-FIELD(1) CHECKPOINT-FIELD(2) CHECKPOINT-FIELD(3)
        CHECKPOINT-FIELD(4) CHECKPOINT-FIELD(5) CHECKPOINT-FIELD(6)
    MOVE 1 TO CHECKPOINT-POINTER
    UNSTRING CHECKPOINT-BUFFER(1:CHECKPOINT-LENGTH) DELIMITED BY ALL SPACES OR X"0A"
        INTO CHECKPOINT-FIELD(1) CHECKPOINT-FIELD(2) CHECKPOINT-FIELD(3)
            CHECKPOINT-FIELD(4) CHECKPOINT-FIELD(5) CHECKPOINT-FIELD(6)
        WITH POINTER CHECKPOINT-POINTER
    IF CHECKPOINT-FIELD(6) = SPACES
        DISPLAY "ChunkPregen: " FUNCTION TRIM(CHECKPOINT-NAME) " is damaged - starting over"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(CHECKPOINT-FIELD(1)) NOT = CENTER-X
            OR FUNCTION NUMVAL(CHECKPOINT-FIELD(2)) NOT = CENTER-Z
            OR FUNCTION NUMVAL(CHECKPOINT-FIELD(3)) NOT = RADIUS
        DISPLAY "ChunkPregen: checkpoint is for another center or radius - starting over"
        EXIT PARAGRAPH
    END-IF
    COMPUTE CHECKPOINT-ROW = FUNCTION NUMVAL(CHECKPOINT-FIELD(4))
    IF CHECKPOINT-ROW < SWEEP-MIN-Z OR CHECKPOINT-ROW > SWEEP-MAX-Z
        EXIT PARAGRAPH
    END-IF
    COMPUTE SWEEP-START-Z = CHECKPOINT-ROW + 1
    COMPUTE CHUNKS-EXISTING = FUNCTION NUMVAL(CHECKPOINT-FIELD(5))
    COMPUTE CHUNKS-GENERATED = FUNCTION NUMVAL(CHECKPOINT-FIELD(6))
    MOVE CHECKPOINT-ROW TO NUM-DISPLAY
    DISPLAY "ChunkPregen: resuming after completed row z=" FUNCTION TRIM(NUM-DISPLAY)
    EXIT PARAGRAPH.

WriteCheckpoint.
    MOVE CENTER-X TO NUM-DISPLAY
    MOVE CENTER-Z TO NUM-DISPLAY-2
    MOVE RADIUS TO NUM-DISPLAY-3
    MOVE CHUNK-Z TO NUM-DISPLAY-4
    MOVE CHUNKS-EXISTING TO NUM-DISPLAY-5
    MOVE CHUNKS-GENERATED TO NUM-DISPLAY-6
    MOVE SPACES TO CHECKPOINT-BUFFER
    MOVE 1 TO CHECKPOINT-POINTER
    STRING FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(NUM-DISPLAY-2) " " FUNCTION TRIM(NUM-DISPLAY-3) " "
        FUNCTION TRIM(NUM-DISPLAY-4) " " FUNCTION TRIM(NUM-DISPLAY-5) " " FUNCTION TRIM(NUM-DISPLAY-6) X"0A"
        INTO CHECKPOINT-BUFFER WITH POINTER CHECKPOINT-POINTER
    COMPUTE CHECKPOINT-LENGTH = CHECKPOINT-POINTER - 1
    CALL "Files-WriteAll" USING CHECKPOINT-NAME CHECKPOINT-BUFFER CHECKPOINT-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "ChunkPregen: could not write " FUNCTION TRIM(CHECKPOINT-NAME) " - aborting"
        STOP RUN
    END-IF
    EXIT PARAGRAPH.

ShowProgress.
    COMPUTE CHUNKS-DONE = (CHUNK-Z - SWEEP-MIN-Z + 1) * (RADIUS * 2 + 1)
    COMPUTE CHUNKS-REMAINING = CHUNKS-TOTAL - CHUNKS-DONE
    MOVE CHUNKS-DONE TO NUM-DISPLAY
    MOVE CHUNKS-REMAINING TO NUM-DISPLAY-2
    PERFORM ReadClock
    IF CHUNKS-THIS-RUN = 0 OR NOW-SECONDS <= START-SECONDS
        DISPLAY "ChunkPregen: " FUNCTION TRIM(NUM-DISPLAY) " chunk(s) done, "
            FUNCTION TRIM(NUM-DISPLAY-2) " remaining"
        EXIT PARAGRAPH
    END-IF
    *> finish = now + remaining at this run's average rate, as a wall-clock
    *> date and time so an overnight run can be checked against the window
    COMPUTE FINISH-SECONDS = NOW-SECONDS
        + CHUNKS-REMAINING * (NOW-SECONDS - START-SECONDS) / CHUNKS-THIS-RUN
    COMPUTE FINISH-DAYS = FINISH-SECONDS / 86400
    COMPUTE FINISH-TIME-OF-DAY = FINISH-SECONDS - FINISH-DAYS * 86400
    COMPUTE FINISH-DATE8 = FUNCTION DATE-OF-INTEGER(FINISH-DAYS)
    COMPUTE FINISH-HOUR = FINISH-TIME-OF-DAY / 3600
    COMPUTE FINISH-MINUTE = FUNCTION MOD(FINISH-TIME-OF-DAY, 3600) / 60
    DISPLAY "ChunkPregen: " FUNCTION TRIM(NUM-DISPLAY) " chunk(s) done, "
        FUNCTION TRIM(NUM-DISPLAY-2) " remaining, estimated finish "
        FINISH-DATE8(1:4) "-" FINISH-DATE8(5:2) "-" FINISH-DATE8(7:2) " "
        FINISH-HOUR ":" FINISH-MINUTE
    EXIT PARAGRAPH.

ReadClock.
    *> seconds on a day-number scale, so a run crossing midnight still
    *> measures correctly
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    COMPUTE NOW-SECONDS = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TIMESTAMP-RAW(1:8))) * 86400
        + FUNCTION NUMVAL(TIMESTAMP-RAW(9:2)) * 3600
        + FUNCTION NUMVAL(TIMESTAMP-RAW(11:2)) * 60
        + FUNCTION NUMVAL(TIMESTAMP-RAW(13:2))
    EXIT PARAGRAPH.

PregenOneChunk.
            CALL "World-GenerateChunk" USING CHUNK-X CHUNK-Z
            ADD 1 TO CHUNKS-GENERATED
    END-EVALUATE
    ADD 1 TO CHUNKS-THIS-RUN
    EXIT PARAGRAPH.

END PROGRAM ChunkPregen.
