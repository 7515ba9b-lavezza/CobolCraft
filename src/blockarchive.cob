*> --- BlockArchive ---
*> Standalone batch program: the nightly step that keeps block-change
*> attribution past the blocklog's rotation. World-SetBlock rotates
*> save/blocklog.txt to a single save/blocklog.txt.1 generation once it fills
*> Rollback-Run's read buffer, so on its own the log reaches back only as far
*> as two buffers' worth of building. Run this from a shell, server up or
*> down, the same way OpsDigest is run, and at least as often as the log
*> rotates - nightly covers anything short of a record weekend:
*>
*>     BlockArchive
*>
*> Every line of the rotated generation is copied, unchanged, into a
*> permanent archive cut by dimension, region file and day:
*>
*>     save/blockarchive/<overworld|nether>/r.<rx>.<rz>/<yyyymmdd>.txt
*>
*> where rx/rz are the block coordinates shifted down by 9 (512x512 blocks,
*> as the r.<x>.<z>.mca files are cut), and each region-day it touched gets
*> one line per player in that month's index,
*> save/blockarchive/index/<yyyymm>.txt:
*>
*>     <yyyymmdd> <dim> <rx> <rz> <player> <changes>
*>
*> ("-" is world machinery; a region-day with more than 31 players lumps the
*> rest under "*"). BlockHistory reads the index to find the files a query
*> needs. Lines from before attribution existed carry no date and are left
*> out. The rotated file itself stays where it is, so Rollback-Run still
*> reaches it: a generation is recognised by its size and first line, kept
*> in save/blockarchive/state.txt with how far its archiving got, so a
*> second run against the same generation does nothing and a run that was
*> stopped part way carries on from the region-day it stopped at.
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockArchive.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCKLOG-ROTATED     PIC X(19)   VALUE "save/blocklog.txt.1".
    01 ARCHIVE-DIR          PIC X(17)   VALUE "save/blockarchive".
    01 STATE-NAME           PIC X(27)   VALUE "save/blockarchive/state.txt".
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(128).
    01 CURRENT-LINE-START   BINARY-LONG UNSIGNED.
    01 CURRENT-LINE-LEN     BINARY-LONG UNSIGNED.
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-ID             PIC X(12).
    01 FIELD-PREV           PIC X(12).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 LINE-X               BINARY-LONG.
    01 LINE-Z               BINARY-LONG.
    01 LINE-DIM             BINARY-CHAR UNSIGNED.
    01 LINE-REGION-X        BINARY-LONG.
    01 LINE-REGION-Z        BINARY-LONG.
    01 SKIPPED-LINES        BINARY-LONG UNSIGNED    VALUE 0.
    01 ARCHIVED-LINES       BINARY-LONG UNSIGNED    VALUE 0.
    *> the generation's identity - its size and its first line - and the
    *> state file's record of the last generation seen
    01 GENERATION-SIGNATURE PIC X(160).
    01 STATE-BUFFER         PIC X(512).
    01 STATE-LENGTH         BINARY-LONG UNSIGNED.
    01 STATE-POINTER        BINARY-LONG UNSIGNED.
    01 STATE-SIGNATURE      PIC X(160).
    01 STATE-PROGRESS       PIC X(16).
    01 KEYS-RESUMED         BINARY-LONG UNSIGNED    VALUE 0.
    01 KEY-START            BINARY-LONG UNSIGNED.
    *> every dated line of the generation, chained per region-day so each
    *> day file is written in one walk, in the log's own order
    01 MAX-ARCHIVE-LINES    BINARY-LONG UNSIGNED    VALUE 150000.
    01 ARCHIVE-LINE-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
    01 ARCHIVE-LINE OCCURS 150000 TIMES.
        02 ARCHIVE-LINE-START   BINARY-LONG UNSIGNED.
        02 ARCHIVE-LINE-LENGTH  BINARY-LONG UNSIGNED.
        02 ARCHIVE-LINE-NEXT    BINARY-LONG UNSIGNED.
    01 LINE-INDEX           BINARY-LONG UNSIGNED.
    *> the region-days, in the order the generation first touches them
    01 MAX-ARCHIVE-KEYS     BINARY-LONG UNSIGNED    VALUE 4096.
    01 ARCHIVE-KEY-COUNT    BINARY-LONG UNSIGNED    VALUE 0.
    01 ARCHIVE-KEY OCCURS 4096 TIMES.
        02 ARCHIVE-KEY-DIM      BINARY-CHAR UNSIGNED.
        02 ARCHIVE-KEY-REGION-X BINARY-LONG.
        02 ARCHIVE-KEY-REGION-Z BINARY-LONG.
        02 ARCHIVE-KEY-DATE     PIC X(8).
        02 ARCHIVE-KEY-FIRST    BINARY-LONG UNSIGNED.
        02 ARCHIVE-KEY-LAST     BINARY-LONG UNSIGNED.
        02 ARCHIVE-KEY-LINES    BINARY-LONG UNSIGNED.
    01 KEY-INDEX            BINARY-LONG UNSIGNED.
    01 KEY-FOUND            BINARY-LONG UNSIGNED.
    01 COLLECT-OVERFLOW     BINARY-CHAR UNSIGNED    VALUE 0.
    *> per region-day, the changes each player made
    01 PLAYER-TALLY-COUNT   BINARY-LONG UNSIGNED.
    01 PLAYER-TALLY OCCURS 32 TIMES.
        02 PLAYER-TALLY-NAME    PIC X(16).
        02 PLAYER-TALLY-CHANGES BINARY-LONG UNSIGNED.
    01 TALLY-INDEX          BINARY-LONG UNSIGNED.
    01 TALLY-FOUND          BINARY-LONG UNSIGNED.
    01 DIM-NAME             PIC X(9).
    01 REGION-DIR           PIC X(64).
    01 DAY-FILE-NAME        PIC X(80).
    01 INDEX-FILE-NAME      PIC X(48).
    01 INDEX-LINE           PIC X(96).
    01 INDEX-LINE-POS       BINARY-LONG UNSIGNED.
    01 INDEX-LINE-LEN       BINARY-LONG UNSIGNED.
    01 DIM-DIGIT            PIC 9.
    01 REGION-X-TEXT        PIC -(9)9.
    01 REGION-Z-TEXT        PIC -(9)9.
    01 NUM-DISPLAY          PIC -(9)9.
    01 NUM-DISPLAY-2        PIC -(9)9.

PROCEDURE DIVISION.
Mainline.
    CALL "Files-ReadAll" USING BLOCKLOG-ROTATED LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR LOG-BUFFER-LENGTH = 0
        DISPLAY "BlockArchive: no rotated block log (" BLOCKLOG-ROTATED ") to archive"
        STOP RUN
    END-IF

    MOVE SPACES TO CURRENT-LINE
    UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A" INTO CURRENT-LINE
    MOVE LOG-BUFFER-LENGTH TO NUM-DISPLAY
    MOVE SPACES TO GENERATION-SIGNATURE
    STRING FUNCTION TRIM(NUM-DISPLAY) " " CURRENT-LINE INTO GENERATION-SIGNATURE

    PERFORM ReadState
    IF STATE-SIGNATURE = GENERATION-SIGNATURE
        IF STATE-PROGRESS = "done"
            DISPLAY "BlockArchive: " BLOCKLOG-ROTATED " is already archived"
            STOP RUN
        END-IF
        IF FUNCTION TEST-NUMVAL(STATE-PROGRESS) = 0
            COMPUTE KEYS-RESUMED = FUNCTION NUMVAL(STATE-PROGRESS)
        END-IF
    END-IF

    PERFORM CollectLines
    IF COLLECT-OVERFLOW NOT = 0
        DISPLAY "BlockArchive: " BLOCKLOG-ROTATED " holds more lines or region-days than one run can take - nothing archived"
        STOP RUN
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR
    CALL "CBL_CREATE_DIR" USING "save/blockarchive/overworld"
    CALL "CBL_CREATE_DIR" USING "save/blockarchive/nether"
    CALL "CBL_CREATE_DIR" USING "save/blockarchive/index"

    *> the state file moves on after every region-day, so a stopped run
    *> repeats at most the one it was in the middle of
    COMPUTE KEY-START = KEYS-RESUMED + 1
    PERFORM VARYING KEY-INDEX FROM KEY-START BY 1 UNTIL KEY-INDEX > ARCHIVE-KEY-COUNT
        PERFORM ArchiveRegionDay
        MOVE KEY-INDEX TO NUM-DISPLAY
        MOVE FUNCTION TRIM(NUM-DISPLAY) TO STATE-PROGRESS
        PERFORM WriteState
    END-PERFORM
    MOVE "done" TO STATE-PROGRESS
    PERFORM WriteState

    MOVE ARCHIVED-LINES TO NUM-DISPLAY
    COMPUTE NUM-DISPLAY-2 = ARCHIVE-KEY-COUNT - KEYS-RESUMED
    DISPLAY "BlockArchive: " FUNCTION TRIM(NUM-DISPLAY) " block change(s) archived into "
        FUNCTION TRIM(NUM-DISPLAY-2) " region-day file(s)"
    IF KEYS-RESUMED > 0
        MOVE KEYS-RESUMED TO NUM-DISPLAY
        DISPLAY "BlockArchive: carried on from an earlier run, which had archived "
            FUNCTION TRIM(NUM-DISPLAY) " region-day(s) already"
    END-IF
    IF SKIPPED-LINES > 0
        MOVE SKIPPED-LINES TO NUM-DISPLAY
        DISPLAY "BlockArchive: " FUNCTION TRIM(NUM-DISPLAY) " undated line(s) left out"
    END-IF
    STOP RUN.

ReadState.
    MOVE SPACES TO STATE-SIGNATURE STATE-PROGRESS
    CALL "Files-ReadAll" USING STATE-NAME STATE-BUFFER STATE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR STATE-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO STATE-POINTER
    UNSTRING STATE-BUFFER(1:STATE-LENGTH) DELIMITED BY X"0A"
        INTO STATE-SIGNATURE STATE-PROGRESS
        WITH POINTER STATE-POINTER
    EXIT PARAGRAPH.

WriteState.
    MOVE SPACES TO STATE-BUFFER
    MOVE 1 TO STATE-POINTER
    STRING FUNCTION TRIM(GENERATION-SIGNATURE TRAILING) X"0A" FUNCTION TRIM(STATE-PROGRESS) X"0A"
        INTO STATE-BUFFER WITH POINTER STATE-POINTER
    COMPUTE STATE-LENGTH = STATE-POINTER - 1
    CALL "Files-WriteAll" USING STATE-NAME STATE-BUFFER STATE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "BlockArchive: could not write " STATE-NAME " - stopping"
        STOP RUN
    END-IF
    EXIT PARAGRAPH.

CollectLines.
    *> one pass over the generation: each dated line is chained onto the
    *> region-day it belongs to, adding region-days as they first turn up
    MOVE 0 TO KEY-FOUND
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH OR COLLECT-OVERFLOW NOT = 0
        MOVE LOG-POINTER TO CURRENT-LINE-START
        MOVE SPACES TO CURRENT-LINE
        MOVE 0 TO CURRENT-LINE-LEN
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE COUNT IN CURRENT-LINE-LEN
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM ParseLine
            IF FIELD-STAMP IS NOT NUMERIC OR CURRENT-LINE-LEN > 128
                ADD 1 TO SKIPPED-LINES
            ELSE
                PERFORM FindOrAddKey
                IF ARCHIVE-LINE-COUNT >= MAX-ARCHIVE-LINES
                    MOVE 1 TO COLLECT-OVERFLOW
                END-IF
                IF KEY-FOUND > 0 AND COLLECT-OVERFLOW = 0
                    ADD 1 TO ARCHIVE-LINE-COUNT
                    MOVE CURRENT-LINE-START TO ARCHIVE-LINE-START(ARCHIVE-LINE-COUNT)
                    MOVE CURRENT-LINE-LEN TO ARCHIVE-LINE-LENGTH(ARCHIVE-LINE-COUNT)
                    MOVE 0 TO ARCHIVE-LINE-NEXT(ARCHIVE-LINE-COUNT)
                    IF ARCHIVE-KEY-LAST(KEY-FOUND) = 0
                        MOVE ARCHIVE-LINE-COUNT TO ARCHIVE-KEY-FIRST(KEY-FOUND)
                    ELSE
                        MOVE ARCHIVE-LINE-COUNT TO ARCHIVE-LINE-NEXT(ARCHIVE-KEY-LAST(KEY-FOUND))
                    END-IF
                    MOVE ARCHIVE-LINE-COUNT TO ARCHIVE-KEY-LAST(KEY-FOUND)
                    ADD 1 TO ARCHIVE-KEY-LINES(KEY-FOUND)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    MOVE 1 TO LINE-POINTER
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
        WITH POINTER LINE-POINTER
    *> a line from before the dimension field existed was an overworld change
    IF FIELD-DIM = "1"
        MOVE 1 TO LINE-DIM
    ELSE
        MOVE 0 TO LINE-DIM
    END-IF
    EXIT PARAGRAPH.

FindOrAddKey.
    COMPUTE LINE-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE LINE-Z = FUNCTION NUMVAL(FIELD-Z)
    DIVIDE LINE-X BY 512 GIVING LINE-REGION-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LINE-Z BY 512 GIVING LINE-REGION-Z ROUNDED MODE IS TOWARD-LESSER
    *> consecutive lines mostly share a region-day, so the last one found is
    *> tried before the search
    IF KEY-FOUND > 0
        IF ARCHIVE-KEY-DATE(KEY-FOUND) = FIELD-STAMP(1:8) AND ARCHIVE-KEY-DIM(KEY-FOUND) = LINE-DIM
                AND ARCHIVE-KEY-REGION-X(KEY-FOUND) = LINE-REGION-X AND ARCHIVE-KEY-REGION-Z(KEY-FOUND) = LINE-REGION-Z
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 0 TO KEY-FOUND
    PERFORM VARYING KEY-INDEX FROM 1 BY 1 UNTIL KEY-INDEX > ARCHIVE-KEY-COUNT
        IF ARCHIVE-KEY-DATE(KEY-INDEX) = FIELD-STAMP(1:8) AND ARCHIVE-KEY-DIM(KEY-INDEX) = LINE-DIM
                AND ARCHIVE-KEY-REGION-X(KEY-INDEX) = LINE-REGION-X AND ARCHIVE-KEY-REGION-Z(KEY-INDEX) = LINE-REGION-Z
            MOVE KEY-INDEX TO KEY-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF KEY-FOUND = 0 AND ARCHIVE-KEY-COUNT >= MAX-ARCHIVE-KEYS
        MOVE 1 TO COLLECT-OVERFLOW
    END-IF
    IF KEY-FOUND = 0 AND COLLECT-OVERFLOW = 0
        ADD 1 TO ARCHIVE-KEY-COUNT
        MOVE ARCHIVE-KEY-COUNT TO KEY-FOUND
        MOVE LINE-DIM TO ARCHIVE-KEY-DIM(KEY-FOUND)
        MOVE LINE-REGION-X TO ARCHIVE-KEY-REGION-X(KEY-FOUND)
        MOVE LINE-REGION-Z TO ARCHIVE-KEY-REGION-Z(KEY-FOUND)
        MOVE FIELD-STAMP(1:8) TO ARCHIVE-KEY-DATE(KEY-FOUND)
        MOVE 0 TO ARCHIVE-KEY-FIRST(KEY-FOUND) ARCHIVE-KEY-LAST(KEY-FOUND) ARCHIVE-KEY-LINES(KEY-FOUND)
    END-IF
    EXIT PARAGRAPH.

ArchiveRegionDay.
    *> appends the region-day's lines to its day file, then its per-player
    *> totals to the month's index - the index line last, so a file the index
    *> names always holds what the index says
    IF ARCHIVE-KEY-DIM(KEY-INDEX) = 1
        MOVE "nether" TO DIM-NAME
    ELSE
        MOVE "overworld" TO DIM-NAME
    END-IF
    MOVE ARCHIVE-KEY-DIM(KEY-INDEX) TO DIM-DIGIT
    MOVE ARCHIVE-KEY-REGION-X(KEY-INDEX) TO REGION-X-TEXT
    MOVE ARCHIVE-KEY-REGION-Z(KEY-INDEX) TO REGION-Z-TEXT
    MOVE SPACES TO REGION-DIR
    STRING ARCHIVE-DIR "/" FUNCTION TRIM(DIM-NAME) "/r." FUNCTION TRIM(REGION-X-TEXT) "." FUNCTION TRIM(REGION-Z-TEXT)
        INTO REGION-DIR
    CALL "CBL_CREATE_DIR" USING REGION-DIR
    MOVE SPACES TO DAY-FILE-NAME
    STRING FUNCTION TRIM(REGION-DIR) "/" ARCHIVE-KEY-DATE(KEY-INDEX) ".txt" INTO DAY-FILE-NAME

    MOVE 0 TO PLAYER-TALLY-COUNT
    MOVE ARCHIVE-KEY-FIRST(KEY-INDEX) TO LINE-INDEX
    PERFORM UNTIL LINE-INDEX = 0
        CALL "Files-AppendLine" USING DAY-FILE-NAME
            LOG-BUFFER(ARCHIVE-LINE-START(LINE-INDEX):ARCHIVE-LINE-LENGTH(LINE-INDEX)) IO-FAILURE
        IF IO-FAILURE NOT = 0
            DISPLAY "BlockArchive: could not append to " FUNCTION TRIM(DAY-FILE-NAME) " - stopping"
            STOP RUN
        END-IF
        ADD 1 TO ARCHIVED-LINES
        MOVE SPACES TO CURRENT-LINE
        MOVE LOG-BUFFER(ARCHIVE-LINE-START(LINE-INDEX):ARCHIVE-LINE-LENGTH(LINE-INDEX)) TO CURRENT-LINE
        PERFORM ParseLine
        PERFORM TallyPlayer
        MOVE ARCHIVE-LINE-NEXT(LINE-INDEX) TO LINE-INDEX
    END-PERFORM

    MOVE SPACES TO INDEX-FILE-NAME
    STRING ARCHIVE-DIR "/index/" ARCHIVE-KEY-DATE(KEY-INDEX)(1:6) ".txt" INTO INDEX-FILE-NAME
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        MOVE SPACES TO INDEX-LINE
        MOVE 1 TO INDEX-LINE-POS
        MOVE PLAYER-TALLY-CHANGES(TALLY-INDEX) TO NUM-DISPLAY
        STRING ARCHIVE-KEY-DATE(KEY-INDEX) " " DIM-DIGIT " " FUNCTION TRIM(REGION-X-TEXT) " "
            FUNCTION TRIM(REGION-Z-TEXT) " " FUNCTION TRIM(PLAYER-TALLY-NAME(TALLY-INDEX)) " "
            FUNCTION TRIM(NUM-DISPLAY)
            INTO INDEX-LINE WITH POINTER INDEX-LINE-POS
        COMPUTE INDEX-LINE-LEN = INDEX-LINE-POS - 1
        CALL "Files-AppendLine" USING INDEX-FILE-NAME INDEX-LINE(1:INDEX-LINE-LEN) IO-FAILURE
        IF IO-FAILURE NOT = 0
            DISPLAY "BlockArchive: could not append to " FUNCTION TRIM(INDEX-FILE-NAME) " - stopping"
            STOP RUN
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

TallyPlayer.
    IF FIELD-PLAYER = SPACES
        MOVE "-" TO FIELD-PLAYER
    END-IF
    MOVE 0 TO TALLY-FOUND
    PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
        IF PLAYER-TALLY-NAME(TALLY-INDEX) = FIELD-PLAYER
            MOVE TALLY-INDEX TO TALLY-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TALLY-FOUND = 0 AND PLAYER-TALLY-COUNT >= 31
        *> the 32nd slot takes everyone past the 31st
        MOVE "*" TO FIELD-PLAYER
        PERFORM VARYING TALLY-INDEX FROM 1 BY 1 UNTIL TALLY-INDEX > PLAYER-TALLY-COUNT
            IF PLAYER-TALLY-NAME(TALLY-INDEX) = FIELD-PLAYER
                MOVE TALLY-INDEX TO TALLY-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF TALLY-FOUND = 0
        ADD 1 TO PLAYER-TALLY-COUNT
        MOVE PLAYER-TALLY-COUNT TO TALLY-FOUND
        MOVE FIELD-PLAYER TO PLAYER-TALLY-NAME(TALLY-FOUND)
        MOVE 0 TO PLAYER-TALLY-CHANGES(TALLY-FOUND)
    END-IF
    ADD 1 TO PLAYER-TALLY-CHANGES(TALLY-FOUND)
    EXIT PARAGRAPH.

END PROGRAM BlockArchive.

*> --- BlockHistory ---
*> Standalone batch program: answers "who changed blocks here" from the
*> block archive BlockArchive keeps, plus whatever of the live attribution
*> log (save/blocklog.txt, and save/blocklog.txt.1 unless BlockArchive has
*> already taken it) is newer. Run it from a shell the same way BlockRollback
*> is run:
*>
*>     BlockHistory box <x1> <y1> <z1> <x2> <y2> <z2> <from> <to> [nether] [rollback]
*>     BlockHistory player <name> [<yyyymm>] [rollback]
*>
*> "box" lists every change inside the box (corners inclusive, either order)
*> made between the two dates (yyyymmdd, both inclusive), in the overworld
*> unless "nether" is given. "player" lists everything the player changed,
*> anywhere in either dimension, in the month given - this month when none
*> is. Each change is one line, oldest first:
*>
*>     <yyyymmddhhmmss> <dimension> <x> <y> <z> <player> <previous id> -> <new id>
*>
*> With "rollback" the changes listed are then inverted, through the same
*> Rollback-Apply the rollback admin command and BlockRollback use: the world
*> is loaded, each position gets back the block its change replaced, newest
*> first, and the world is saved - so, like BlockRollback, it is for when the
*> server is down. At most MAX-ROLLBACK-ENTRIES changes are inverted in one
*> go; a bigger result is listed but not rolled back, and wants a narrower
*> query.
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockHistory.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 BLOCKLOG-NAME        PIC X(17)   VALUE "save/blocklog.txt".
    01 BLOCKLOG-ROTATED     PIC X(19)   VALUE "save/blocklog.txt.1".
    01 ARCHIVE-DIR          PIC X(17)   VALUE "save/blockarchive".
    01 STATE-NAME           PIC X(27)   VALUE "save/blockarchive/state.txt".
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 COMMAND-ARGS         PIC X(255).
    01 ARGS-LENGTH          BINARY-LONG UNSIGNED.
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 ARG-COUNT            BINARY-LONG UNSIGNED.
    01 ARG-INDEX            BINARY-LONG UNSIGNED.
    01 ARG-WORD OCCURS 12 TIMES PIC X(24).
    01 ARGS-VALID           BINARY-CHAR UNSIGNED.
    01 OPTIONS-FROM         BINARY-LONG UNSIGNED.
    *> the query: a date range, and a box or a player
    01 QUERY-MODE           PIC X(8).
    01 QUERY-FROM           PIC X(8).
    01 QUERY-TO             PIC X(8).
    01 QUERY-PLAYER         PIC X(16).
    *> 255 for either dimension
    01 QUERY-DIM            BINARY-CHAR UNSIGNED.
    01 QUERY-MIN-X          BINARY-LONG.
    01 QUERY-MIN-Y          BINARY-LONG.
    01 QUERY-MIN-Z          BINARY-LONG.
    01 QUERY-MAX-X          BINARY-LONG.
    01 QUERY-MAX-Y          BINARY-LONG.
    01 QUERY-MAX-Z          BINARY-LONG.
    01 QUERY-MIN-REGION-X   BINARY-LONG.
    01 QUERY-MIN-REGION-Z   BINARY-LONG.
    01 QUERY-MAX-REGION-X   BINARY-LONG.
    01 QUERY-MAX-REGION-Z   BINARY-LONG.
    01 QUERY-ROLLBACK       BINARY-CHAR UNSIGNED    VALUE 0.
    01 CORNER-1             BINARY-LONG.
    01 CORNER-2             BINARY-LONG.
    *> the month indexes, walked from QUERY-FROM's month to QUERY-TO's
    01 MONTH-CURSOR         PIC 9(6).
    01 INDEX-FILE-NAME      PIC X(48).
    01 INDEX-BUFFER         PIC X(2097152).
    01 INDEX-LENGTH         BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 INDEX-LINE           PIC X(96).
    01 INDEX-DATE           PIC X(8).
    01 INDEX-DIM            PIC X(2).
    01 INDEX-REGION-X-TEXT  PIC X(12).
    01 INDEX-REGION-Z-TEXT  PIC X(12).
    01 INDEX-PLAYER         PIC X(16).
    01 INDEX-CHANGES        PIC X(12).
    01 INDEX-WANTED         BINARY-CHAR UNSIGNED.
    *> the region-day files the query needs, oldest day first - within a
    *> region, one spot's changes then come back in the order they happened
    01 MAX-DAY-FILES        BINARY-LONG UNSIGNED    VALUE 4096.
    01 DAY-FILE-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
    01 DAY-FILE OCCURS 4096 TIMES.
        02 DAY-FILE-DATE        PIC X(8).
        02 DAY-FILE-DIM         BINARY-CHAR UNSIGNED.
        02 DAY-FILE-REGION-X    BINARY-LONG.
        02 DAY-FILE-REGION-Z    BINARY-LONG.
    01 DAY-FILE-INDEX       BINARY-LONG UNSIGNED.
    01 DAY-FILE-FOUND       BINARY-CHAR UNSIGNED.
    01 DAY-FILE-OVERFLOW    BINARY-CHAR UNSIGNED    VALUE 0.
    01 NEW-DATE             PIC X(8).
    01 NEW-DIM              BINARY-CHAR UNSIGNED.
    01 NEW-REGION-X         BINARY-LONG.
    01 NEW-REGION-Z         BINARY-LONG.
    01 INSERT-AT            BINARY-LONG UNSIGNED.
    01 DIM-NAME             PIC X(9).
    01 REGION-X-TEXT        PIC -(9)9.
    01 REGION-Z-TEXT        PIC -(9)9.
    01 LOG-FILE-NAME        PIC X(80).
    *> one day file, or one blocklog generation
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(128).
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-ID             PIC X(12).
    01 FIELD-PREV           PIC X(12).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 LINE-X               BINARY-LONG.
    01 LINE-Y               BINARY-LONG.
    01 LINE-Z               BINARY-LONG.
    01 LINE-DIM             BINARY-CHAR UNSIGNED.
    *> whether save/blocklog.txt.1 is already in the archive - the same
    *> size-and-first-line test BlockArchive makes
    01 GENERATION-SIGNATURE PIC X(160).
    01 STATE-BUFFER         PIC X(512).
    01 STATE-LENGTH         BINARY-LONG UNSIGNED.
    01 STATE-POINTER        BINARY-LONG UNSIGNED.
    01 STATE-SIGNATURE      PIC X(160).
    01 STATE-PROGRESS       PIC X(16).
    01 MATCH-TOTAL          BINARY-LONG UNSIGNED    VALUE 0.
    01 ROLLBACK-OVERFLOW    BINARY-CHAR UNSIGNED    VALUE 0.
    01 REVERTED-COUNT       BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(9)9.
    01 NUM-DISPLAY-2        PIC -(9)9.
    COPY DD-ROLLBACK.

PROCEDURE DIVISION.
Mainline.
    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    PERFORM SplitArguments
    PERFORM ParseQuery
    IF ARGS-VALID = 0
        DISPLAY "Usage: BlockHistory box <x1> <y1> <z1> <x2> <y2> <z2> <from yyyymmdd> <to yyyymmdd> [nether] [rollback]"
        DISPLAY "       BlockHistory player <name> [<yyyymm>] [rollback]"
        STOP RUN
    END-IF

    PERFORM FindDayFiles
    IF DAY-FILE-OVERFLOW NOT = 0
        DISPLAY "BlockHistory: the query spans more than 4096 archived region-days - narrow it"
        STOP RUN
    END-IF

    MOVE 0 TO ROLLBACK-COUNT
    PERFORM VARYING DAY-FILE-INDEX FROM 1 BY 1 UNTIL DAY-FILE-INDEX > DAY-FILE-COUNT
        IF DAY-FILE-DIM(DAY-FILE-INDEX) = 1
            MOVE "nether" TO DIM-NAME
        ELSE
            MOVE "overworld" TO DIM-NAME
        END-IF
        MOVE DAY-FILE-REGION-X(DAY-FILE-INDEX) TO REGION-X-TEXT
        MOVE DAY-FILE-REGION-Z(DAY-FILE-INDEX) TO REGION-Z-TEXT
        MOVE SPACES TO LOG-FILE-NAME
        STRING ARCHIVE-DIR "/" FUNCTION TRIM(DIM-NAME) "/r." FUNCTION TRIM(REGION-X-TEXT) "."
            FUNCTION TRIM(REGION-Z-TEXT) "/" DAY-FILE-DATE(DAY-FILE-INDEX) ".txt"
            INTO LOG-FILE-NAME
        PERFORM ReadLogFile
        PERFORM ScanLogBuffer
    END-PERFORM

    *> then the live log, older generation first, for what is newer than
    *> the archive
    MOVE BLOCKLOG-ROTATED TO LOG-FILE-NAME
    PERFORM ReadLogFile
    IF LOG-BUFFER-LENGTH > 0
        PERFORM CheckRotatedArchived
        IF STATE-SIGNATURE NOT = GENERATION-SIGNATURE OR STATE-PROGRESS NOT = "done"
            IF STATE-SIGNATURE = GENERATION-SIGNATURE
                DISPLAY "BlockHistory: BlockArchive stopped part way through " BLOCKLOG-ROTATED
                    " - some changes may be listed twice until it is rerun"
            END-IF
            PERFORM ScanLogBuffer
        END-IF
    END-IF
    MOVE BLOCKLOG-NAME TO LOG-FILE-NAME
    PERFORM ReadLogFile
    PERFORM ScanLogBuffer

    MOVE MATCH-TOTAL TO NUM-DISPLAY
    MOVE DAY-FILE-COUNT TO NUM-DISPLAY-2
    DISPLAY "BlockHistory: " FUNCTION TRIM(NUM-DISPLAY) " change(s) found in "
        FUNCTION TRIM(NUM-DISPLAY-2) " archived region-day(s) and the live log"

    IF QUERY-ROLLBACK = 0 OR MATCH-TOTAL = 0
        STOP RUN
    END-IF
    IF ROLLBACK-OVERFLOW NOT = 0
        MOVE MAX-ROLLBACK-ENTRIES TO NUM-DISPLAY
        DISPLAY "BlockHistory: more than " FUNCTION TRIM(NUM-DISPLAY)
            " changes - too many to roll back in one go, nothing rolled back"
        STOP RUN
    END-IF

    CALL "World-Load" USING IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "BlockHistory: world load failed - aborting"
        STOP RUN
    END-IF

    CALL "Rollback-Apply" USING REVERTED-COUNT

    CALL "World-Save" USING IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY "BlockHistory: save failed - rerun before relying on the result"
        STOP RUN
    END-IF

    MOVE REVERTED-COUNT TO NUM-DISPLAY
    DISPLAY "BlockHistory: " FUNCTION TRIM(NUM-DISPLAY) " block change(s) reverted"
    STOP RUN.

SplitArguments.
    MOVE 0 TO ARG-COUNT
    PERFORM VARYING ARG-INDEX FROM 1 BY 1 UNTIL ARG-INDEX > 12
        MOVE SPACES TO ARG-WORD(ARG-INDEX)
    END-PERFORM
    IF COMMAND-ARGS = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE ARGS-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(COMMAND-ARGS TRAILING))
    MOVE 1 TO ARG-POINTER
    PERFORM UNTIL ARG-POINTER > ARGS-LENGTH OR ARG-COUNT >= 12
        ADD 1 TO ARG-COUNT
        UNSTRING COMMAND-ARGS(1:ARGS-LENGTH) DELIMITED BY ALL SPACES
            INTO ARG-WORD(ARG-COUNT)
            WITH POINTER ARG-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

ParseQuery.
    MOVE 0 TO ARGS-VALID
    MOVE ARG-WORD(1) TO QUERY-MODE
    MOVE SPACES TO QUERY-PLAYER
    EVALUATE QUERY-MODE
        WHEN "box"
            IF ARG-COUNT < 9
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING ARG-INDEX FROM 2 BY 1 UNTIL ARG-INDEX > 7
                IF FUNCTION TEST-NUMVAL(ARG-WORD(ARG-INDEX)) NOT = 0
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF ARG-WORD(8)(1:8) IS NOT NUMERIC OR ARG-WORD(8)(9:1) NOT = SPACE
                    OR ARG-WORD(9)(1:8) IS NOT NUMERIC OR ARG-WORD(9)(9:1) NOT = SPACE
                EXIT PARAGRAPH
            END-IF
            MOVE ARG-WORD(8)(1:8) TO QUERY-FROM
            MOVE ARG-WORD(9)(1:8) TO QUERY-TO
            IF QUERY-FROM > QUERY-TO
                EXIT PARAGRAPH
            END-IF
            COMPUTE CORNER-1 = FUNCTION NUMVAL(ARG-WORD(2))
            COMPUTE CORNER-2 = FUNCTION NUMVAL(ARG-WORD(5))
            COMPUTE QUERY-MIN-X = FUNCTION MIN(CORNER-1, CORNER-2)
            COMPUTE QUERY-MAX-X = FUNCTION MAX(CORNER-1, CORNER-2)
            COMPUTE CORNER-1 = FUNCTION NUMVAL(ARG-WORD(3))
            COMPUTE CORNER-2 = FUNCTION NUMVAL(ARG-WORD(6))
            COMPUTE QUERY-MIN-Y = FUNCTION MIN(CORNER-1, CORNER-2)
            COMPUTE QUERY-MAX-Y = FUNCTION MAX(CORNER-1, CORNER-2)
            COMPUTE CORNER-1 = FUNCTION NUMVAL(ARG-WORD(4))
            COMPUTE CORNER-2 = FUNCTION NUMVAL(ARG-WORD(7))
            COMPUTE QUERY-MIN-Z = FUNCTION MIN(CORNER-1, CORNER-2)
            COMPUTE QUERY-MAX-Z = FUNCTION MAX(CORNER-1, CORNER-2)
            DIVIDE QUERY-MIN-X BY 512 GIVING QUERY-MIN-REGION-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE QUERY-MIN-Z BY 512 GIVING QUERY-MIN-REGION-Z ROUNDED MODE IS TOWARD-LESSER
            DIVIDE QUERY-MAX-X BY 512 GIVING QUERY-MAX-REGION-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE QUERY-MAX-Z BY 512 GIVING QUERY-MAX-REGION-Z ROUNDED MODE IS TOWARD-LESSER
            MOVE 0 TO QUERY-DIM
            MOVE 10 TO OPTIONS-FROM
        WHEN "player"
            IF ARG-COUNT < 2
                EXIT PARAGRAPH
            END-IF
            MOVE ARG-WORD(2) TO QUERY-PLAYER
            MOVE 3 TO OPTIONS-FROM
            MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
            MOVE TIMESTAMP-RAW(1:6) TO QUERY-FROM
            IF ARG-WORD(3)(1:6) IS NUMERIC AND ARG-WORD(3)(7:1) = SPACE
                MOVE ARG-WORD(3)(1:6) TO QUERY-FROM
                MOVE 4 TO OPTIONS-FROM
            END-IF
            MOVE "01" TO QUERY-FROM(7:2)
            MOVE QUERY-FROM TO QUERY-TO
            MOVE "31" TO QUERY-TO(7:2)
            MOVE 255 TO QUERY-DIM
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM VARYING ARG-INDEX FROM OPTIONS-FROM BY 1 UNTIL ARG-INDEX > ARG-COUNT
        EVALUATE ARG-WORD(ARG-INDEX)
            WHEN "rollback"
                MOVE 1 TO QUERY-ROLLBACK
            WHEN "nether"
                IF QUERY-MODE NOT = "box"
                    EXIT PARAGRAPH
                END-IF
                MOVE 1 TO QUERY-DIM
            WHEN "overworld"
                IF QUERY-MODE NOT = "box"
                    EXIT PARAGRAPH
                END-IF
                MOVE 0 TO QUERY-DIM
            WHEN OTHER
                EXIT PARAGRAPH
        END-EVALUATE
    END-PERFORM
    MOVE 1 TO ARGS-VALID
    EXIT PARAGRAPH.

FindDayFiles.
    *> every month index the date range touches
    MOVE QUERY-FROM(1:6) TO MONTH-CURSOR
    PERFORM UNTIL MONTH-CURSOR > QUERY-TO(1:6) OR DAY-FILE-OVERFLOW NOT = 0
        MOVE SPACES TO INDEX-FILE-NAME
        STRING ARCHIVE-DIR "/index/" MONTH-CURSOR ".txt" INTO INDEX-FILE-NAME
        CALL "Files-ReadAll" USING INDEX-FILE-NAME INDEX-BUFFER INDEX-LENGTH IO-FAILURE
        IF IO-FAILURE = 0 AND INDEX-LENGTH > 0
            PERFORM ScanIndexBuffer
        END-IF
        IF MONTH-CURSOR(5:2) = "12"
            ADD 89 TO MONTH-CURSOR
        ELSE
            ADD 1 TO MONTH-CURSOR
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ScanIndexBuffer.
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-LENGTH OR DAY-FILE-OVERFLOW NOT = 0
        MOVE SPACES TO INDEX-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-LENGTH) DELIMITED BY X"0A"
            INTO INDEX-LINE
            WITH POINTER INDEX-POINTER
        IF INDEX-LINE NOT = SPACES
            MOVE SPACES TO INDEX-DATE INDEX-DIM INDEX-REGION-X-TEXT INDEX-REGION-Z-TEXT INDEX-PLAYER INDEX-CHANGES
            UNSTRING INDEX-LINE DELIMITED BY ALL SPACES
                INTO INDEX-DATE INDEX-DIM INDEX-REGION-X-TEXT INDEX-REGION-Z-TEXT INDEX-PLAYER INDEX-CHANGES
            MOVE INDEX-DATE TO NEW-DATE
            IF INDEX-DIM = "1"
                MOVE 1 TO NEW-DIM
            ELSE
                MOVE 0 TO NEW-DIM
            END-IF
            COMPUTE NEW-REGION-X = FUNCTION NUMVAL(INDEX-REGION-X-TEXT)
            COMPUTE NEW-REGION-Z = FUNCTION NUMVAL(INDEX-REGION-Z-TEXT)
            MOVE 1 TO INDEX-WANTED
            IF NEW-DATE < QUERY-FROM OR NEW-DATE > QUERY-TO
                MOVE 0 TO INDEX-WANTED
            END-IF
            IF QUERY-DIM NOT = 255 AND NEW-DIM NOT = QUERY-DIM
                MOVE 0 TO INDEX-WANTED
            END-IF
            IF QUERY-MODE = "box"
                IF NEW-REGION-X < QUERY-MIN-REGION-X OR NEW-REGION-X > QUERY-MAX-REGION-X
                        OR NEW-REGION-Z < QUERY-MIN-REGION-Z OR NEW-REGION-Z > QUERY-MAX-REGION-Z
                    MOVE 0 TO INDEX-WANTED
                END-IF
            ELSE
                *> "*" stands for the players past a region-day's 31st
                IF INDEX-PLAYER NOT = QUERY-PLAYER AND INDEX-PLAYER NOT = "*"
                    MOVE 0 TO INDEX-WANTED
                END-IF
            END-IF
            IF INDEX-WANTED = 1
                PERFORM AddDayFile
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

AddDayFile.
    *> once per region-day, however many index lines name it, kept in date
    *> order
    MOVE 0 TO DAY-FILE-FOUND
    PERFORM VARYING DAY-FILE-INDEX FROM 1 BY 1 UNTIL DAY-FILE-INDEX > DAY-FILE-COUNT
        IF DAY-FILE-DATE(DAY-FILE-INDEX) = NEW-DATE AND DAY-FILE-DIM(DAY-FILE-INDEX) = NEW-DIM
                AND DAY-FILE-REGION-X(DAY-FILE-INDEX) = NEW-REGION-X AND DAY-FILE-REGION-Z(DAY-FILE-INDEX) = NEW-REGION-Z
            MOVE 1 TO DAY-FILE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF DAY-FILE-FOUND = 1
        EXIT PARAGRAPH
    END-IF
    IF DAY-FILE-COUNT >= MAX-DAY-FILES
        MOVE 1 TO DAY-FILE-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    COMPUTE INSERT-AT = DAY-FILE-COUNT + 1
    PERFORM VARYING DAY-FILE-INDEX FROM 1 BY 1 UNTIL DAY-FILE-INDEX > DAY-FILE-COUNT
        IF DAY-FILE-DATE(DAY-FILE-INDEX) > NEW-DATE
            MOVE DAY-FILE-INDEX TO INSERT-AT
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING DAY-FILE-INDEX FROM DAY-FILE-COUNT BY -1 UNTIL DAY-FILE-INDEX < INSERT-AT
        MOVE DAY-FILE(DAY-FILE-INDEX) TO DAY-FILE(DAY-FILE-INDEX + 1)
    END-PERFORM
    ADD 1 TO DAY-FILE-COUNT
    MOVE NEW-DATE TO DAY-FILE-DATE(INSERT-AT)
    MOVE NEW-DIM TO DAY-FILE-DIM(INSERT-AT)
    MOVE NEW-REGION-X TO DAY-FILE-REGION-X(INSERT-AT)
    MOVE NEW-REGION-Z TO DAY-FILE-REGION-Z(INSERT-AT)
    EXIT PARAGRAPH.

ReadLogFile.
    CALL "Files-ReadAll" USING LOG-FILE-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 0 TO LOG-BUFFER-LENGTH
    END-IF
    EXIT PARAGRAPH.

CheckRotatedArchived.
    MOVE SPACES TO CURRENT-LINE
    UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A" INTO CURRENT-LINE
    MOVE LOG-BUFFER-LENGTH TO NUM-DISPLAY
    MOVE SPACES TO GENERATION-SIGNATURE
    STRING FUNCTION TRIM(NUM-DISPLAY) " " CURRENT-LINE INTO GENERATION-SIGNATURE
    MOVE SPACES TO STATE-SIGNATURE STATE-PROGRESS
    CALL "Files-ReadAll" USING STATE-NAME STATE-BUFFER STATE-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR STATE-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO STATE-POINTER
    UNSTRING STATE-BUFFER(1:STATE-LENGTH) DELIMITED BY X"0A"
        INTO STATE-SIGNATURE STATE-PROGRESS
        WITH POINTER STATE-POINTER
    EXIT PARAGRAPH.

ScanLogBuffer.
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM MatchLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MatchLine.
    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    MOVE 1 TO LINE-POINTER
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
        WITH POINTER LINE-POINTER
    *> undated lines, from before attribution, can't be placed in any range
    IF FIELD-STAMP IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FIELD-STAMP(1:8) < QUERY-FROM OR FIELD-STAMP(1:8) > QUERY-TO
        EXIT PARAGRAPH
    END-IF
    *> a line from before the dimension field existed was an overworld change
    IF FIELD-DIM = "1"
        MOVE 1 TO LINE-DIM
    ELSE
        MOVE 0 TO LINE-DIM
    END-IF
    IF QUERY-DIM NOT = 255 AND LINE-DIM NOT = QUERY-DIM
        EXIT PARAGRAPH
    END-IF
    COMPUTE LINE-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE LINE-Y = FUNCTION NUMVAL(FIELD-Y)
    COMPUTE LINE-Z = FUNCTION NUMVAL(FIELD-Z)
    IF QUERY-MODE = "box"
        IF LINE-X < QUERY-MIN-X OR LINE-X > QUERY-MAX-X OR LINE-Y < QUERY-MIN-Y OR LINE-Y > QUERY-MAX-Y
                OR LINE-Z < QUERY-MIN-Z OR LINE-Z > QUERY-MAX-Z
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF FIELD-PLAYER NOT = QUERY-PLAYER
            EXIT PARAGRAPH
        END-IF
    END-IF

    ADD 1 TO MATCH-TOTAL
    IF LINE-DIM = 1
        MOVE "nether" TO DIM-NAME
    ELSE
        MOVE "overworld" TO DIM-NAME
    END-IF
    DISPLAY FIELD-STAMP " " FUNCTION TRIM(DIM-NAME) " " FUNCTION TRIM(FIELD-X) " " FUNCTION TRIM(FIELD-Y) " "
        FUNCTION TRIM(FIELD-Z) " " FUNCTION TRIM(FIELD-PLAYER) " " FUNCTION TRIM(FIELD-PREV) " -> " FUNCTION TRIM(FIELD-ID)

    IF ROLLBACK-COUNT >= MAX-ROLLBACK-ENTRIES
        MOVE 1 TO ROLLBACK-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ROLLBACK-COUNT
    MOVE LINE-X TO ROLLBACK-X(ROLLBACK-COUNT)
    MOVE LINE-Y TO ROLLBACK-Y(ROLLBACK-COUNT)
    MOVE LINE-Z TO ROLLBACK-Z(ROLLBACK-COUNT)
    COMPUTE ROLLBACK-PREV-ID(ROLLBACK-COUNT) = FUNCTION NUMVAL(FIELD-PREV)
    MOVE LINE-DIM TO ROLLBACK-DIM(ROLLBACK-COUNT)
    EXIT PARAGRAPH.

END PROGRAM BlockHistory.
