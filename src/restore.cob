*> --- BackupRestore ---
*> Standalone batch program: the restore side of Backup-Run. Run it from a
*> shell with the server down, the same way PlayerReport is run:
*>
*>     BackupRestore list
*>     BackupRestore verify <generation>
*>     BackupRestore world  <generation>
*>     BackupRestore player <generation> <name>
*>     BackupRestore area   <generation> <x1> <z1> <x2> <z2> [overworld|nether]
*>
*> A generation is one of the yyyymmddhhmmss stamps in backups/index.txt.
*> "verify" checks the generation is complete and readable: level.dat is
*> there, every playerdata file decodes through Player-LoadDataFromFile, and
*> every chunk stored in its region files lies inside its file and inflates.
*> Every restore runs the same verification first and refuses a generation
*> that fails it.
*>
*> "player" restores one save/playerdata file - the username-keyed file of
*> that name, else the UUID-keyed file whose lastKnownName matches - and
*> clears any copy PlayerDataCheck quarantined, so the player can log in again.
*> "area" restores every region file the block rectangle touches, whole (a
*> region file is 512x512 blocks); region files the generation doesn't have are
*> left alone. It refuses while save/journal.txt holds unsaved block changes,
*> which the next boot would replay over the restored terrain. "world"
*> replaces the whole save/ directory.
*>
*> Whatever a restore overwrites is first moved or copied under
*> backups/pre-restore-<yyyymmddhhmmss>/ (same layout as save/; not listed in
*> backups/index.txt, so Backup-Run never prunes it), and one line goes to the
*> audit trail, logs/audit.log, with source "restore".
IDENTIFICATION DIVISION.
PROGRAM-ID. BackupRestore.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 RUN-STAMP            PIC X(14).
    01 COMMAND-ARGS         PIC X(256).
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 ARG-VERB             PIC X(16).
    01 ARG-STAMP            PIC X(32).
    01 ARG-3                PIC X(32).
    01 ARG-4                PIC X(32).
    01 ARG-5                PIC X(32).
    01 ARG-6                PIC X(32).
    01 ARG-7                PIC X(32).
    01 SHELL-COMMAND        PIC X(512).
    01 SHELL-STATUS         BINARY-LONG.
    *> the generation index, as Backup-Run keeps it
    01 STAMP-BUFFER         PIC X(16000).
    01 STAMP-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 STAMP-POINTER        BINARY-LONG UNSIGNED.
    01 STAMP-LINE           PIC X(64).
    01 STAMP-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 STAMP-INDEX          BINARY-LONG UNSIGNED.
    01 STAMP-TABLE OCCURS 100 TIMES PIC X(14).
    01 STAMP-LISTED         BINARY-CHAR UNSIGNED.
    01 GENERATION-DIR       PIC X(64).
    01 SAFETY-DIR           PIC X(64).
    01 SAFETY-USED          BINARY-CHAR UNSIGNED    VALUE 0.
    *> directory listings - one "ls" into a scratch index file, as in
    *> PlayerReport
    01 LIST-DIR             PIC X(128).
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(255).
    01 FILE-STEM            PIC X(64).
    01 FILE-STEM-LEN        BINARY-LONG UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 TARGET-FILE-NAME     PIC X(255).
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    COPY DD-PLAYERS.
    *> verification
    01 VERIFY-DIM           PIC X(10).
    01 VERIFY-FILES         BINARY-LONG UNSIGNED.
    01 VERIFY-CHUNKS        BINARY-LONG UNSIGNED.
    01 VERIFY-PROBLEMS      BINARY-LONG UNSIGNED.
    01 REGION-BUFFER        PIC X(8388608).
    01 REGION-BUFFER-LENGTH BINARY-LONG UNSIGNED.
    01 REGION-BAD           BINARY-CHAR UNSIGNED.
    01 CHUNK-SLOT           BINARY-LONG UNSIGNED.
    01 HEADER-OFFSET        BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET        BINARY-LONG UNSIGNED.
    01 PAYLOAD-OFFSET       BINARY-LONG UNSIGNED.
    01 PAYLOAD-LENGTH       BINARY-LONG UNSIGNED.
    01 COMPRESSION-TYPE     BINARY-LONG UNSIGNED.
    01 COMPRESSED-BUFFER    PIC X(1048576).
    01 COMPRESSED-LENGTH    BINARY-LONG UNSIGNED.
    01 NBT-BUFFER           PIC X(1048576).
    01 NBT-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 ERRNO                BINARY-LONG.
    *> player scope
    01 PLAYER-STEM          PIC X(64).
    01 PLAYER-WANTED        PIC X(16).
    *> area scope, in blocks and then in region files
    01 AREA-DIM             PIC X(10).
    01 AREA-X1              BINARY-LONG.
    01 AREA-Z1              BINARY-LONG.
    01 AREA-X2              BINARY-LONG.
    01 AREA-Z2              BINARY-LONG.
    01 AREA-SWAP            BINARY-LONG.
    01 REGION-MIN-X         BINARY-LONG.
    01 REGION-MAX-X         BINARY-LONG.
    01 REGION-MIN-Z         BINARY-LONG.
    01 REGION-MAX-Z         BINARY-LONG.
    01 REGION-X             BINARY-LONG.
    01 REGION-Z             BINARY-LONG.
    01 C-MAX-AREA-REGIONS   BINARY-LONG             VALUE 256.
    01 REGION-FILE          PIC X(40).
    01 DISPLAY-X            PIC -9(10).
    01 DISPLAY-Z            PIC -9(10).
    01 REGIONS-RESTORED     BINARY-LONG UNSIGNED    VALUE 0.
    01 REGIONS-ABSENT       BINARY-LONG UNSIGNED    VALUE 0.
    *> audit line - see Audit-Log
    01 C-AUDIT-SOURCE       PIC X(16)   VALUE "restore".
    01 AUDIT-TEXT           PIC X(256).
    01 AUDIT-TEXT-POS       BINARY-LONG UNSIGNED.
    01 AUDIT-TEXT-LEN       BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE TIMESTAMP-RAW(1:14) TO RUN-STAMP
    CALL "CBL_CREATE_DIR" USING "report"

    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-VERB ARG-STAMP ARG-3 ARG-4 ARG-5 ARG-6 ARG-7
    MOVE 1 TO ARG-POINTER
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES
        INTO ARG-VERB ARG-STAMP ARG-3 ARG-4 ARG-5 ARG-6 ARG-7
        WITH POINTER ARG-POINTER
    MOVE FUNCTION LOWER-CASE(ARG-VERB) TO ARG-VERB

    PERFORM LoadGenerations
    EVALUATE ARG-VERB
        WHEN "list"
            PERFORM ListGenerations
            STOP RUN
        WHEN "verify"
        WHEN "world"
        WHEN "player"
        WHEN "area"
            CONTINUE
        WHEN OTHER
            PERFORM ShowUsage
            STOP RUN
    END-EVALUATE

    PERFORM CheckGeneration
    PERFORM VerifyGeneration
    IF ARG-VERB = "verify"
        STOP RUN
    END-IF
    IF VERIFY-PROBLEMS > 0
        DISPLAY "BackupRestore: generation " ARG-STAMP(1:14) " failed verification - nothing restored"
        STOP RUN
    END-IF

    MOVE SPACES TO SAFETY-DIR
    STRING "backups/pre-restore-" RUN-STAMP INTO SAFETY-DIR
    EVALUATE ARG-VERB
        WHEN "world"
            PERFORM RestoreWorld
        WHEN "player"
            PERFORM RestorePlayer
        WHEN "area"
            PERFORM RestoreArea
    END-EVALUATE
    STOP RUN.

ShowUsage.
    DISPLAY "Usage: BackupRestore list"
    DISPLAY "       BackupRestore verify <generation>"
    DISPLAY "       BackupRestore world  <generation>"
    DISPLAY "       BackupRestore player <generation> <name>"
    DISPLAY "       BackupRestore area   <generation> <x1> <z1> <x2> <z2> [overworld|nether]"
    EXIT PARAGRAPH.

LoadGenerations.
    CALL "Files-ReadAll" USING "backups/index.txt" STAMP-BUFFER STAMP-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR STAMP-BUFFER-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO STAMP-POINTER
    PERFORM UNTIL STAMP-POINTER > STAMP-BUFFER-LENGTH OR STAMP-COUNT >= 100
        MOVE SPACES TO STAMP-LINE
        UNSTRING STAMP-BUFFER(1:STAMP-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO STAMP-LINE
            WITH POINTER STAMP-POINTER
        IF STAMP-LINE NOT = SPACES
            ADD 1 TO STAMP-COUNT
            MOVE STAMP-LINE(1:14) TO STAMP-TABLE(STAMP-COUNT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ListGenerations.
    IF STAMP-COUNT = 0
        DISPLAY "BackupRestore: no generations in backups/index.txt"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Generations on hand (oldest first):"
    PERFORM VARYING STAMP-INDEX FROM 1 BY 1 UNTIL STAMP-INDEX > STAMP-COUNT
        MOVE SPACES TO DATA-FILE-NAME
        STRING "backups/" STAMP-TABLE(STAMP-INDEX) "/level.dat" INTO DATA-FILE-NAME
        CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
        IF FILE-SIZE > 0
            DISPLAY "  " STAMP-TABLE(STAMP-INDEX) "  "
                STAMP-TABLE(STAMP-INDEX)(1:4) "-" STAMP-TABLE(STAMP-INDEX)(5:2) "-" STAMP-TABLE(STAMP-INDEX)(7:2) " "
                STAMP-TABLE(STAMP-INDEX)(9:2) ":" STAMP-TABLE(STAMP-INDEX)(11:2) ":" STAMP-TABLE(STAMP-INDEX)(13:2)
        ELSE
            DISPLAY "  " STAMP-TABLE(STAMP-INDEX) "  (missing or incomplete - no level.dat)"
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CheckGeneration.
    *> only generations Backup-Run recorded can be restored from
    MOVE 0 TO STAMP-LISTED
    PERFORM VARYING STAMP-INDEX FROM 1 BY 1 UNTIL STAMP-INDEX > STAMP-COUNT
        IF ARG-STAMP(15:) = SPACES AND STAMP-TABLE(STAMP-INDEX) = ARG-STAMP(1:14)
            MOVE 1 TO STAMP-LISTED
        END-IF
    END-PERFORM
    IF STAMP-LISTED = 0
        DISPLAY "BackupRestore: " FUNCTION TRIM(ARG-STAMP) " is not a generation in backups/index.txt - see BackupRestore list"
        STOP RUN
    END-IF
    MOVE SPACES TO GENERATION-DIR
    STRING "backups/" ARG-STAMP(1:14) INTO GENERATION-DIR
    EXIT PARAGRAPH.

VerifyGeneration.
    MOVE 0 TO VERIFY-FILES
    MOVE 0 TO VERIFY-CHUNKS
    MOVE 0 TO VERIFY-PROBLEMS

    MOVE SPACES TO DATA-FILE-NAME
    STRING FUNCTION TRIM(GENERATION-DIR) "/level.dat" INTO DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
    IF FILE-SIZE = 0
        DISPLAY "  missing: " FUNCTION TRIM(DATA-FILE-NAME)
        ADD 1 TO VERIFY-PROBLEMS
    ELSE
        ADD 1 TO VERIFY-FILES
    END-IF

    MOVE SPACES TO LIST-DIR
    STRING FUNCTION TRIM(GENERATION-DIR) "/playerdata" INTO LIST-DIR
    PERFORM ListDirectory
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH
        PERFORM NextListedFile
        IF FILE-STEM-LEN > 4 AND CURRENT-LINE(FILE-STEM-LEN - 3:4) = ".dat"
            PERFORM VerifyPlayerFile
        END-IF
    END-PERFORM

    MOVE "overworld" TO VERIFY-DIM
    PERFORM VerifyDimension
    MOVE "nether" TO VERIFY-DIM
    PERFORM VerifyDimension

    MOVE VERIFY-FILES TO NUM-DISPLAY
    MOVE VERIFY-CHUNKS TO NUM-DISPLAY-2
    MOVE VERIFY-PROBLEMS TO NUM-DISPLAY-3
    IF VERIFY-PROBLEMS = 0
        DISPLAY "BackupRestore: generation " ARG-STAMP(1:14) " verified - " FUNCTION TRIM(NUM-DISPLAY)
            " file(s), " FUNCTION TRIM(NUM-DISPLAY-2) " chunk(s), no problems"
    ELSE
        DISPLAY "BackupRestore: generation " ARG-STAMP(1:14) " has " FUNCTION TRIM(NUM-DISPLAY-3)
            " problem(s) in " FUNCTION TRIM(NUM-DISPLAY) " file(s) checked"
    END-IF
    EXIT PARAGRAPH.

VerifyPlayerFile.
    ADD 1 TO VERIFY-FILES
    INITIALIZE PLAYERS(PLAYER-SLOT)
    MOVE SPACES TO DATA-FILE-NAME
    STRING FUNCTION TRIM(LIST-DIR) "/" CURRENT-LINE(1:FILE-STEM-LEN) INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    IF LOAD-FAILURE = 1
        DISPLAY "  does not decode: " FUNCTION TRIM(DATA-FILE-NAME)
        ADD 1 TO VERIFY-PROBLEMS
    END-IF
    EXIT PARAGRAPH.

VerifyDimension.
    MOVE SPACES TO LIST-DIR
    STRING FUNCTION TRIM(GENERATION-DIR) "/" FUNCTION TRIM(VERIFY-DIM) "/region" INTO LIST-DIR
    PERFORM ListDirectory
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH
        PERFORM NextListedFile
        IF FILE-STEM-LEN > 4 AND CURRENT-LINE(FILE-STEM-LEN - 3:4) = ".mca"
            PERFORM VerifyRegionFile
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

VerifyRegionFile.
    *> the payload checks World-VerifyChunks makes at boot, short of the NBT
    *> walk: every allotted chunk lies inside the file, is gzip, and inflates
    ADD 1 TO VERIFY-FILES
    MOVE SPACES TO DATA-FILE-NAME
    STRING FUNCTION TRIM(LIST-DIR) "/" CURRENT-LINE(1:FILE-STEM-LEN) INTO DATA-FILE-NAME
    CALL "Files-ReadAll" USING DATA-FILE-NAME REGION-BUFFER REGION-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR REGION-BUFFER-LENGTH < 8192
        DISPLAY "  unreadable or truncated: " FUNCTION TRIM(DATA-FILE-NAME)
        ADD 1 TO VERIFY-PROBLEMS
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO REGION-BAD
    PERFORM VARYING CHUNK-SLOT FROM 0 BY 1 UNTIL CHUNK-SLOT > 1023 OR REGION-BAD = 1
        COMPUTE HEADER-OFFSET = CHUNK-SLOT * 4 + 1
        COMPUTE SECTOR-OFFSET = (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET:1)) - 1) * 65536
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 1:1)) - 1) * 256
            + (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 2:1)) - 1)
        IF SECTOR-OFFSET >= 2
            ADD 1 TO VERIFY-CHUNKS
            PERFORM VerifyOneChunk
        END-IF
    END-PERFORM
    IF REGION-BAD = 1
        DISPLAY "  damaged chunk in " FUNCTION TRIM(DATA-FILE-NAME)
        ADD 1 TO VERIFY-PROBLEMS
    END-IF
    EXIT PARAGRAPH.

VerifyOneChunk.
    COMPUTE PAYLOAD-OFFSET = SECTOR-OFFSET * 4096 + 1
    IF PAYLOAD-OFFSET + 4 > REGION-BUFFER-LENGTH
        MOVE 1 TO REGION-BAD
        EXIT PARAGRAPH
    END-IF
    COMPUTE PAYLOAD-LENGTH = (FUNCTION ORD(REGION-BUFFER(PAYLOAD-OFFSET:1)) - 1) * 16777216
        + (FUNCTION ORD(REGION-BUFFER(PAYLOAD-OFFSET + 1:1)) - 1) * 65536
        + (FUNCTION ORD(REGION-BUFFER(PAYLOAD-OFFSET + 2:1)) - 1) * 256
        + (FUNCTION ORD(REGION-BUFFER(PAYLOAD-OFFSET + 3:1)) - 1)
    IF PAYLOAD-LENGTH < 2 OR PAYLOAD-LENGTH > 1048576
        OR PAYLOAD-OFFSET + 4 + PAYLOAD-LENGTH - 1 > REGION-BUFFER-LENGTH
        MOVE 1 TO REGION-BAD
        EXIT PARAGRAPH
    END-IF
    COMPUTE COMPRESSION-TYPE = FUNCTION ORD(REGION-BUFFER(PAYLOAD-OFFSET + 4:1)) - 1
    IF COMPRESSION-TYPE NOT = 1
        MOVE 1 TO REGION-BAD
        EXIT PARAGRAPH
    END-IF
    COMPUTE COMPRESSED-LENGTH = PAYLOAD-LENGTH - 1
    MOVE REGION-BUFFER(PAYLOAD-OFFSET + 5:COMPRESSED-LENGTH) TO COMPRESSED-BUFFER(1:COMPRESSED-LENGTH)
    MOVE LENGTH OF NBT-BUFFER TO NBT-BUFFER-LENGTH
    CALL "GzipDecompress" USING COMPRESSED-BUFFER COMPRESSED-LENGTH NBT-BUFFER NBT-BUFFER-LENGTH GIVING ERRNO
    IF ERRNO NOT = 0 OR NBT-BUFFER-LENGTH = 0
        MOVE 1 TO REGION-BAD
    END-IF
    EXIT PARAGRAPH.

ListDirectory.
    *> LIST-DIR's entries into INDEX-BUFFER; a missing directory lists empty
    MOVE SPACES TO SHELL-COMMAND
    STRING "ls " FUNCTION TRIM(LIST-DIR) " > report/restore-index.txt 2>/dev/null" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING "report/restore-index.txt" INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 0 TO INDEX-BUFFER-LENGTH
    END-IF
    EXIT PARAGRAPH.

NextListedFile.
    MOVE SPACES TO CURRENT-LINE
    UNSTRING INDEX-BUFFER(1:INDEX-BUFFER-LENGTH) DELIMITED BY X"0A"
        INTO CURRENT-LINE
        WITH POINTER INDEX-POINTER
    MOVE FUNCTION TRIM(CURRENT-LINE) TO CURRENT-LINE
    COMPUTE FILE-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
    IF CURRENT-LINE = SPACES
        MOVE 0 TO FILE-STEM-LEN
    END-IF
    EXIT PARAGRAPH.

RestoreWorld.
    *> the live save/ moves aside whole and the generation is copied in; if
    *> the copy fails the original is put straight back
    CALL "CBL_CREATE_DIR" USING "backups"
    MOVE SPACES TO SHELL-COMMAND
    STRING "mv save " FUNCTION TRIM(SAFETY-DIR) INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        DISPLAY "BackupRestore: could not move save/ to " FUNCTION TRIM(SAFETY-DIR) " - nothing restored"
        STOP RUN
    END-IF
    MOVE SPACES TO SHELL-COMMAND
    STRING "cp -r " FUNCTION TRIM(GENERATION-DIR) " save" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        MOVE SPACES TO SHELL-COMMAND
        STRING "rm -rf save && mv " FUNCTION TRIM(SAFETY-DIR) " save" INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        DISPLAY "BackupRestore: copy from " FUNCTION TRIM(GENERATION-DIR) " failed - original save/ put back"
        STOP RUN
    END-IF

    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "restored whole save from backup " ARG-STAMP(1:14) " (previous save kept in "
        FUNCTION TRIM(SAFETY-DIR) ")" INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    PERFORM WriteAudit
    DISPLAY "BackupRestore: save/ restored from " FUNCTION TRIM(GENERATION-DIR)
        " - the previous save is in " FUNCTION TRIM(SAFETY-DIR)
    EXIT PARAGRAPH.

RestorePlayer.
    IF ARG-3 = SPACES OR ARG-4 NOT = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    PERFORM FindPlayerInBackup
    IF PLAYER-STEM = SPACES
        DISPLAY "BackupRestore: no save file for " FUNCTION TRIM(ARG-3) " in generation " ARG-STAMP(1:14)
        STOP RUN
    END-IF

    *> keep the live file (if any) and any quarantined copy, which would
    *> otherwise go on refusing the login, before copying the backup in
    MOVE SPACES TO SHELL-COMMAND
    STRING "mkdir -p " FUNCTION TRIM(SAFETY-DIR) "/playerdata" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    MOVE SPACES TO TARGET-FILE-NAME
    STRING "save/playerdata/" FUNCTION TRIM(PLAYER-STEM) ".dat" INTO TARGET-FILE-NAME
    CALL "Files-Size" USING TARGET-FILE-NAME FILE-SIZE
    IF FILE-SIZE > 0
        MOVE SPACES TO SHELL-COMMAND
        STRING "cp " FUNCTION TRIM(TARGET-FILE-NAME) " " FUNCTION TRIM(SAFETY-DIR) "/playerdata/" INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        IF SHELL-STATUS NOT = 0
            DISPLAY "BackupRestore: could not keep a safety copy of " FUNCTION TRIM(TARGET-FILE-NAME) " - nothing restored"
            STOP RUN
        END-IF
    END-IF
    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/quarantine/playerdata/" FUNCTION TRIM(PLAYER-STEM) ".dat" INTO DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
    IF FILE-SIZE > 0
        MOVE SPACES TO SHELL-COMMAND
        STRING "mkdir -p " FUNCTION TRIM(SAFETY-DIR) "/quarantine/playerdata && mv " FUNCTION TRIM(DATA-FILE-NAME)
            " " FUNCTION TRIM(SAFETY-DIR) "/quarantine/playerdata/" INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING "mkdir -p save/playerdata && cp " FUNCTION TRIM(GENERATION-DIR) "/playerdata/" FUNCTION TRIM(PLAYER-STEM) ".dat "
        FUNCTION TRIM(TARGET-FILE-NAME) INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        DISPLAY "BackupRestore: copy into " FUNCTION TRIM(TARGET-FILE-NAME) " failed - the previous file is in "
            FUNCTION TRIM(SAFETY-DIR)
        STOP RUN
    END-IF

    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "restored player " FUNCTION TRIM(ARG-3) " (" FUNCTION TRIM(PLAYER-STEM) ".dat) from backup " ARG-STAMP(1:14)
        " (previous file kept in " FUNCTION TRIM(SAFETY-DIR) ")" INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    PERFORM WriteAudit
    DISPLAY "BackupRestore: " FUNCTION TRIM(TARGET-FILE-NAME) " restored from generation " ARG-STAMP(1:14)
    EXIT PARAGRAPH.

FindPlayerInBackup.
    *> the username-keyed file by name first; otherwise the UUID-keyed file
    *> whose decoded lastKnownName matches, case-insensitively
    MOVE SPACES TO PLAYER-STEM
    MOVE SPACES TO DATA-FILE-NAME
    STRING FUNCTION TRIM(GENERATION-DIR) "/playerdata/" FUNCTION TRIM(ARG-3) ".dat" INTO DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
    IF FILE-SIZE > 0
        MOVE ARG-3 TO PLAYER-STEM
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(ARG-3) TO PLAYER-WANTED
    MOVE SPACES TO LIST-DIR
    STRING FUNCTION TRIM(GENERATION-DIR) "/playerdata" INTO LIST-DIR
    PERFORM ListDirectory
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH OR PLAYER-STEM NOT = SPACES
        PERFORM NextListedFile
        IF FILE-STEM-LEN > 4 AND CURRENT-LINE(FILE-STEM-LEN - 3:4) = ".dat"
            INITIALIZE PLAYERS(PLAYER-SLOT)
            MOVE SPACES TO DATA-FILE-NAME
            STRING FUNCTION TRIM(LIST-DIR) "/" CURRENT-LINE(1:FILE-STEM-LEN) INTO DATA-FILE-NAME
            CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
            IF LOAD-FAILURE = 0 AND FUNCTION UPPER-CASE(USERNAME(PLAYER-SLOT)) = PLAYER-WANTED
                MOVE CURRENT-LINE(1:FILE-STEM-LEN - 4) TO PLAYER-STEM
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

RestoreArea.
    IF ARG-6 = SPACES
        PERFORM ShowUsage
        STOP RUN
    END-IF
    MOVE FUNCTION LOWER-CASE(ARG-7) TO AREA-DIM
    IF AREA-DIM = SPACES
        MOVE "overworld" TO AREA-DIM
    END-IF
    IF AREA-DIM NOT = "overworld" AND AREA-DIM NOT = "nether"
        PERFORM ShowUsage
        STOP RUN
    END-IF

    *> unsaved block changes would be replayed over the restored terrain at
    *> the next boot - World-Save empties the journal on a clean shutdown
    CALL "Files-Size" USING "save/journal.txt" FILE-SIZE
    IF FILE-SIZE > 0
        DISPLAY "BackupRestore: save/journal.txt still holds unsaved block changes - start and stop the server once, then rerun"
        STOP RUN
    END-IF

    COMPUTE AREA-X1 = FUNCTION NUMVAL(ARG-3)
    COMPUTE AREA-Z1 = FUNCTION NUMVAL(ARG-4)
    COMPUTE AREA-X2 = FUNCTION NUMVAL(ARG-5)
    COMPUTE AREA-Z2 = FUNCTION NUMVAL(ARG-6)
    IF AREA-X1 > AREA-X2
        MOVE AREA-X1 TO AREA-SWAP
        MOVE AREA-X2 TO AREA-X1
        MOVE AREA-SWAP TO AREA-X2
    END-IF
    IF AREA-Z1 > AREA-Z2
        MOVE AREA-Z1 TO AREA-SWAP
        MOVE AREA-Z2 TO AREA-Z1
        MOVE AREA-SWAP TO AREA-Z2
    END-IF
    *> blocks to region files, rounding down as World-RegionFileName does
    DIVIDE AREA-X1 BY 512 GIVING REGION-MIN-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE AREA-X2 BY 512 GIVING REGION-MAX-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE AREA-Z1 BY 512 GIVING REGION-MIN-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE AREA-Z2 BY 512 GIVING REGION-MAX-Z ROUNDED MODE IS TOWARD-LESSER
    IF (REGION-MAX-X - REGION-MIN-X + 1) * (REGION-MAX-Z - REGION-MIN-Z + 1) > C-MAX-AREA-REGIONS
        DISPLAY "BackupRestore: that area covers more than 256 region files - restore the world instead"
        STOP RUN
    END-IF

    PERFORM VARYING REGION-X FROM REGION-MIN-X BY 1 UNTIL REGION-X > REGION-MAX-X
        PERFORM VARYING REGION-Z FROM REGION-MIN-Z BY 1 UNTIL REGION-Z > REGION-MAX-Z
            PERFORM RestoreOneRegion
        END-PERFORM
    END-PERFORM

    MOVE REGIONS-RESTORED TO NUM-DISPLAY
    MOVE REGIONS-ABSENT TO NUM-DISPLAY-2
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "restored " FUNCTION TRIM(NUM-DISPLAY) " " FUNCTION TRIM(AREA-DIM) " region file(s) covering "
        FUNCTION TRIM(ARG-3) "," FUNCTION TRIM(ARG-4) " to " FUNCTION TRIM(ARG-5) "," FUNCTION TRIM(ARG-6)
        " from backup " ARG-STAMP(1:14) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    IF SAFETY-USED = 1
        STRING " (previous files kept in " FUNCTION TRIM(SAFETY-DIR) ")" INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    END-IF
    PERFORM WriteAudit
    DISPLAY "BackupRestore: " FUNCTION TRIM(NUM-DISPLAY) " region file(s) restored, "
        FUNCTION TRIM(NUM-DISPLAY-2) " not in the backup and left as they are"
    EXIT PARAGRAPH.

RestoreOneRegion.
    MOVE REGION-X TO DISPLAY-X
    MOVE REGION-Z TO DISPLAY-Z
    MOVE SPACES TO REGION-FILE
    STRING "r." FUNCTION TRIM(DISPLAY-X) "." FUNCTION TRIM(DISPLAY-Z) ".mca" INTO REGION-FILE
    MOVE SPACES TO DATA-FILE-NAME
    STRING FUNCTION TRIM(GENERATION-DIR) "/" FUNCTION TRIM(AREA-DIM) "/region/" FUNCTION TRIM(REGION-FILE) INTO DATA-FILE-NAME
    CALL "Files-Size" USING DATA-FILE-NAME FILE-SIZE
    IF FILE-SIZE = 0
        ADD 1 TO REGIONS-ABSENT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO TARGET-FILE-NAME
    STRING "save/" FUNCTION TRIM(AREA-DIM) "/region/" FUNCTION TRIM(REGION-FILE) INTO TARGET-FILE-NAME
    CALL "Files-Size" USING TARGET-FILE-NAME FILE-SIZE
    IF FILE-SIZE > 0
        MOVE SPACES TO SHELL-COMMAND
        STRING "mkdir -p " FUNCTION TRIM(SAFETY-DIR) "/" FUNCTION TRIM(AREA-DIM) "/region && cp "
            FUNCTION TRIM(TARGET-FILE-NAME) " " FUNCTION TRIM(SAFETY-DIR) "/" FUNCTION TRIM(AREA-DIM) "/region/"
            INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        IF SHELL-STATUS NOT = 0
            DISPLAY "BackupRestore: could not keep a safety copy of " FUNCTION TRIM(TARGET-FILE-NAME) " - left as it is"
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO SAFETY-USED
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING "mkdir -p save/" FUNCTION TRIM(AREA-DIM) "/region && cp " FUNCTION TRIM(DATA-FILE-NAME) " "
        FUNCTION TRIM(TARGET-FILE-NAME) INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        DISPLAY "BackupRestore: copy into " FUNCTION TRIM(TARGET-FILE-NAME) " failed"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO REGIONS-RESTORED
    EXIT PARAGRAPH.

WriteAudit.
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "CBL_CREATE_DIR" USING "logs"
    CALL "Audit-Log" USING C-AUDIT-SOURCE AUDIT-TEXT AUDIT-TEXT-LEN
    EXIT PARAGRAPH.

END PROGRAM BackupRestore.
