*> --- Audit-Log ---
*> The append-only audit trail: one timestamped line per privileged event, written
*> to logs/audit.log - deliberately a separate file from logs/server.log, which
*> Log-Write rotates away; this one is never rotated away - finished months are
*> moved, line for line, into hash-chained archives by Audit-Archive below - so
*> an incident can be reconstructed long after the fact. Fed by ExecuteAdminCommand
*> (with the command's source: console, rcon, schedule, or a player name),
*> ExecuteCommandBlockCommand (with the block's position), and the login
*> rejection paths - see Server.
    GOBACK.

END PROGRAM Audit-Log.

*> --- Audit-Archive ---
*> Closes finished months out of logs/audit.log. Every line belonging to a
*> month before the current one moves, oldest month first, into
*> logs/audit-archive/audit-<yyyy-mm>.log, whose four header lines are
*>
*>     # audit archive <yyyy-mm>
*>     # lines <n>
*>     # body-sha256 <hash of the lines below the header>
*>     # previous-sha256 <hash of the whole previous archive file, or none>
*>
*> so the archives form a hash chain: editing or dropping any archived line
*> breaks that archive's body hash, and rewriting a whole archive breaks the
*> next one's previous-sha256. Each closed archive is also listed in
*> logs/audit-archive/index.txt ("<yyyy-mm> <lines> <archive hash>") and its
*> hash written back into the live trail as an "archive" audit line, which the
*> following month's archive then carries. AuditVerify checks all of it.
*> Hashing is done by sha256sum, through the same shell-out arrangement
*> Backup-Run makes for cp/rm. Called from GameLoop whenever the month changes
*> (and once at boot); months with no lines produce no archive. The offline
*> tools (PlayerEdit, Prune, Restore) append to logs/audit.log too, server up
*> or down, so the trail is never rewritten in place: it is renamed aside
*> first - a line appended meanwhile starts a fresh logs/audit.log - and what
*> is left of it after the month is cut out is linked back only where no
*> such fresh file exists, any that does being folded in behind it first
*> (see PutBack). A run interrupted partway leaves the set-aside files,
*> which the next run puts back before doing anything else.
IDENTIFICATION DIVISION.
PROGRAM-ID. Audit-Archive.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 AUDIT-FILE-NAME      PIC X(16)   VALUE "logs/audit.log".
    01 ARCHIVE-DIR          PIC X(18)   VALUE "logs/audit-archive".
    01 INDEX-NAME           PIC X(28)   VALUE "logs/audit-archive/index.txt".
    01 BODY-NAME            PIC X(29)   VALUE "logs/audit-archive/month.body".
    01 REST-NAME            PIC X(29)   VALUE "logs/audit-archive/audit.rest".
    01 STAGE-NAME           PIC X(28)   VALUE "logs/audit-archive/stage.tmp".
    01 SCRATCH-NAME         PIC X(30)   VALUE "logs/audit-archive/scratch.tmp".
    *> the trail while a month is being cut out of it, and a fresh trail
    *> found in its place when putting the rest back
    01 CLOSING-NAME         PIC X(32)   VALUE "logs/audit-archive/audit.closing".
    01 NEWER-NAME           PIC X(30)   VALUE "logs/audit-archive/audit.newer".
    01 PUT-BACK-NAME        PIC X(32).
    *> bytes of the set-aside trail the split covered, and the first one
    *> after them
    01 CLOSING-SIZE         BINARY-LONG UNSIGNED.
    01 SIZE-DISPLAY         PIC 9(10).
    01 TAIL-DISPLAY         PIC 9(10).
    01 C-AUDIT-SOURCE       PIC X(16)   VALUE "archive".
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 CURRENT-MONTH        PIC X(7).
    01 OLDEST-MONTH         PIC X(7).
    01 ARCHIVE-NAME         PIC X(64).
    01 ROUNDS               BINARY-LONG UNSIGNED.
    01 SHELL-COMMAND        PIC X(512).
    01 SHELL-STATUS         BINARY-LONG.
    *> only the first line of the trail is needed to find its oldest month -
    *> Files-ReadAll hands back as much of the start as fits
    01 HEAD-BUFFER          PIC X(512).
    01 HEAD-LENGTH          BINARY-LONG UNSIGNED.
    01 SCRATCH-BUFFER       PIC X(256).
    01 SCRATCH-LENGTH       BINARY-LONG UNSIGNED.
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-LENGTH         BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 INDEX-LINE           PIC X(128).
    01 LAST-INDEX-MONTH     PIC X(7).
    01 LAST-INDEX-LINES     PIC X(16).
    01 LAST-INDEX-HASH      PIC X(64).
    01 BODY-HASH            PIC X(64).
    01 ARCHIVE-HASH         PIC X(64).
    01 BODY-LINES           BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(9)9.
    01 HEADER-BUFFER        PIC X(512).
    01 HEADER-POS           BINARY-LONG UNSIGNED.
    01 HEADER-LENGTH        BINARY-LONG UNSIGNED.
    01 AUDIT-TEXT           PIC X(256).
    01 AUDIT-TEXT-POS       BINARY-LONG UNSIGNED.
    01 AUDIT-TEXT-LEN       BINARY-LONG UNSIGNED.
    *> scratch fields for logging - see Log-Info/Log-Warn
    01 LOG-TEXT             PIC X(256).
    01 LOG-TEXT-POS         BINARY-LONG UNSIGNED.
    01 LOG-TEXT-LEN         BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO CURRENT-MONTH
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) INTO CURRENT-MONTH
    CALL "CBL_CREATE_DIR" USING "logs"
    CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR
    PERFORM RecoverTrail
    IF LK-FAILURE NOT = 0
        GOBACK
    END-IF

    *> one closed month per round; the bound only guards against a trail
    *> whose first line never changes
    PERFORM VARYING ROUNDS FROM 1 BY 1 UNTIL ROUNDS > 240 OR LK-FAILURE NOT = 0
        MOVE 0 TO HEAD-LENGTH
        CALL "Files-ReadAll" USING AUDIT-FILE-NAME HEAD-BUFFER HEAD-LENGTH IO-FAILURE
        IF IO-FAILURE NOT = 0 OR HEAD-LENGTH < 8
            EXIT PERFORM
        END-IF
        MOVE HEAD-BUFFER(1:7) TO OLDEST-MONTH
        IF OLDEST-MONTH(1:4) IS NOT NUMERIC OR OLDEST-MONTH(5:1) NOT = "-"
                OR OLDEST-MONTH(6:2) IS NOT NUMERIC
            MOVE 1 TO LK-FAILURE
            MOVE 1 TO LOG-TEXT-POS
            STRING "Audit archive stopped: the first line of " AUDIT-FILE-NAME " carries no date"
                INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
            EXIT PERFORM
        END-IF
        IF OLDEST-MONTH >= CURRENT-MONTH
            EXIT PERFORM
        END-IF
        PERFORM CloseMonth
    END-PERFORM
    GOBACK.

CloseMonth.
    MOVE SPACES TO ARCHIVE-NAME
    STRING ARCHIVE-DIR "/audit-" OLDEST-MONTH ".log" INTO ARCHIVE-NAME
    PERFORM ReadLastIndexEntry

    *> set the trail aside, so nothing appended from here on can be lost in
    *> the split
    MOVE SPACES TO SHELL-COMMAND
    STRING "mv " AUDIT-FILE-NAME " " CLOSING-NAME INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        MOVE 1 TO LK-FAILURE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit archive failed: could not set aside " AUDIT-FILE-NAME INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        EXIT PARAGRAPH
    END-IF

    *> split it: the month's lines, and everything else - over the bytes
    *> there now, in case a writer that had it open before the rename still
    *> adds to it
    MOVE SPACES TO SHELL-COMMAND
    STRING "wc -c < " CLOSING-NAME " > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    IF LK-FAILURE NOT = 0
        PERFORM RecoverTrail
        MOVE 1 TO LK-FAILURE
        EXIT PARAGRAPH
    END-IF
    COMPUTE CLOSING-SIZE = FUNCTION NUMVAL(SCRATCH-BUFFER)
    MOVE CLOSING-SIZE TO SIZE-DISPLAY
    COMPUTE TAIL-DISPLAY = CLOSING-SIZE + 1
    MOVE SPACES TO SHELL-COMMAND
    STRING "head -c " SIZE-DISPLAY " " CLOSING-NAME " | grep -a '^" OLDEST-MONTH "-' > " BODY-NAME
        "; head -c " SIZE-DISPLAY " " CLOSING-NAME " | grep -av '^" OLDEST-MONTH "-' > " REST-NAME
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS

    IF LAST-INDEX-MONTH NOT = OLDEST-MONTH
        *> not archived yet (if it were, an earlier run stopped between
        *> indexing the archive and trimming the trail - only the trim is left)
        PERFORM WriteArchive
        IF LK-FAILURE NOT = 0
            PERFORM RecoverTrail
            MOVE 1 TO LK-FAILURE
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> anything that still reached the set-aside copy goes with the rest,
    *> and the rest goes back as the live trail
    MOVE SPACES TO SHELL-COMMAND
    STRING "tail -c +" TAIL-DISPLAY " " CLOSING-NAME " >> " REST-NAME
        " && rm -f " CLOSING-NAME " " BODY-NAME INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS = 0
        MOVE REST-NAME TO PUT-BACK-NAME
        PERFORM PutBack
    END-IF
    IF SHELL-STATUS NOT = 0
        MOVE 1 TO LK-FAILURE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit archive failed: could not trim " AUDIT-FILE-NAME INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        EXIT PARAGRAPH
    END-IF

    IF LAST-INDEX-MONTH NOT = OLDEST-MONTH
        *> the archive's hash goes back into the live trail, so the next
        *> archive carries it too
        MOVE BODY-LINES TO NUM-DISPLAY
        MOVE SPACES TO AUDIT-TEXT
        MOVE 1 TO AUDIT-TEXT-POS
        STRING "closed audit archive " OLDEST-MONTH ": " FUNCTION TRIM(NUM-DISPLAY) " line(s), sha256 " ARCHIVE-HASH
            INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
        COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
        CALL "Audit-Log" USING C-AUDIT-SOURCE AUDIT-TEXT AUDIT-TEXT-LEN
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit trail for " OLDEST-MONTH " archived to " FUNCTION TRIM(ARCHIVE-NAME) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    END-IF
    EXIT PARAGRAPH.

WriteArchive.
    MOVE SPACES TO SHELL-COMMAND
    STRING "sha256sum " BODY-NAME " > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    MOVE SCRATCH-BUFFER(1:64) TO BODY-HASH
    MOVE SPACES TO SHELL-COMMAND
    STRING "wc -l < " BODY-NAME " > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    IF LK-FAILURE NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE BODY-LINES = FUNCTION NUMVAL(SCRATCH-BUFFER)

    MOVE BODY-LINES TO NUM-DISPLAY
    MOVE SPACES TO HEADER-BUFFER
    MOVE 1 TO HEADER-POS
    STRING "# audit archive " OLDEST-MONTH X"0A"
        "# lines " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        "# body-sha256 " BODY-HASH X"0A"
        "# previous-sha256 " FUNCTION TRIM(LAST-INDEX-HASH) X"0A"
        INTO HEADER-BUFFER WITH POINTER HEADER-POS
    COMPUTE HEADER-LENGTH = HEADER-POS - 1
    CALL "Files-WriteAll" USING STAGE-NAME HEADER-BUFFER HEADER-LENGTH IO-FAILURE
    MOVE SPACES TO SHELL-COMMAND
    STRING "cat " BODY-NAME " >> " STAGE-NAME " && mv " STAGE-NAME " " FUNCTION TRIM(ARCHIVE-NAME)
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF IO-FAILURE NOT = 0 OR SHELL-STATUS NOT = 0
        MOVE 1 TO LK-FAILURE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit archive failed: could not write " FUNCTION TRIM(ARCHIVE-NAME) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SHELL-COMMAND
    STRING "sha256sum " FUNCTION TRIM(ARCHIVE-NAME) " > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    IF LK-FAILURE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SCRATCH-BUFFER(1:64) TO ARCHIVE-HASH
    MOVE SPACES TO INDEX-LINE
    MOVE 1 TO HEADER-POS
    STRING OLDEST-MONTH " " FUNCTION TRIM(NUM-DISPLAY) " " ARCHIVE-HASH INTO INDEX-LINE WITH POINTER HEADER-POS
    COMPUTE HEADER-LENGTH = HEADER-POS - 1
    CALL "Files-AppendLine" USING INDEX-NAME INDEX-LINE(1:HEADER-LENGTH) IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 1 TO LK-FAILURE
    END-IF
    EXIT PARAGRAPH.

RecoverTrail.
    *> puts back whatever an interrupted run left set aside: the whole trail
    *> if it had not got as far as dropping it (a half-written rest is
    *> discarded then), otherwise the rest it was putting back
    MOVE SPACES TO SHELL-COMMAND
    STRING "if [ -e " CLOSING-NAME " ]; then rm -f " REST-NAME " " BODY-NAME "; fi" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    MOVE CLOSING-NAME TO PUT-BACK-NAME
    PERFORM PutBack
    IF SHELL-STATUS = 0
        MOVE REST-NAME TO PUT-BACK-NAME
        PERFORM PutBack
    END-IF
    IF SHELL-STATUS NOT = 0
        MOVE 1 TO LK-FAILURE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit archive stopped: could not put back " FUNCTION TRIM(PUT-BACK-NAME) " as " AUDIT-FILE-NAME
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF
    EXIT PARAGRAPH.

PutBack.
    *> makes PUT-BACK-NAME, if it exists, the live trail again. ln will not
    *> replace an existing file, so a trail some other program started in
    *> the meantime is never overwritten: it is moved off and appended to
    *> PUT-BACK-NAME, its lines being the newer ones, and the link retried.
    *> A link that already stands (an earlier run stopped right after it)
    *> only needs the old name dropped.
    MOVE SPACES TO SHELL-COMMAND
    STRING "if [ -e " FUNCTION TRIM(PUT-BACK-NAME) " ]; then"
        " [ " FUNCTION TRIM(PUT-BACK-NAME) " -ef " AUDIT-FILE-NAME " ] ||"
        " until ln " FUNCTION TRIM(PUT-BACK-NAME) " " AUDIT-FILE-NAME " 2>/dev/null; do"
        " mv " AUDIT-FILE-NAME " " NEWER-NAME " && cat " NEWER-NAME " >> " FUNCTION TRIM(PUT-BACK-NAME)
        " && rm -f " NEWER-NAME " || exit 1; done;"
        " rm -f " FUNCTION TRIM(PUT-BACK-NAME) "; fi"
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    EXIT PARAGRAPH.

ReadLastIndexEntry.
    *> the newest archive so far: its month, and its hash for the chain
    MOVE SPACES TO LAST-INDEX-MONTH
    MOVE "none" TO LAST-INDEX-HASH
    CALL "Files-ReadAll" USING INDEX-NAME INDEX-BUFFER INDEX-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR INDEX-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-LENGTH
        MOVE SPACES TO INDEX-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-LENGTH) DELIMITED BY X"0A"
            INTO INDEX-LINE
            WITH POINTER INDEX-POINTER
        IF INDEX-LINE NOT = SPACES
            UNSTRING INDEX-LINE DELIMITED BY ALL SPACES
                INTO LAST-INDEX-MONTH LAST-INDEX-LINES LAST-INDEX-HASH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

RunToScratch.
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    MOVE SPACES TO SCRATCH-BUFFER
    CALL "Files-ReadAll" USING SCRATCH-NAME SCRATCH-BUFFER SCRATCH-LENGTH IO-FAILURE
    INSPECT SCRATCH-BUFFER REPLACING ALL X"0A" BY SPACE
    IF SHELL-STATUS NOT = 0 OR IO-FAILURE NOT = 0 OR SCRATCH-LENGTH = 0
        MOVE 1 TO LK-FAILURE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Audit archive failed: " FUNCTION TRIM(SHELL-COMMAND) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Audit-Archive.
