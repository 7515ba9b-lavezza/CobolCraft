*> --- Bridge-Post ---
*> Appends one record to the outbound bridge spool, save/bridge-out.txt, for
*> whatever runs outside the server (a Discord relay, a web panel) to tail:
*> "<seq> <yyyymmddhhmmss> <kind> <text>", where kind is chat, broadcast,
*> join, leave, death, advancement, start or stop. The sequence number only
*> ever grows - it is kept in save/bridge-seq.txt across restarts - so a
*> reader remembers the last number it handled rather than a file offset,
*> and is free to truncate the spool whenever it likes. Fed by Server's
*> BroadcastChatMessage (which every announcement goes through) and by
*> StartServer/ShutdownServer.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Post.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SPOOL-FILE-NAME      PIC X(20)   VALUE "save/bridge-out.txt".
    01 SEQ-FILE-NAME        PIC X(20)   VALUE "save/bridge-seq.txt".
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 SEQ-LOADED           BINARY-CHAR UNSIGNED    VALUE 0.
    01 OUT-SEQ              BINARY-DOUBLE UNSIGNED  VALUE 0.
    01 SEQ-BUFFER           PIC X(32).
    01 SEQ-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 SEQ-DISPLAY          PIC Z(17)9.
    01 TIMESTAMP-RAW        PIC X(21).
    01 SPOOL-LINE           PIC X(400).
    01 SPOOL-LINE-POS       BINARY-LONG UNSIGNED.
    01 SPOOL-LINE-LEN       BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-KIND      PIC X(12).
    01 LK-TEXT      PIC X ANY LENGTH.
    01 LK-TEXT-LEN  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-KIND LK-TEXT LK-TEXT-LEN.
    *> pick the sequence up where the previous run left it
    IF SEQ-LOADED = 0
        MOVE 1 TO SEQ-LOADED
        MOVE 0 TO OUT-SEQ
        MOVE SPACES TO SEQ-BUFFER
        CALL "Files-ReadAll" USING SEQ-FILE-NAME SEQ-BUFFER SEQ-BUFFER-LENGTH IO-FAILURE
        IF IO-FAILURE = 0 AND SEQ-BUFFER-LENGTH > 0
            INSPECT SEQ-BUFFER REPLACING ALL X"0A" BY SPACE ALL X"0D" BY SPACE
            IF FUNCTION TRIM(SEQ-BUFFER) IS NUMERIC
                MOVE FUNCTION NUMVAL(SEQ-BUFFER) TO OUT-SEQ
            END-IF
        END-IF
    END-IF

    ADD 1 TO OUT-SEQ
    MOVE OUT-SEQ TO SEQ-DISPLAY
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW

    MOVE 1 TO SPOOL-LINE-POS
    STRING FUNCTION TRIM(SEQ-DISPLAY) " " TIMESTAMP-RAW(1:14) " " FUNCTION TRIM(LK-KIND) " "
        INTO SPOOL-LINE WITH POINTER SPOOL-LINE-POS
    IF LK-TEXT-LEN > 0
        STRING LK-TEXT(1:LK-TEXT-LEN) INTO SPOOL-LINE WITH POINTER SPOOL-LINE-POS
    END-IF
    COMPUTE SPOOL-LINE-LEN = SPOOL-LINE-POS - 1
    CALL "Files-AppendLine" USING SPOOL-FILE-NAME SPOOL-LINE(1:SPOOL-LINE-LEN) IO-FAILURE

    MOVE SPACES TO SEQ-BUFFER
    MOVE FUNCTION TRIM(SEQ-DISPLAY) TO SEQ-BUFFER
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SEQ-DISPLAY)) TO SEQ-BUFFER-LENGTH
    CALL "Files-WriteAll" USING SEQ-FILE-NAME SEQ-BUFFER SEQ-BUFFER-LENGTH IO-FAILURE

    GOBACK.

END PROGRAM Bridge-Post.

*> --- Bridge-Poll ---
*> Hands back the oldest record in the inbound bridge spool, save/bridge-in.txt,
*> that has not been consumed yet - see BridgeInboundTick in Server, which polls
*> it once a tick. An external tool appends one "<seq> <source> <author> <text>"
*> line per message (e.g. "42 discord alice see you all at spawn"), numbering
*> them in increasing order. Consumption is tracked by sequence number, not
*> file position: whatever Bridge-Ack last confirmed is kept in
*> save/bridge-checkpoint.txt, so after a restart nothing is replayed and
*> nothing is skipped, and the tool may trim records it has seen us consume. A
*> line without its terminating newline yet is left for the next poll, so a
*> half-written record is never picked up. The spool is only re-read when its
*> size changes, so an idle bridge costs one stat call per tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Poll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 SPOOL-FILE-NAME      PIC X(20)   VALUE "save/bridge-in.txt".
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 64000.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED    VALUE 0.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 SPOOL-SIZE           BINARY-LONG UNSIGNED.
    01 LAST-SPOOL-SIZE      BINARY-LONG UNSIGNED    VALUE 0.
    *> set when the buffered spool may still hold unconsumed records
    01 SCAN-NEEDED          BINARY-CHAR UNSIGNED    VALUE 0.
    01 OVERSIZE-WARNED      BINARY-CHAR UNSIGNED    VALUE 0.
    01 CURRENT-LINE         PIC X(400).
    01 LINE-DELIMITER       PIC X.
    01 TRIMMED-LINE         PIC X(400).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-SEQ            PIC X(20).
    01 FIELD-SOURCE         PIC X(16).
    01 FIELD-AUTHOR         PIC X(16).
    01 RECORD-SEQ           BINARY-DOUBLE UNSIGNED.
    01 LOG-TEXT             PIC X(256).
    01 LOG-TEXT-POS         BINARY-LONG UNSIGNED.
    01 LOG-TEXT-LEN         BINARY-LONG UNSIGNED.
    COPY DD-BRIDGE.
LINKAGE SECTION.
    01 LK-SEQ                BINARY-DOUBLE UNSIGNED.
    01 LK-SOURCE             PIC X(16).
    01 LK-AUTHOR             PIC X(16).
    01 LK-TEXT               PIC X(256).
    01 LK-TEXT-LEN           BINARY-LONG UNSIGNED.
    01 LK-FOUND              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-SEQ LK-SOURCE LK-AUTHOR LK-TEXT LK-TEXT-LEN LK-FOUND.
    MOVE 0 TO LK-FOUND
    IF BRIDGE-CHECKPOINT-LOADED = 0
        CALL "Bridge-LoadCheckpoint"
    END-IF

    CALL "Files-Size" USING SPOOL-FILE-NAME SPOOL-SIZE
    IF SPOOL-SIZE NOT = LAST-SPOOL-SIZE
        MOVE SPOOL-SIZE TO LAST-SPOOL-SIZE
        MOVE 0 TO FILE-BUFFER-LENGTH
        MOVE 0 TO SCAN-NEEDED
        IF SPOOL-SIZE > 0
            CALL "Files-ReadAll" USING SPOOL-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
            IF FAILURE = 0
                MOVE 1 TO SCAN-NEEDED
            ELSE
                MOVE 0 TO FILE-BUFFER-LENGTH
            END-IF
        END-IF
        *> the oldest stretch is all that fits - the tool is expected to trim
        *> what it has seen consumed, so say so once rather than every tick
        IF SPOOL-SIZE > FILE-BUFFER-MAX
            IF OVERSIZE-WARNED = 0
                MOVE 1 TO OVERSIZE-WARNED
                MOVE 1 TO LOG-TEXT-POS
                STRING "Inbound bridge spool " FUNCTION TRIM(SPOOL-FILE-NAME) " is larger than 64000 bytes; trim consumed records to keep it flowing"
                    INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
            END-IF
        ELSE
            MOVE 0 TO OVERSIZE-WARNED
        END-IF
    END-IF

    IF SCAN-NEEDED = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH OR LK-FOUND = 1
        MOVE SPACES TO CURRENT-LINE
        MOVE SPACE TO LINE-DELIMITER
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE DELIMITER IN LINE-DELIMITER
            WITH POINTER FILE-POINTER
        *> a record still being written - leave it for a later poll
        IF LINE-DELIMITER NOT = X"0A"
            EXIT PERFORM
        END-IF
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            MOVE SPACES TO FIELD-SEQ FIELD-SOURCE FIELD-AUTHOR
            MOVE 1 TO LINE-POINTER
            UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
                INTO FIELD-SEQ FIELD-SOURCE FIELD-AUTHOR
                WITH POINTER LINE-POINTER
            IF FUNCTION TRIM(FIELD-SEQ) IS NUMERIC AND FIELD-AUTHOR NOT = SPACES
                MOVE FUNCTION NUMVAL(FIELD-SEQ) TO RECORD-SEQ
                IF RECORD-SEQ > BRIDGE-CHECKPOINT
                    MOVE RECORD-SEQ TO LK-SEQ
                    MOVE FIELD-SOURCE TO LK-SOURCE
                    MOVE FIELD-AUTHOR TO LK-AUTHOR
                    MOVE SPACES TO LK-TEXT
                    MOVE 0 TO LK-TEXT-LEN
                    IF LINE-POINTER <= TRIMMED-LEN
                        COMPUTE LK-TEXT-LEN = FUNCTION MIN(TRIMMED-LEN - LINE-POINTER + 1, 256)
                        MOVE TRIMMED-LINE(LINE-POINTER:LK-TEXT-LEN) TO LK-TEXT
                    END-IF
                    MOVE 1 TO LK-FOUND
                END-IF
            END-IF
        END-IF
    END-PERFORM

    *> nothing left to hand out until the file changes again
    IF LK-FOUND = 0
        MOVE 0 TO SCAN-NEEDED
    END-IF
    GOBACK.

END PROGRAM Bridge-Poll.

*> --- Bridge-Ack ---
*> Records inbound record LK-SEQ (see Bridge-Poll) as consumed, in memory and in
*> save/bridge-checkpoint.txt, so neither this run nor the next hands it out
*> again. Server calls it right after injecting the record into the game.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Ack.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 CHECKPOINT-BUFFER    PIC X(32).
    01 CHECKPOINT-LENGTH    BINARY-LONG UNSIGNED.
    01 SEQ-DISPLAY          PIC Z(17)9.
    COPY DD-BRIDGE.
LINKAGE SECTION.
    01 LK-SEQ                BINARY-DOUBLE UNSIGNED.

PROCEDURE DIVISION USING LK-SEQ.
    IF BRIDGE-CHECKPOINT-LOADED = 0
        CALL "Bridge-LoadCheckpoint"
    END-IF
    IF LK-SEQ <= BRIDGE-CHECKPOINT
        GOBACK
    END-IF
    MOVE LK-SEQ TO BRIDGE-CHECKPOINT
    MOVE BRIDGE-CHECKPOINT TO SEQ-DISPLAY
    MOVE SPACES TO CHECKPOINT-BUFFER
    MOVE FUNCTION TRIM(SEQ-DISPLAY) TO CHECKPOINT-BUFFER
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SEQ-DISPLAY)) TO CHECKPOINT-LENGTH
    CALL "Files-WriteAll" USING BRIDGE-CHECKPOINT-FILE CHECKPOINT-BUFFER CHECKPOINT-LENGTH IO-FAILURE
    GOBACK.

END PROGRAM Bridge-Ack.

*> --- Bridge-LoadCheckpoint ---
*> Reads the last consumed inbound sequence number back from
*> save/bridge-checkpoint.txt (0 if there is none yet) - see Bridge-Poll/Bridge-Ack.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-LoadCheckpoint.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 CHECKPOINT-BUFFER    PIC X(32).
    01 CHECKPOINT-LENGTH    BINARY-LONG UNSIGNED.
    COPY DD-BRIDGE.

PROCEDURE DIVISION.
    MOVE 1 TO BRIDGE-CHECKPOINT-LOADED
    MOVE 0 TO BRIDGE-CHECKPOINT
    MOVE SPACES TO CHECKPOINT-BUFFER
    CALL "Files-ReadAll" USING BRIDGE-CHECKPOINT-FILE CHECKPOINT-BUFFER CHECKPOINT-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND CHECKPOINT-LENGTH > 0
        INSPECT CHECKPOINT-BUFFER REPLACING ALL X"0A" BY SPACE ALL X"0D" BY SPACE
        IF FUNCTION TRIM(CHECKPOINT-BUFFER) IS NUMERIC
            MOVE FUNCTION NUMVAL(CHECKPOINT-BUFFER) TO BRIDGE-CHECKPOINT
        END-IF
    END-IF
    GOBACK.

END PROGRAM Bridge-LoadCheckpoint.
