*> --- AuditVerify ---
*> Standalone batch program: proves the closed audit archives Audit-Archive
*> wrote are exactly as written - no line edited, added or removed, and no
*> archive dropped or swapped. Run it from a shell, server up or down, the same
*> way PlayerReport is run:
*>
*>     AuditVerify
*>
*> For every month in logs/audit-archive/index.txt, in order, it checks that
*>
*>   - the archive file is there and hashes to the value the index recorded
*>   - its header names that month and the line count the index recorded
*>   - the lines below the header number exactly that and hash to the header's
*>     body-sha256
*>   - its previous-sha256 is the hash of the archive before it ("none" for
*>     the first), so the chain is unbroken
*>   - the "closed audit archive" line carrying its hash is present in a later
*>     archive or in the live logs/audit.log, so the index cannot simply be
*>     rewritten to match an altered archive
*>
*> and that no archive file exists that the index doesn't list. The result goes
*> to report/audit-verify-<date>.txt and a one-line verdict is displayed.
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditVerify.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 REPORT-DATE          PIC X(10).
    01 INDEX-NAME           PIC X(28)   VALUE "logs/audit-archive/index.txt".
    01 SCRATCH-NAME         PIC X(31)   VALUE "report/audit-verify-scratch.txt".
    01 SHELL-COMMAND        PIC X(512).
    01 SHELL-STATUS         BINARY-LONG.
    01 SCRATCH-BUFFER       PIC X(256).
    01 SCRATCH-LENGTH       BINARY-LONG UNSIGNED.
    *> the index, one row per closed month
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-LENGTH         BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 INDEX-LINE           PIC X(128).
    01 ENTRY-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 ENTRY-ROW OCCURS 600 TIMES.
        02 ENTRY-MONTH          PIC X(7).
        02 ENTRY-LINES          PIC X(16).
        02 ENTRY-HASH           PIC X(64).
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 PREVIOUS-HASH        PIC X(64).
    *> the archive being checked
    01 ARCHIVE-NAME         PIC X(64).
    01 ARCHIVE-SIZE         BINARY-LONG UNSIGNED.
    01 HEAD-BUFFER          PIC X(512).
    01 HEAD-LENGTH          BINARY-LONG UNSIGNED.
    01 HEAD-POINTER         BINARY-LONG UNSIGNED.
    01 HEAD-LINE OCCURS 4 TIMES PIC X(128).
    01 HEAD-INDEX           BINARY-LONG UNSIGNED.
    01 ACTUAL-HASH          PIC X(64).
    01 ACTUAL-LINES         BINARY-LONG UNSIGNED.
    01 EXPECTED-LINES       BINARY-LONG UNSIGNED.
    01 ARCHIVE-PROBLEMS     BINARY-LONG UNSIGNED.
    01 TOTAL-PROBLEMS       BINARY-LONG UNSIGNED    VALUE 0.
    01 TOTAL-LINES          BINARY-DOUBLE UNSIGNED  VALUE 0.
    01 PROBLEM-TEXT         PIC X(200).
    *> archive files on disk, for the "not in the index" check
    01 LIST-BUFFER          PIC X(64000).
    01 LIST-LENGTH          BINARY-LONG UNSIGNED.
    01 LIST-POINTER         BINARY-LONG UNSIGNED.
    01 LIST-LINE            PIC X(128).
    01 LIST-MONTH           PIC X(7).
    01 LIST-LISTED          BINARY-CHAR UNSIGNED.
    *> output building
    01 OUT-BUFFER           PIC X(64000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO REPORT-DATE
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    CALL "CBL_CREATE_DIR" USING "report"

    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Audit archive verification - " REPORT-DATE X"0A" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    PERFORM LoadIndex
    MOVE "none" TO PREVIOUS-HASH
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ENTRY-COUNT
        PERFORM VerifyArchive
        MOVE ENTRY-HASH(ENTRY-INDEX) TO PREVIOUS-HASH
    END-PERFORM
    PERFORM CheckUnlisted

    MOVE ENTRY-COUNT TO NUM-DISPLAY
    MOVE TOTAL-LINES TO NUM-DISPLAY-2
    IF TOTAL-PROBLEMS = 0
        STRING X"0A" "VERIFIED: " FUNCTION TRIM(NUM-DISPLAY) " archive(s), " FUNCTION TRIM(NUM-DISPLAY-2)
            " archived line(s), chain intact" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        MOVE TOTAL-PROBLEMS TO NUM-DISPLAY-2
        STRING X"0A" "FAILED: " FUNCTION TRIM(NUM-DISPLAY-2) " problem(s) across " FUNCTION TRIM(NUM-DISPLAY)
            " archive(s)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/audit-verify-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE

    MOVE TOTAL-PROBLEMS TO NUM-DISPLAY-2
    IF TOTAL-PROBLEMS = 0
        DISPLAY "AuditVerify: " FUNCTION TRIM(NUM-DISPLAY) " archive(s) verified - written to " FUNCTION TRIM(OUT-FILE-NAME)
    ELSE
        DISPLAY "AuditVerify: FAILED with " FUNCTION TRIM(NUM-DISPLAY-2) " problem(s) - see " FUNCTION TRIM(OUT-FILE-NAME)
    END-IF
    STOP RUN.

LoadIndex.
    CALL "Files-ReadAll" USING INDEX-NAME INDEX-BUFFER INDEX-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR INDEX-LENGTH = 0
        STRING "  no archives yet (" INDEX-NAME " is empty or missing)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-LENGTH OR ENTRY-COUNT >= 600
        MOVE SPACES TO INDEX-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-LENGTH) DELIMITED BY X"0A"
            INTO INDEX-LINE
            WITH POINTER INDEX-POINTER
        IF INDEX-LINE NOT = SPACES
            ADD 1 TO ENTRY-COUNT
            MOVE SPACES TO ENTRY-MONTH(ENTRY-COUNT) ENTRY-LINES(ENTRY-COUNT) ENTRY-HASH(ENTRY-COUNT)
            UNSTRING INDEX-LINE DELIMITED BY ALL SPACES
                INTO ENTRY-MONTH(ENTRY-COUNT) ENTRY-LINES(ENTRY-COUNT) ENTRY-HASH(ENTRY-COUNT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

VerifyArchive.
    MOVE 0 TO ARCHIVE-PROBLEMS
    MOVE SPACES TO ARCHIVE-NAME
    STRING "logs/audit-archive/audit-" ENTRY-MONTH(ENTRY-INDEX) ".log" INTO ARCHIVE-NAME
    CALL "Files-Size" USING ARCHIVE-NAME ARCHIVE-SIZE
    IF ARCHIVE-SIZE = 0
        MOVE "archive file is missing" TO PROBLEM-TEXT
        PERFORM AddProblem
        PERFORM ReportArchive
        EXIT PARAGRAPH
    END-IF

    *> the whole file against the index
    MOVE SPACES TO SHELL-COMMAND
    STRING "sha256sum " FUNCTION TRIM(ARCHIVE-NAME) " > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    MOVE SCRATCH-BUFFER(1:64) TO ACTUAL-HASH
    IF ACTUAL-HASH NOT = ENTRY-HASH(ENTRY-INDEX)
        MOVE "file hash differs from the index - the archive was changed" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF

    *> the header
    MOVE SPACES TO HEAD-LINE(1) HEAD-LINE(2) HEAD-LINE(3) HEAD-LINE(4)
    CALL "Files-ReadAll" USING ARCHIVE-NAME HEAD-BUFFER HEAD-LENGTH IO-FAILURE
    MOVE 1 TO HEAD-POINTER
    PERFORM VARYING HEAD-INDEX FROM 1 BY 1 UNTIL HEAD-INDEX > 4 OR HEAD-POINTER > HEAD-LENGTH
        UNSTRING HEAD-BUFFER(1:HEAD-LENGTH) DELIMITED BY X"0A"
            INTO HEAD-LINE(HEAD-INDEX)
            WITH POINTER HEAD-POINTER
    END-PERFORM
    IF HEAD-LINE(1)(1:16) NOT = "# audit archive " OR HEAD-LINE(1)(17:) NOT = ENTRY-MONTH(ENTRY-INDEX)
        MOVE "header does not name this month" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF
    IF HEAD-LINE(2)(1:8) NOT = "# lines "
            OR FUNCTION TRIM(HEAD-LINE(2)(9:)) NOT = FUNCTION TRIM(ENTRY-LINES(ENTRY-INDEX))
        MOVE "header line count differs from the index" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF
    IF HEAD-LINE(4)(1:18) NOT = "# previous-sha256 " OR HEAD-LINE(4)(19:) NOT = PREVIOUS-HASH
        MOVE "previous-sha256 does not match the archive before it - the chain is broken" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF

    *> the body: count and hash of everything below the four header lines
    COMPUTE EXPECTED-LINES = FUNCTION NUMVAL(ENTRY-LINES(ENTRY-INDEX))
    MOVE SPACES TO SHELL-COMMAND
    STRING "tail -n +5 " FUNCTION TRIM(ARCHIVE-NAME) " | wc -l > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    COMPUTE ACTUAL-LINES = FUNCTION NUMVAL(SCRATCH-BUFFER)
    ADD ACTUAL-LINES TO TOTAL-LINES
    IF ACTUAL-LINES NOT = EXPECTED-LINES
        MOVE ACTUAL-LINES TO NUM-DISPLAY
        MOVE EXPECTED-LINES TO NUM-DISPLAY-2
        MOVE SPACES TO PROBLEM-TEXT
        STRING "holds " FUNCTION TRIM(NUM-DISPLAY) " line(s), " FUNCTION TRIM(NUM-DISPLAY-2) " were archived"
            INTO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF
    MOVE SPACES TO SHELL-COMMAND
    STRING "tail -n +5 " FUNCTION TRIM(ARCHIVE-NAME) " | sha256sum > " SCRATCH-NAME INTO SHELL-COMMAND
    PERFORM RunToScratch
    MOVE SCRATCH-BUFFER(1:64) TO ACTUAL-HASH
    IF HEAD-LINE(3)(1:14) NOT = "# body-sha256 " OR HEAD-LINE(3)(15:) NOT = ACTUAL-HASH
        MOVE "body hash differs from the header - a line was edited, added or removed" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF

    *> the closing line Audit-Archive wrote back into the live trail
    MOVE SPACES TO SHELL-COMMAND
    STRING "cat logs/audit-archive/audit-*.log logs/audit.log 2>/dev/null | grep -qF 'closed audit archive "
        ENTRY-MONTH(ENTRY-INDEX) ": " FUNCTION TRIM(ENTRY-LINES(ENTRY-INDEX)) " line(s), sha256 "
        ENTRY-HASH(ENTRY-INDEX) "'"
        INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    IF SHELL-STATUS NOT = 0
        MOVE "no matching closing line in the audit trail - the index entry is not the one the server wrote" TO PROBLEM-TEXT
        PERFORM AddProblem
    END-IF

    PERFORM ReportArchive
    EXIT PARAGRAPH.

ReportArchive.
    IF ARCHIVE-PROBLEMS = 0
        STRING "  " ENTRY-MONTH(ENTRY-INDEX) "  ok (" FUNCTION TRIM(ENTRY-LINES(ENTRY-INDEX)) " line(s))" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

AddProblem.
    ADD 1 TO ARCHIVE-PROBLEMS
    ADD 1 TO TOTAL-PROBLEMS
    STRING "  " ENTRY-MONTH(ENTRY-INDEX) "  PROBLEM: " FUNCTION TRIM(PROBLEM-TEXT) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

CheckUnlisted.
    MOVE SPACES TO SHELL-COMMAND
    STRING "ls logs/audit-archive > " SCRATCH-NAME " 2>/dev/null" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING SCRATCH-NAME LIST-BUFFER LIST-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR LIST-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > LIST-LENGTH
        MOVE SPACES TO LIST-LINE
        UNSTRING LIST-BUFFER(1:LIST-LENGTH) DELIMITED BY X"0A"
            INTO LIST-LINE
            WITH POINTER LIST-POINTER
        IF LIST-LINE(1:6) = "audit-" AND LIST-LINE(14:5) = ".log "
            MOVE LIST-LINE(7:7) TO LIST-MONTH
            MOVE 0 TO LIST-LISTED
            PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ENTRY-COUNT
                IF ENTRY-MONTH(ENTRY-INDEX) = LIST-MONTH
                    MOVE 1 TO LIST-LISTED
                END-IF
            END-PERFORM
            IF LIST-LISTED = 0
                ADD 1 TO TOTAL-PROBLEMS
                STRING "  " LIST-MONTH "  PROBLEM: logs/audit-archive/" FUNCTION TRIM(LIST-LINE)
                    " is not in the index" X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

RunToScratch.
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    MOVE SPACES TO SCRATCH-BUFFER
    MOVE 0 TO SCRATCH-LENGTH
    CALL "Files-ReadAll" USING SCRATCH-NAME SCRATCH-BUFFER SCRATCH-LENGTH IO-FAILURE
    INSPECT SCRATCH-BUFFER REPLACING ALL X"0A" BY SPACE
    IF IO-FAILURE NOT = 0 OR SCRATCH-LENGTH = 0
        MOVE 1 TO SCRATCH-LENGTH
    END-IF
    EXIT PARAGRAPH.

END PROGRAM AuditVerify.
