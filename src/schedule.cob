*> so schedule edits take effect without restarting the server. The last-run
*> stamps of entries that survive a reload unchanged are carried over, so a
*> reload in the middle of a minute can't re-fire something that already ran.
*> A time that isn't a real 00:00-23:59 HH:MM, a time with no command after
*> it, or one entry too many is reported with its line number, and the file is
*> then not applied - the last good copy stays in force, as Regions-Load
*> describes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Schedule-Load.

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
    01 FIELD-TIME           PIC X(16).
    *> the previous table contents, for carrying last-run stamps across a reload
    01 OLD-COUNT            BINARY-LONG UNSIGNED.
    01 OLD-ENTRY OCCURS 20 TIMES.
        02 OLD-COMMAND          PIC X(256).
        02 OLD-LAST-RUN         PIC X(12).
    01 OLD-INDEX            BINARY-LONG UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-SCHEDULE.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE SCHEDULE-COUNT TO OLD-COUNT
    PERFORM VARYING OLD-INDEX FROM 1 BY 1 UNTIL OLD-INDEX > OLD-COUNT
        MOVE SCHEDULE-TIME(OLD-INDEX) TO OLD-TIME(OLD-INDEX)
        MOVE SCHEDULE-LAST-RUN(OLD-INDEX) TO OLD-LAST-RUN(OLD-INDEX)
    END-PERFORM

    MOVE "save/schedule.txt" TO FILE-NAME
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
    MOVE 0 TO SCHEDULE-COUNT
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-TIME
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-TIME
        WITH POINTER LINE-POINTER
    *> a real HH:MM, then the rest of the line verbatim as the command
    IF FIELD-TIME(1:2) IS NOT NUMERIC OR FIELD-TIME(3:1) NOT = ":" OR FIELD-TIME(4:2) IS NOT NUMERIC
            OR FIELD-TIME(6:) NOT = SPACES OR FIELD-TIME(1:2) > "23" OR FIELD-TIME(4:2) > "59"
        MOVE SPACES TO REASON
        STRING "bad time " FUNCTION TRIM(FIELD-TIME) " (expected HH:MM, 00:00-23:59)" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF LINE-POINTER > TRIMMED-LEN
        MOVE SPACES TO REASON
        STRING "no command after " FUNCTION TRIM(FIELD-TIME) INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF SCHEDULE-COUNT >= MAX-SCHEDULE-ENTRIES
        MOVE MAX-SCHEDULE-ENTRIES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " entries" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SCHEDULE-COUNT
    MOVE FIELD-TIME TO SCHEDULE-TIME(SCHEDULE-COUNT)
    MOVE SPACES TO SCHEDULE-COMMAND(SCHEDULE-COUNT)
    MOVE TRIMMED-LINE(LINE-POINTER:TRIMMED-LEN - LINE-POINTER + 1) TO SCHEDULE-COMMAND(SCHEDULE-COUNT)
    COMPUTE SCHEDULE-COMMAND-LEN(SCHEDULE-COUNT) = TRIMMED-LEN - LINE-POINTER + 1
    MOVE SPACES TO SCHEDULE-LAST-RUN(SCHEDULE-COUNT)

    *> carry the last-run stamp across the reload for an unchanged entry
    PERFORM VARYING OLD-INDEX FROM 1 BY 1 UNTIL OLD-INDEX > OLD-COUNT
        IF OLD-TIME(OLD-INDEX) = SCHEDULE-TIME(SCHEDULE-COUNT)
            AND OLD-COMMAND(OLD-INDEX) = SCHEDULE-COMMAND(SCHEDULE-COUNT)
            MOVE OLD-LAST-RUN(OLD-INDEX) TO SCHEDULE-LAST-RUN(SCHEDULE-COUNT)
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Schedule-Load.
