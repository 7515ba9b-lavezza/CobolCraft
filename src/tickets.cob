*> --- Tickets-Load ---
*> (Re-)loads save/tickets.txt into TICKETS-TABLE, replacing whatever it held
*> before - see DD-TICKETS for the line layout. Blank lines and "#" comment
*> lines are ignored, as is a ticket line with no id. TICKET-NEXT-ID comes from
*> the "next|<id>" line, and is never left at or below an id already on file.
*> A missing or empty file just clears the table. Called once at startup - the
*> running server owns this file and rewrites it on every change (see
*> Tickets-Save).
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(131072).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(512).
    01 TRIMMED-LINE         PIC X(512).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 FIELD-ID             PIC X(16).
    01 FIELD-STATUS         PIC X(16).
    01 FIELD-CREATED        PIC X(16).
    01 FIELD-REPORTER       PIC X(16).
    01 FIELD-REPORTER-DIM   PIC X(16).
    01 FIELD-REPORTER-POS   PIC X(48).
    01 FIELD-TARGET         PIC X(16).
    01 FIELD-TARGET-SEEN    PIC X(16).
    01 FIELD-TARGET-DIM     PIC X(16).
    01 FIELD-TARGET-POS     PIC X(48).
    01 FIELD-CLAIMED-BY     PIC X(16).
    01 FIELD-CLOSED         PIC X(16).
    01 FIELD-REASON         PIC X(100).
    01 FIELD-RESOLUTION     PIC X(100).
    01 FIELD-X              PIC X(16).
    01 FIELD-Y              PIC X(16).
    01 FIELD-Z              PIC X(16).
    COPY DD-TICKETS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE 0 TO TICKET-COUNT
    MOVE 1 TO TICKET-NEXT-ID
    CALL "Files-ReadAll" USING "save/tickets.txt" FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH OR TICKET-COUNT >= MAX-TICKETS
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            MOVE SPACES TO FIELD-ID FIELD-STATUS FIELD-CREATED FIELD-REPORTER FIELD-REPORTER-DIM
                FIELD-REPORTER-POS FIELD-TARGET FIELD-TARGET-SEEN FIELD-TARGET-DIM FIELD-TARGET-POS
                FIELD-CLAIMED-BY FIELD-CLOSED FIELD-REASON FIELD-RESOLUTION
            UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY "|"
                INTO FIELD-ID FIELD-STATUS FIELD-CREATED FIELD-REPORTER FIELD-REPORTER-DIM
                    FIELD-REPORTER-POS FIELD-TARGET FIELD-TARGET-SEEN FIELD-TARGET-DIM FIELD-TARGET-POS
                    FIELD-CLAIMED-BY FIELD-CLOSED FIELD-REASON FIELD-RESOLUTION
            EVALUATE TRUE
                WHEN FIELD-ID = "next"
                    IF FUNCTION NUMVAL(FIELD-STATUS) > TICKET-NEXT-ID
                        COMPUTE TICKET-NEXT-ID = FUNCTION NUMVAL(FIELD-STATUS)
                    END-IF
                WHEN FUNCTION NUMVAL(FIELD-ID) > 0 AND FIELD-REPORTER NOT = SPACES
                    ADD 1 TO TICKET-COUNT
                    COMPUTE TICKET-ID(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-ID)
                    MOVE FIELD-STATUS TO TICKET-STATUS(TICKET-COUNT)
                    MOVE FIELD-CREATED TO TICKET-CREATED(TICKET-COUNT)
                    MOVE FIELD-REPORTER TO TICKET-REPORTER(TICKET-COUNT)
                    COMPUTE TICKET-REPORTER-DIM(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-REPORTER-DIM)
                    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z
                    UNSTRING FIELD-REPORTER-POS DELIMITED BY ALL SPACES INTO FIELD-X FIELD-Y FIELD-Z
                    COMPUTE TICKET-REPORTER-X(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-X)
                    COMPUTE TICKET-REPORTER-Y(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-Y)
                    COMPUTE TICKET-REPORTER-Z(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-Z)
                    MOVE FIELD-TARGET TO TICKET-TARGET(TICKET-COUNT)
                    COMPUTE TICKET-TARGET-SEEN(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-TARGET-SEEN)
                    COMPUTE TICKET-TARGET-DIM(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-TARGET-DIM)
                    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z
                    UNSTRING FIELD-TARGET-POS DELIMITED BY ALL SPACES INTO FIELD-X FIELD-Y FIELD-Z
                    COMPUTE TICKET-TARGET-X(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-X)
                    COMPUTE TICKET-TARGET-Y(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-Y)
                    COMPUTE TICKET-TARGET-Z(TICKET-COUNT) = FUNCTION NUMVAL(FIELD-Z)
                    MOVE FIELD-CLAIMED-BY TO TICKET-CLAIMED-BY(TICKET-COUNT)
                    MOVE FIELD-CLOSED TO TICKET-CLOSED(TICKET-COUNT)
                    MOVE FIELD-REASON TO TICKET-REASON(TICKET-COUNT)
                    MOVE FIELD-RESOLUTION TO TICKET-RESOLUTION(TICKET-COUNT)
                    IF TICKET-ID(TICKET-COUNT) >= TICKET-NEXT-ID
                        COMPUTE TICKET-NEXT-ID = TICKET-ID(TICKET-COUNT) + 1
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Tickets-Load.

*> --- Tickets-Save ---
*> Rewrites save/tickets.txt from TICKETS-TABLE - the persistence half of
*> /report and the staff "ticket" command in Server.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Save.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-BUFFER          PIC X(131072).
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    01 TICKET-INDEX         BINARY-LONG UNSIGNED.
    01 DISPLAY-ID           PIC Z(9)9.
    01 DISPLAY-FLAG         PIC 9.
    01 DISPLAY-DIM          PIC 9.
    01 DISPLAY-X            PIC -(9)9.
    01 DISPLAY-Y            PIC -(9)9.
    01 DISPLAY-Z            PIC -(9)9.
    COPY DD-TICKETS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE SPACES TO FILE-BUFFER
    MOVE 1 TO FILE-POINTER
    MOVE TICKET-NEXT-ID TO DISPLAY-ID
    STRING "next|" FUNCTION TRIM(DISPLAY-ID) X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1 UNTIL TICKET-INDEX > TICKET-COUNT
        MOVE TICKET-ID(TICKET-INDEX) TO DISPLAY-ID
        MOVE TICKET-REPORTER-DIM(TICKET-INDEX) TO DISPLAY-DIM
        MOVE TICKET-REPORTER-X(TICKET-INDEX) TO DISPLAY-X
        MOVE TICKET-REPORTER-Y(TICKET-INDEX) TO DISPLAY-Y
        MOVE TICKET-REPORTER-Z(TICKET-INDEX) TO DISPLAY-Z
        STRING FUNCTION TRIM(DISPLAY-ID) "|" FUNCTION TRIM(TICKET-STATUS(TICKET-INDEX)) "|"
            TICKET-CREATED(TICKET-INDEX) "|" FUNCTION TRIM(TICKET-REPORTER(TICKET-INDEX)) "|"
            DISPLAY-DIM "|" FUNCTION TRIM(DISPLAY-X) " " FUNCTION TRIM(DISPLAY-Y) " " FUNCTION TRIM(DISPLAY-Z) "|"
            INTO FILE-BUFFER WITH POINTER FILE-POINTER
        MOVE TICKET-TARGET-SEEN(TICKET-INDEX) TO DISPLAY-FLAG
        MOVE TICKET-TARGET-DIM(TICKET-INDEX) TO DISPLAY-DIM
        MOVE TICKET-TARGET-X(TICKET-INDEX) TO DISPLAY-X
        MOVE TICKET-TARGET-Y(TICKET-INDEX) TO DISPLAY-Y
        MOVE TICKET-TARGET-Z(TICKET-INDEX) TO DISPLAY-Z
        STRING FUNCTION TRIM(TICKET-TARGET(TICKET-INDEX)) "|" DISPLAY-FLAG "|" DISPLAY-DIM "|"
            FUNCTION TRIM(DISPLAY-X) " " FUNCTION TRIM(DISPLAY-Y) " " FUNCTION TRIM(DISPLAY-Z) "|"
            FUNCTION TRIM(TICKET-CLAIMED-BY(TICKET-INDEX)) "|" FUNCTION TRIM(TICKET-CLOSED(TICKET-INDEX)) "|"
            FUNCTION TRIM(TICKET-REASON(TICKET-INDEX)) "|" FUNCTION TRIM(TICKET-RESOLUTION(TICKET-INDEX)) X"0A"
            INTO FILE-BUFFER WITH POINTER FILE-POINTER
    END-PERFORM
    COMPUTE FILE-LENGTH = FILE-POINTER - 1
    CALL "Files-WriteAll" USING "save/tickets.txt" FILE-BUFFER FILE-LENGTH LK-FAILURE
    GOBACK.

END PROGRAM Tickets-Save.

*> --- Tickets-Find ---
*> The TICKETS-TABLE index of ticket number LK-ID, or 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 TICKET-INDEX         BINARY-LONG UNSIGNED.
    COPY DD-TICKETS.
LINKAGE SECTION.
    01 LK-ID                BINARY-LONG UNSIGNED.
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-ID LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1 UNTIL TICKET-INDEX > TICKET-COUNT
        IF TICKET-ID(TICKET-INDEX) = LK-ID
            MOVE TICKET-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Tickets-Find.
