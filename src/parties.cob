*> --- Parties-Load ---
*> (Re-)loads save/parties.txt - one "<party> <color> <leader> [<member> ...]"
*> line per party, blank lines and "#" comment lines ignored - into
*> PARTIES-TABLE, replacing whatever it held before. At most MAX-PARTIES
*> parties of MAX-PARTY-MEMBERS members are kept; a line without a leader is
*> skipped. A missing or empty file just clears the table. Called once at
*> startup - unlike the other save/*.txt tables this one is owned by the
*> running server, which rewrites it on every /party change (see Parties-Save).
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(256).
    01 TRIMMED-LINE         PIC X(256).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-NAME           PIC X(16).
    01 FIELD-COLOR          PIC X(8).
    01 FIELD-MEMBER         PIC X(16).
    COPY DD-PARTIES.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE 0 TO PARTY-COUNT
    CALL "Files-ReadAll" USING "save/parties.txt" FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH OR PARTY-COUNT >= MAX-PARTIES
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            MOVE SPACES TO FIELD-NAME FIELD-COLOR FIELD-MEMBER
            MOVE 1 TO LINE-POINTER
            UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
                INTO FIELD-NAME FIELD-COLOR FIELD-MEMBER
                WITH POINTER LINE-POINTER
            IF FIELD-NAME NOT = SPACES AND FIELD-MEMBER NOT = SPACES
                ADD 1 TO PARTY-COUNT
                MOVE FIELD-NAME TO PARTY-NAME(PARTY-COUNT)
                COMPUTE PARTY-COLOR(PARTY-COUNT) = FUNCTION MIN(FUNCTION MAX(FUNCTION NUMVAL(FIELD-COLOR), 0), 15)
                MOVE SPACES TO PARTY-MEMBERS(PARTY-COUNT)
                MOVE 1 TO PARTY-MEMBER-COUNT(PARTY-COUNT)
                MOVE FIELD-MEMBER TO PARTY-MEMBER(PARTY-COUNT, 1)
                MOVE 0 TO PARTY-INVITE-COUNT(PARTY-COUNT)
                *> the rest of the line is the other members, one word each
                PERFORM UNTIL LINE-POINTER > TRIMMED-LEN OR PARTY-MEMBER-COUNT(PARTY-COUNT) >= MAX-PARTY-MEMBERS
                    MOVE SPACES TO FIELD-MEMBER
                    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
                        INTO FIELD-MEMBER
                        WITH POINTER LINE-POINTER
                    IF FIELD-MEMBER NOT = SPACES
                        ADD 1 TO PARTY-MEMBER-COUNT(PARTY-COUNT)
                        MOVE FIELD-MEMBER TO PARTY-MEMBER(PARTY-COUNT, PARTY-MEMBER-COUNT(PARTY-COUNT))
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-Load.

*> --- Parties-Save ---
*> Rewrites save/parties.txt from PARTIES-TABLE - the persistence half of the
*> /party command in Server. Invitations are not written; they lapse with a
*> restart.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-Save.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    01 PARTY-INDEX          BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX         BINARY-LONG UNSIGNED.
    01 DISPLAY-COLOR        PIC Z9.
    COPY DD-PARTIES.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE SPACES TO FILE-BUFFER
    MOVE 1 TO FILE-POINTER
    PERFORM VARYING PARTY-INDEX FROM 1 BY 1 UNTIL PARTY-INDEX > PARTY-COUNT
        MOVE PARTY-COLOR(PARTY-INDEX) TO DISPLAY-COLOR
        STRING FUNCTION TRIM(PARTY-NAME(PARTY-INDEX)) " " FUNCTION TRIM(DISPLAY-COLOR)
            INTO FILE-BUFFER WITH POINTER FILE-POINTER
        PERFORM VARYING MEMBER-INDEX FROM 1 BY 1 UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
            STRING " " FUNCTION TRIM(PARTY-MEMBER(PARTY-INDEX, MEMBER-INDEX))
                INTO FILE-BUFFER WITH POINTER FILE-POINTER
        END-PERFORM
        STRING X"0A" INTO FILE-BUFFER WITH POINTER FILE-POINTER
    END-PERFORM
    COMPUTE FILE-LENGTH = FILE-POINTER - 1
    CALL "Files-WriteAll" USING "save/parties.txt" FILE-BUFFER FILE-LENGTH LK-FAILURE
    GOBACK.

END PROGRAM Parties-Save.

*> --- Parties-Find ---
*> The PARTIES-TABLE index of the party named LK-NAME, or 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PARTY-INDEX          BINARY-LONG UNSIGNED.
    COPY DD-PARTIES.
LINKAGE SECTION.
    01 LK-NAME              PIC X(16).
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING PARTY-INDEX FROM 1 BY 1 UNTIL PARTY-INDEX > PARTY-COUNT
        IF PARTY-NAME(PARTY-INDEX) = LK-NAME
            MOVE PARTY-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-Find.

*> --- Parties-FindMember ---
*> The PARTIES-TABLE index of the party player LK-USERNAME belongs to, or 0 -
*> a player is in at most one party at a time. LK-MEMBER-INDEX is their place
*> in it (1 = leader).
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-FindMember.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PARTY-INDEX          BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX         BINARY-LONG UNSIGNED.
    COPY DD-PARTIES.
LINKAGE SECTION.
    01 LK-USERNAME          PIC X(16).
    01 LK-INDEX             BINARY-LONG UNSIGNED.
    01 LK-MEMBER-INDEX      BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-USERNAME LK-INDEX LK-MEMBER-INDEX.
    MOVE 0 TO LK-INDEX
    MOVE 0 TO LK-MEMBER-INDEX
    IF LK-USERNAME = SPACES
        GOBACK
    END-IF
    PERFORM VARYING PARTY-INDEX FROM 1 BY 1 UNTIL PARTY-INDEX > PARTY-COUNT OR LK-INDEX > 0
        PERFORM VARYING MEMBER-INDEX FROM 1 BY 1 UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
            IF PARTY-MEMBER(PARTY-INDEX, MEMBER-INDEX) = LK-USERNAME
                MOVE PARTY-INDEX TO LK-INDEX
                MOVE MEMBER-INDEX TO LK-MEMBER-INDEX
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM
    GOBACK.

END PROGRAM Parties-FindMember.
