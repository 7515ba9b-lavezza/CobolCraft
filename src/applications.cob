*> --- Applications-Load ---
*> (Re-)loads save/whitelist-applications.txt into APPLICATIONS-TABLE,
*> replacing whatever it held before - see DD-APPLICATIONS for the line
*> layout. Blank lines and "#" comment lines are ignored, as is a line with
*> no name. A missing or empty file just clears the table. Called once at
*> startup - the running server owns this file and rewrites it on every
*> change (see Applications-Save).
IDENTIFICATION DIVISION.
PROGRAM-ID. Applications-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(256).
    01 TRIMMED-LINE         PIC X(256).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 FIELD-NAME           PIC X(16).
    01 FIELD-STATUS         PIC X(16).
    01 FIELD-UUID           PIC X(32).
    01 FIELD-ADDRESS        PIC X(45).
    01 FIELD-FIRST          PIC X(16).
    01 FIELD-LAST           PIC X(16).
    01 FIELD-ATTEMPTS       PIC X(16).
    01 FIELD-DECIDED-BY     PIC X(16).
    01 FIELD-DECIDED        PIC X(16).
    COPY DD-APPLICATIONS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE 0 TO APPLICATION-COUNT
    CALL "Files-ReadAll" USING "save/whitelist-applications.txt" FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        GOBACK
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH OR APPLICATION-COUNT >= MAX-APPLICATIONS
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            MOVE SPACES TO FIELD-NAME FIELD-STATUS FIELD-UUID FIELD-ADDRESS FIELD-FIRST
                FIELD-LAST FIELD-ATTEMPTS FIELD-DECIDED-BY FIELD-DECIDED
            UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY "|"
                INTO FIELD-NAME FIELD-STATUS FIELD-UUID FIELD-ADDRESS FIELD-FIRST
                    FIELD-LAST FIELD-ATTEMPTS FIELD-DECIDED-BY FIELD-DECIDED
            IF FIELD-NAME NOT = SPACES
                ADD 1 TO APPLICATION-COUNT
                MOVE FIELD-NAME TO APPLICATION-NAME(APPLICATION-COUNT)
                IF FIELD-STATUS = "denied"
                    MOVE "denied" TO APPLICATION-STATUS(APPLICATION-COUNT)
                ELSE
                    MOVE "pending" TO APPLICATION-STATUS(APPLICATION-COUNT)
                END-IF
                MOVE FIELD-UUID TO APPLICATION-UUID(APPLICATION-COUNT)
                MOVE FIELD-ADDRESS TO APPLICATION-ADDRESS(APPLICATION-COUNT)
                MOVE FIELD-FIRST TO APPLICATION-FIRST(APPLICATION-COUNT)
                MOVE FIELD-LAST TO APPLICATION-LAST(APPLICATION-COUNT)
                MOVE 0 TO APPLICATION-ATTEMPTS(APPLICATION-COUNT)
                IF FIELD-ATTEMPTS NOT = SPACES AND FUNCTION TEST-NUMVAL(FIELD-ATTEMPTS) = 0
                    COMPUTE APPLICATION-ATTEMPTS(APPLICATION-COUNT) = FUNCTION NUMVAL(FIELD-ATTEMPTS)
                END-IF
                MOVE FIELD-DECIDED-BY TO APPLICATION-DECIDED-BY(APPLICATION-COUNT)
                MOVE FIELD-DECIDED TO APPLICATION-DECIDED(APPLICATION-COUNT)
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Applications-Load.

*> --- Applications-Save ---
*> Rewrites save/whitelist-applications.txt from APPLICATIONS-TABLE.
IDENTIFICATION DIVISION.
PROGRAM-ID. Applications-Save.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-LENGTH          BINARY-LONG UNSIGNED.
    01 APPLICATION-INDEX    BINARY-LONG UNSIGNED.
    01 DISPLAY-ATTEMPTS     PIC Z(9)9.
    COPY DD-APPLICATIONS.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    CALL "CBL_CREATE_DIR" USING "save"
    MOVE SPACES TO FILE-BUFFER
    MOVE 1 TO FILE-POINTER
    PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
        MOVE APPLICATION-ATTEMPTS(APPLICATION-INDEX) TO DISPLAY-ATTEMPTS
        STRING FUNCTION TRIM(APPLICATION-NAME(APPLICATION-INDEX)) "|"
            FUNCTION TRIM(APPLICATION-STATUS(APPLICATION-INDEX)) "|"
            FUNCTION TRIM(APPLICATION-UUID(APPLICATION-INDEX)) "|"
            FUNCTION TRIM(APPLICATION-ADDRESS(APPLICATION-INDEX)) "|"
            APPLICATION-FIRST(APPLICATION-INDEX) "|" APPLICATION-LAST(APPLICATION-INDEX) "|"
            FUNCTION TRIM(DISPLAY-ATTEMPTS) "|"
            FUNCTION TRIM(APPLICATION-DECIDED-BY(APPLICATION-INDEX)) "|"
            FUNCTION TRIM(APPLICATION-DECIDED(APPLICATION-INDEX)) X"0A"
            INTO FILE-BUFFER WITH POINTER FILE-POINTER
    END-PERFORM
    COMPUTE FILE-LENGTH = FILE-POINTER - 1
    CALL "Files-WriteAll" USING "save/whitelist-applications.txt" FILE-BUFFER FILE-LENGTH LK-FAILURE
    GOBACK.

END PROGRAM Applications-Save.

*> --- Applications-Find ---
*> The APPLICATIONS-TABLE index of LK-NAME's application, or 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Applications-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 APPLICATION-INDEX    BINARY-LONG UNSIGNED.
    COPY DD-APPLICATIONS.
LINKAGE SECTION.
    01 LK-NAME              PIC X(16).
    01 LK-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-INDEX.
    MOVE 0 TO LK-INDEX
    PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
        IF APPLICATION-NAME(APPLICATION-INDEX) = LK-NAME
            MOVE APPLICATION-INDEX TO LK-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Applications-Find.

*> --- Applications-Record ---
*> Notes one turned-away login attempt by LK-NAME (a username not on the
*> whitelist) from LK-ADDRESS, with the 16-byte UUID LK-UUID its client sent,
*> and saves the table. LK-RESULT: 0 = a new pending application, 1 = an
*> existing pending one refreshed, 2 = a denied name trying again (counted,
*> but left denied), 3 = the table is full of pending applications and this
*> new name could not be queued. Room for a new name is made by dropping the
*> denied entry that was last tried longest ago.
IDENTIFICATION DIVISION.
PROGRAM-ID. Applications-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 HEX-DIGITS           PIC X(16)   VALUE "0123456789abcdef".
    01 HEX-UUID             PIC X(32).
    01 BYTE-INDEX           BINARY-LONG UNSIGNED.
    01 BYTE-VALUE           BINARY-LONG UNSIGNED.
    01 NIBBLE               BINARY-LONG UNSIGNED.
    01 NOW-RAW              PIC X(21).
    01 APPLICATION-INDEX    BINARY-LONG UNSIGNED.
    01 OLDEST-INDEX         BINARY-LONG UNSIGNED.
    01 SAVE-FAILURE         BINARY-CHAR UNSIGNED.
    COPY DD-APPLICATIONS.
LINKAGE SECTION.
    01 LK-NAME              PIC X(16).
    01 LK-UUID              PIC X(16).
    01 LK-ADDRESS           PIC X(45).
    01 LK-RESULT            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-UUID LK-ADDRESS LK-RESULT.
    MOVE FUNCTION CURRENT-DATE TO NOW-RAW
    PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > 16
        COMPUTE BYTE-VALUE = FUNCTION ORD(LK-UUID(BYTE-INDEX:1)) - 1
        COMPUTE NIBBLE = BYTE-VALUE / 16
        MOVE HEX-DIGITS(NIBBLE + 1:1) TO HEX-UUID(BYTE-INDEX * 2 - 1:1)
        COMPUTE NIBBLE = FUNCTION MOD(BYTE-VALUE, 16)
        MOVE HEX-DIGITS(NIBBLE + 1:1) TO HEX-UUID(BYTE-INDEX * 2:1)
    END-PERFORM

    CALL "Applications-Find" USING LK-NAME APPLICATION-INDEX
    IF APPLICATION-INDEX > 0
        IF APPLICATION-STATUS(APPLICATION-INDEX) = "denied"
            MOVE 2 TO LK-RESULT
        ELSE
            MOVE 1 TO LK-RESULT
        END-IF
    ELSE
        IF APPLICATION-COUNT >= MAX-APPLICATIONS
            MOVE 0 TO OLDEST-INDEX
            PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
                IF APPLICATION-STATUS(APPLICATION-INDEX) = "denied"
                    IF OLDEST-INDEX = 0
                        MOVE APPLICATION-INDEX TO OLDEST-INDEX
                    ELSE
                        IF APPLICATION-LAST(APPLICATION-INDEX) < APPLICATION-LAST(OLDEST-INDEX)
                            MOVE APPLICATION-INDEX TO OLDEST-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF OLDEST-INDEX = 0
                MOVE 3 TO LK-RESULT
                GOBACK
            END-IF
            PERFORM VARYING APPLICATION-INDEX FROM OLDEST-INDEX BY 1 UNTIL APPLICATION-INDEX >= APPLICATION-COUNT
                MOVE APPLICATION-ENTRY(APPLICATION-INDEX + 1) TO APPLICATION-ENTRY(APPLICATION-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM APPLICATION-COUNT
        END-IF
        ADD 1 TO APPLICATION-COUNT
        MOVE APPLICATION-COUNT TO APPLICATION-INDEX
        MOVE LK-NAME TO APPLICATION-NAME(APPLICATION-INDEX)
        MOVE "pending" TO APPLICATION-STATUS(APPLICATION-INDEX)
        MOVE NOW-RAW(1:14) TO APPLICATION-FIRST(APPLICATION-INDEX)
        MOVE 0 TO APPLICATION-ATTEMPTS(APPLICATION-INDEX)
        MOVE SPACES TO APPLICATION-DECIDED-BY(APPLICATION-INDEX) APPLICATION-DECIDED(APPLICATION-INDEX)
        MOVE 0 TO LK-RESULT
    END-IF

    MOVE HEX-UUID TO APPLICATION-UUID(APPLICATION-INDEX)
    MOVE LK-ADDRESS TO APPLICATION-ADDRESS(APPLICATION-INDEX)
    MOVE NOW-RAW(1:14) TO APPLICATION-LAST(APPLICATION-INDEX)
    ADD 1 TO APPLICATION-ATTEMPTS(APPLICATION-INDEX)
    CALL "Applications-Save" USING SAVE-FAILURE
    GOBACK.

END PROGRAM Applications-Record.
