    01 NODE-INDEX   BINARY-LONG UNSIGNED.
    01 NAME-LENGTH  BINARY-LONG UNSIGNED.
    *> buffer used to store the packet data
    01 PAYLOAD      PIC X(2048).
    01 PAYLOADPOS   BINARY-LONG UNSIGNED.
    01 PAYLOADLEN   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT            BINARY-LONG UNSIGNED.
    01 LK-COMMAND-COUNT     BINARY-LONG UNSIGNED.
    01 LK-COMMAND-TABLE.
        02 LK-COMMAND-NAME OCCURS 64 TIMES PIC X(16).

PROCEDURE DIVISION USING LK-CLIENT LK-COMMAND-COUNT LK-COMMAND-TABLE.
    MOVE 1 TO PAYLOADPOS
