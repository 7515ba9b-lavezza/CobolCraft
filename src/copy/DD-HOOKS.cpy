       01 HOOKS-TABLE EXTERNAL.
           02 HOOKS-COUNT           BINARY-LONG UNSIGNED    VALUE 0.
           02 HOOKS OCCURS 20 TIMES.
               *> BLOCK_CHANGE, PLAYER_JOIN, PLAYER_LEAVE, PARTY_JOIN, or PARTY_LEAVE - see
               *> Hooks-Fire
               03 HOOK-EVENT-KIND       PIC X(16).
               03 HOOK-PROGRAM-NAME     PIC X(30).
