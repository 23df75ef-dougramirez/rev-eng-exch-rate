001400*    DATE       INIT DESCRIPTION
001500*    ---------- ---- -------------------------------------------
001600*    2026-09-02 DLR  INITIAL VERSION - OPERATOR SECURITY.
001610*    2026-10-15 DLR  PROMPT FOR THE NEW TRADE CANCEL/AMEND
001620*                    AUTHORITY FLAG USED BY BSCANAMD.
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
026700     IF OP-MAINT-AUTH NOT = "Y"
026800         MOVE "N" TO OP-MAINT-AUTH
026900     END-IF.
026910     DISPLAY "MAY CANCEL/AMEND POSTED TRADES (Y/N) : ".
026920     ACCEPT OP-CANC-AUTH.
026930     IF OP-CANC-AUTH NOT = "Y"
026940         MOVE "N" TO OP-CANC-AUTH
026950     END-IF.
027000 2400-EXIT.
027100     EXIT.
027200
