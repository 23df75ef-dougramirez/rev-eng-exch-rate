001430*                    AUTHORISED TO APPROVE RATE CHANGES - AND
001440*                    EVERY APPROVAL AND REJECTION IS WRITTEN
001450*                    TO THE SECLOG SECURITY LOG.
001459*    2026-10-15 DLR  A PAIR/DATE ADDED FROM RATEPEND CARRIES NO
001468*                    CLOSING MID RATE (CR-EXCH-RATE ZERO) - ONLY
001477*                    THE TREASURY FEED LOAD SETS THAT RATE.  AN
001486*                    APPLIED UPDATE LEAVES THE STORED RATE AS IS.
001500******************************************************************
001600
001700 ENVIRONMENT DIVISION.
018100 3100-APPLY-ADD.
018200     MOVE CP-FEE-PCT TO CR-FEE-PCT.
018300     MOVE CP-MUP-PCT TO CR-MUP-PCT.
018310     MOVE ZERO TO CR-EXCH-RATE.
018400     WRITE CR-RATE-RECORD
018500         INVALID KEY
018600             DISPLAY "RATE NOW ON FILE FOR THAT PAIR/DATE - HELD"
