               05  LINE 16 COL 32 PIC X(3) TO VFX-1-NEW-PLAN
                                           FULL REQUIRED AUTO.
               05  LINE 16 COL 37 VALUE "(BAS/STD/PRM)".
           03  A-FREQ.
               05  LINE 16 COL 52 VALUE "BILLED M/A:".
               05  LINE 16 COL 64 PIC X TO VFX-1-NEW-FREQ AUTO.
               05  LINE 16 COL 66 VALUE "(BLANK = M)".
           03  A-REF.
               05  LINE 17 COL 17 VALUE "REFERRED BY #: ".
               05  LINE 17 COL 32 PIC 9(8) TO VFX-1-REF-ID AUTO.
               05  LINE 17 COL 42 VALUE "(MEMBER ID, BLANK = NONE)".
           03  A-CC2.
               05  LINE 18 COL 17 VALUE "BACKUP CARD #: ".
               05  LINE 18 COL 32 PIC X(16) TO VFX-1-NEW-ALT-CC
                                           AUTO.
           03  A-CC2-EXP.
               05  LINE 18 COL 50 VALUE "EXP(YYYYMM):".
               05  LINE 18 COL 63 PIC X(6) TO VFX-1-NEW-ALT-EXP
                                           AUTO.
               05  LINE 19 COL 32 VALUE "(OPTIONAL, BLANK = NONE)".
           03  A-SEL.
               05  LINE 20 COL 17 PIC X TO VFX-1-CHECK AUTO.
               05  LINE 20 COL 19 VALUE "'S' SAVE  'R' RETURN".
               05  LINE 15 COL 55 PIC X(6) FROM VFX-1-NEW-CC-EXP.
               05  LINE 16 COL 17 VALUE "PLAN CODE: ".
               05  LINE 16 COL 32 PIC X(3) FROM VFX-1-NEW-PLAN.
               05  LINE 16 COL 52 VALUE "BILLED:".
               05  LINE 16 COL 60 PIC X FROM VFX-1-NEW-FREQ.
               05  LINE 17 COL 17 VALUE "REFERRED BY #: ".
               05  LINE 17 COL 32 PIC Z(7)9 FROM VFX-1-REF-ID.
               05  LINE 18 COL 17 VALUE "BACKUP CARD #: ".
               05  LINE 18 COL 32 PIC X(16) FROM VFX-1-NEW-ALT-CC.
               05  LINE 18 COL 50 VALUE "EXP:".
               05  LINE 18 COL 55 PIC X(6) FROM VFX-1-NEW-ALT-EXP.
           03  R-SEL.
               05  LINE 20 COL 17 PIC X TO VFX-1-RECAP-RESP AUTO.
               05  LINE 20 COL 19 VALUE "'Y' SAVE  'N' RE-ENTER".
