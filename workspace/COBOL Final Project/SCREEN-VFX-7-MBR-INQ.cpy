               05  LINE 13 COL 76 PIC X FROM VM-EMAIL-FLAG.
               05  LINE 14 COL 28 VALUE "PLAN".
               05  LINE 14 COL 45 PIC X(3) FROM VM-PLAN-CODE.
               05  LINE 14 COL 50 VALUE "BILLED".
               05  LINE 14 COL 57 PIC X FROM VM-BILL-FREQ.
               05  LINE 14 COL 60 VALUE "PAID THRU".
               05  LINE 14 COL 70 PIC X(8) FROM VM-PAID-THRU.
               05  LINE 15 COL 28 VALUE "MAX RATING".
               05  LINE 15 COL 45 PIC X(4) FROM VM-MAX-RATING.
               05  LINE 16 COL 28 VALUE "MARKETING OK".
               05  LINE 16 COL 45 PIC X FROM VFX-7-MKT-CONS.
               05  LINE 16 COL 48 PIC X(8) FROM VFX-7-MKT-DATE.
               05  LINE 16 COL 58 PIC X(8) FROM VFX-7-MKT-SRC.
               05  LINE 17 COL 28 VALUE "SERVICE OK".
               05  LINE 17 COL 45 PIC X FROM VFX-7-SVC-CONS.
               05  LINE 17 COL 48 PIC X(8) FROM VFX-7-SVC-DATE.
               05  LINE 17 COL 58 PIC X(8) FROM VFX-7-SVC-SRC.
               05  LINE 18 COL 28 VALUE "STATUS".
               05  LINE 18 COL 45 PIC X FROM VM-STATUS.
               05  LINE 19 COL 28 VALUE "BACKUP CARD".
               05  LINE 19 COL 45 PIC X(16) FROM VFX-7-ALT-MASK.
               05  LINE 19 COL 63 VALUE "EXP".
               05  LINE 19 COL 67 PIC X(6) FROM VFX-7-ALT-EXP.
               05  LINE 20 COL 02 VALUE "'E' EDIT,'C' CANCEL,'V' PAUSE,
      -            "'S' STMT,'P' PROF,'D' DEVS,'H' HIST,'K' CASES".
               05  LINE 20 COL 78 PIC X TO WS-RESP AUTO.

       01  CANCELSCREEN.
           03  LINE 22 COL 28 VALUE "CANCEL THIS MEMBERSHIP? (Y/N):".
           03  LINE 22 COL 60 PIC X TO VFX-7-EDIT-RESP AUTO.

       01  CXREASONSCREEN.
           03  LINE 21 COL 01 PIC X(78) FROM VFX-7-CX-LIST.
           03  LINE 22 COL 28 VALUE "REASON CODE (BLANK=BACK OUT):".
           03  LINE 22 COL 60 PIC X(2) TO VFX-7-CX-REASON AUTO.
           03  LINE 23 COL 28 PIC X(40) FROM VFX-7-CX-MSG.

       01  CXOFFERSCREEN.
           03  LINE 22 COL 01 VALUE "SAVE OFFER:".
           03  LINE 22 COL 13 PIC X(60) FROM VFX-7-CX-OFFER-TXT.
           03  LINE 23 COL 28 VALUE "MEMBER ACCEPTS? (Y/N):".
           03  LINE 23 COL 60 PIC X TO VFX-7-EDIT-RESP AUTO.

       01  PAUSESCREEN.
           03  LINE 21 COL 20 VALUE "PAUSE UP TO".
           03  LINE 21 COL 32 PIC X(8) FROM VFX-7-PZ-LIMIT.
           03  LINE 21 COL 42 PIC X(36) FROM VFX-7-PZ-MSG.
           03  LINE 22 COL 14 VALUE "RESUME DATE YYYYMMDD".
           03  LINE 22 COL 35 VALUE "(BLANK=BACK OUT):".
           03  LINE 22 COL 60 PIC X(8) TO VFX-7-PZ-RESUME AUTO.

       01  RESUMESCREEN.
           03  LINE 22 COL 10 VALUE "PAUSED UNTIL".
           03  LINE 22 COL 23 PIC X(8) FROM VM-RESUME-DATE.
           03  LINE 22 COL 33 VALUE "- END THE PAUSE NOW? (Y/N):".
           03  LINE 22 COL 62 PIC X TO VFX-7-EDIT-RESP AUTO.

       01  MBREDITSCREEN.
           03  BLANK SCREEN.
           03  MBREDITSCREEN-HEAD.
               05  LINE 10 COL 28 VALUE "PLAN".
               05  LINE 10 COL 45 PIC X(3) FROM VM-PLAN-CODE
                                           TO VM-PLAN-CODE AUTO.
               05  LINE 10 COL 51 VALUE "BILLED M/A".
               05  LINE 10 COL 63 PIC X FROM VM-BILL-FREQ
                                           TO VM-BILL-FREQ AUTO.
               05  LINE 11 COL 28 VALUE "MAX RATING".
               05  LINE 11 COL 45 PIC X(4) FROM VM-MAX-RATING
                                           TO VM-MAX-RATING AUTO.
               05  LINE 11 COL 51 VALUE "(BLANK=NO LIMIT)".
               05  LINE 12 COL 28 VALUE "MARKETING OK".
               05  LINE 12 COL 45 PIC X FROM VFX-7-MKT-CONS
                                           TO VFX-7-MKT-CONS AUTO.
               05  LINE 12 COL 51 VALUE "SERVICE OK".
               05  LINE 12 COL 63 PIC X FROM VFX-7-SVC-CONS
                                           TO VFX-7-SVC-CONS AUTO.
               05  LINE 13 COL 01 VALUE "CARD EXP (YYYYMM)".
               05  LINE 13 COL 19 PIC X(6) FROM VFX-7-CC-EXP
                                           TO VFX-7-CC-EXP AUTO.
               05  LINE 14 COL 01 VALUE "BACKUP CARD #".
               05  LINE 14 COL 19 PIC X(16) TO VFX-7-ALT-NEW AUTO.
               05  LINE 14 COL 37 VALUE "EXP".
               05  LINE 14 COL 41 PIC X(6) FROM VFX-7-ALT-EXP
                                           TO VFX-7-ALT-EXP AUTO.
               05  LINE 14 COL 49 VALUE "REMOVE (Y/N)".
               05  LINE 14 COL 62 PIC X TO VFX-7-ALT-DROP AUTO.
               05  LINE 15 COL 01 VALUE "ON FILE".
               05  LINE 15 COL 19 PIC X(16) FROM VFX-7-ALT-MASK.
               05  LINE 15 COL 37 VALUE "(BLANK NUMBER KEEPS IT)".
               05  LINE 17 COL 28 VALUE "SAVE CHANGES? (Y/N):".
               05  LINE 17 COL 50 PIC X TO VFX-7-EDIT-RESP AUTO.
               05  LINE 19 COL 28 PIC X(40) FROM VFX-7-EDIT-MSG.
