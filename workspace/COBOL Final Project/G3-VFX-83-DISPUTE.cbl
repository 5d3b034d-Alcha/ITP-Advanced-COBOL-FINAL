               MOVE DTXN-DATE     TO DISP-RECV-DATE
               MOVE SPACES        TO DISP-RESOLVE-DATE
               MOVE "FEED"        TO DISP-OPERATOR-ID
               MOVE DTXN-DATE     TO DISP-WORK-DATE
               WRITE DISP-REC
                   INVALID KEY
                       REWRITE DISP-REC
