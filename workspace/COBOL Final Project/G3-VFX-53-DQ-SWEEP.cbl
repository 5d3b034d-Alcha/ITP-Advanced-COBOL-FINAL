           SET DQ-QUEUED TO TRUE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO DQ-DATE
           MOVE SPACES TO DQ-WORK-DATE
           MOVE SPACES TO DQ-OPERATOR-ID
           WRITE DQ-REC
               INVALID KEY
                   REWRITE DQ-REC
