                OPEN OUTPUT ROSTER
             END-IF
             MOVE SPACES TO ROSTER-LINE
      *> generated here, not sent in -- DRIVER looks for no
      *> department envelope on a LOCAL entry.
             STRING WS-SUPP-DSN DELIMITED BY SPACE
                    ' LOCAL' DELIMITED BY SIZE
                 INTO ROSTER-LINE
             END-STRING
             WRITE ROSTER-LINE
             CLOSE ROSTER
           END-IF
