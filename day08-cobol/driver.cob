      *> processes an entire roster of instruction files in one run,
      *> calling MAIN once per roster entry with its own STUDENTDD
      *> and CHECKPTDD so each file's screen and checkpoint stay
      *> independent of the others.  a department's file is only
      *> dispatched once its envelope -- control header and trailer
      *> -- proves it arrived whole and has not been processed
      *> before; anything else is quarantined on the disposition
      *> report.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.

             SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INBOUND-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INBOUND-STATUS.

             SELECT RECV-REGISTRY ASSIGN TO DYNAMIC WS-RECVREG-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RCV-KEY
             FILE STATUS IS WS-RECVREG-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD ROSTER.
          FD RUNLOG-IN.
          01 RUNLOG-IN-LINE PIC X(250).

      *> a roster entry's instruction file, read once ahead of MAIN
      *> to check its envelope.
          FD INBOUND-FILE.
          01 INBOUND-LINE PIC X(100).

      *> every department transmission MAIN has completed, keyed by
      *> sender and the sender's own sequence number.
          FD RECV-REGISTRY.
          01 RCV-RECORD.
             05 RCV-KEY.
                10 RCV-SENDER PIC X(4).
                10 RCV-SEQ PIC 9(6).
             05 RCV-FILE-DATE PIC 9(8).
             05 RCV-RECORDS PIC 9(7).
             05 RCV-HASH PIC 9(12).
             05 RCV-RUN-ID PIC X(14).
             05 RCV-DSN PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-ROSTER-DSN PIC X(100) VALUE 'roster.txt'.
          01 WS-ROSTER-EOF PIC X(1) VALUE 'N'.
          01 WS-LOG-TOK2 PIC X(14) VALUE SPACES.
          01 WS-LOG-TOK3 PIC X(14) VALUE SPACES.
          01 WS-TODAY PIC 9(8) VALUE 0.
      *> the business date the roster runs for -- today rolled
      *> forward past weekends and calendar holidays by BIZ-DATE.
      *> the once-per-day check keys off it, so a weekend catch-up
      *> counts as the next working day's business; the run stamp
      *> stays on the wall clock.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-START-TIME PIC 9(8) VALUE 0.
          01 WS-DRIVER-RUN-ID PIC X(14) VALUE SPACES.

             05 WS-HO-DEFAULT PIC 9(8).
             05 WS-HO-QMARK PIC 9(8).

      *> the inbound envelope.  a department's instruction file
      *> opens with a control header and closes with a trailer:
      *>   *HDR dept yyyymmdd nnnnnn   sender, file date, sequence
      *>   *TRL nnnnnnn hhhhhhhhhhhh   records, hash of student IDs
      *> the record count is the non-blank records between the two,
      *> the hash total the sum of the STUDENT-IDs on its headers.
      *> an entry the roster marks LOCAL was generated here (feed
      *> translation, pending release, exception repair) and is
      *> not looked at.  each sender's sequence must run on from
      *> the last one received -- a repeat is a duplicate
      *> transmission, a jump a lost one.  a sender's first file
      *> starts the count wherever it starts.
          01 WS-INBOUND-DSN PIC X(100) VALUE SPACES.
          01 WS-INBOUND-STATUS PIC X(2) VALUE SPACES.
          01 WS-INBOUND-EOF PIC X(1) VALUE 'N'.
          01 WS-RECVREG-DSN PIC X(100) VALUE 'recvregistry.dat'.
          01 WS-RECVREG-STATUS PIC X(2) VALUE SPACES.
          01 WS-RECVREG-OK PIC X(1) VALUE 'N'.
          01 WS-RECVREG-EOF PIC X(1) VALUE 'N'.
          01 WS-ENTRY-TOK PIC X(100) VALUE SPACES.
          01 WS-ENTRY-FLAG PIC X(10) VALUE SPACES.
          01 WS-ENV-REASON PIC X(50) VALUE SPACES.
          01 WS-ENV-HDR PIC X(1) VALUE 'N'.
          01 WS-ENV-TRL PIC X(1) VALUE 'N'.
          01 WS-ENV-SENDER PIC X(4) VALUE SPACES.
          01 WS-ENV-DATE PIC 9(8) VALUE 0.
          01 WS-ENV-SEQ PIC 9(6) VALUE 0.
          01 WS-ENV-LAST-SEQ PIC 9(6) VALUE 0.
          01 WS-ENV-NEXT-SEQ PIC 9(7) VALUE 0.
          01 WS-ENV-COUNT PIC 9(7) VALUE 0.
          01 WS-ENV-HASH PIC 9(12) VALUE 0.
          01 WS-ENV-BODY PIC 9(7) VALUE 0.
          01 WS-ENV-SUM PIC 9(12) VALUE 0.
          01 WS-ENV-TOK1 PIC X(10) VALUE SPACES.
          01 WS-ENV-TOK2 PIC X(10) VALUE SPACES.
          01 WS-ENV-TOK3 PIC X(12) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ENV-TOK4 PIC X(12) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ENV-ID PIC 9(5) VALUE 0.
          01 WS-ENV-TAG PIC X(24) VALUE SPACES.

      *> tonight's quarantined entries, listed together after the
      *> dispositions so the morning shift can chase the senders.
          01 WS-QUAR-COUNT PIC 9(5) VALUE 0.
          01 WS-QUAR-IDX PIC 9(5) VALUE 0.
          01 WS-QUAR-TABLE.
             05 WS-QUAR-ENTRY OCCURS 200 TIMES.
                10 WS-QUAR-FILE PIC X(60).
                10 WS-QUAR-SENDER PIC X(4).
                10 WS-QUAR-SEQ PIC 9(6).
                10 WS-QUAR-REASON PIC X(50).

       PROCEDURE DIVISION.
           ACCEPT WS-ROSTER-DSN FROM ENVIRONMENT 'ROSTERDD'
           IF WS-ROSTER-DSN = SPACES
           PERFORM ACQUIRE-RUN-CONTROL
           IF WS-RUNCTL-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> every MAIN this roster dispatches rides this lock, and in
      *> generation mode they all share this roster's run stamp so
           DISPLAY 'Y' UPON ENVIRONMENT-VALUE
           DISPLAY 'RUNID' UPON ENVIRONMENT-NAME
           DISPLAY WS-DRIVER-RUN-ID UPON ENVIRONMENT-VALUE
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME
           DISPLAY WS-BUS-DATE UPON ENVIRONMENT-VALUE

           ACCEPT WS-DISP-DSN FROM ENVIRONMENT 'DISPDD'
           IF WS-DISP-DSN = SPACES
           OPEN OUTPUT STATS-FILE
           CLOSE STATS-FILE

           ACCEPT WS-RECVREG-DSN FROM ENVIRONMENT 'RECVREGDD'
           IF WS-RECVREG-DSN = SPACES
             MOVE 'recvregistry.dat' TO WS-RECVREG-DSN
           END-IF
           OPEN I-O RECV-REGISTRY
           IF WS-RECVREG-STATUS = '35'
             OPEN OUTPUT RECV-REGISTRY
             CLOSE RECV-REGISTRY
             OPEN I-O RECV-REGISTRY
           END-IF
           IF WS-RECVREG-STATUS = '00'
             MOVE 'Y' TO WS-RECVREG-OK
           ELSE
             DISPLAY 'RECEIVED-FILES REGISTRY UNAVAILABLE: '
                WS-RECVREG-DSN ' STATUS ' WS-RECVREG-STATUS
           END-IF

      *> last night's carryover entries go first -- staged to a work
      *> dataset for reading while the carryover dataset itself
      *> stays untouched until the run completes.  tonight's carried
           CLOSE ROSTER
           CLOSE CARRY-NEW
           PERFORM REWRITE-CARRYOVER
           IF WS-RECVREG-OK = 'Y'
             CLOSE RECV-REGISTRY
           END-IF

           PERFORM WRITE-ROSTER-STATS
           PERFORM WRITE-QUARANTINE-LIST

           MOVE SPACES TO DISP-LINE
           STRING 'ROSTER FILES PROCESSED: ' DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  '  CARRIED OVER: ' DELIMITED BY SIZE
                  WS-CARRIED-COUNT DELIMITED BY SIZE
                  '  QUARANTINED: ' DELIMITED BY SIZE
                  WS-QUAR-COUNT DELIMITED BY SIZE
                  '  WORST CODE: ' DELIMITED BY SIZE
                  WS-WORST-RC DELIMITED BY SIZE
               INTO DISP-LINE

           DISPLAY 'ROSTER FILES PROCESSED: ' WS-FILE-COUNT
              '  CARRIED OVER: ' WS-CARRIED-COUNT
              '  QUARANTINED: ' WS-QUAR-COUNT
              '  WORST CODE: ' WS-WORST-RC
           IF WS-RUNCTL-TAKEN = 'Y'
             PERFORM RELEASE-RUN-CONTROL
           END-IF
           MOVE WS-WORST-RC TO RETURN-CODE
           GOBACK.

       ACQUIRE-RUN-CONTROL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           CALL 'BIZ-DATE' USING WS-TODAY, WS-BUS-DATE, WS-CAL-SOURCE
           IF WS-BUS-DATE NOT = WS-TODAY
             DISPLAY 'CALENDAR DATE ' WS-TODAY
                ' IS NOT A WORKING DAY -- RUNNING FOR BUSINESS DATE '
                WS-BUS-DATE
           END-IF
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL-FILE
             PERFORM CHECK-PRIOR-TRAILER
           END-IF
           IF WS-RUNCTL-REFUSED = 'N'
                 AND WS-LAST-DONE-DATE = WS-BUS-DATE
                 AND WS-FORCE-ENV NOT = 'Y'
             MOVE 'Y' TO WS-RUNCTL-REFUSED
             DISPLAY 'A RUN ALREADY COMPLETED FOR BUSINESS DATE '
                WS-BUS-DATE
                ' -- REFUSING TO START (FORCERUN=Y OVERRIDES)'
           END-IF
           IF WS-RUNCTL-REFUSED = 'N'
           MOVE SPACES TO RUNCTL-HOLDER
           MOVE WS-DRIVER-RUN-ID TO RUNCTL-RUN-ID
           IF WS-WORST-RC NOT > WS-MAXRC
             MOVE WS-BUS-DATE TO RUNCTL-LAST-DATE
           ELSE
             MOVE WS-LAST-DONE-DATE TO RUNCTL-LAST-DATE
           END-IF
           IF WS-PAST-CUTOFF = 'Y'
             PERFORM CARRY-ONE-ENTRY
           ELSE
             PERFORM CHECK-ENVELOPE
             IF WS-ENV-REASON NOT = SPACES
                PERFORM QUARANTINE-ENTRY
             ELSE
                PERFORM RUN-ONE-FILE
                IF WS-ENV-SENDER NOT = SPACES
                      AND WS-ENTRY-RC NOT > WS-MAXRC
                   PERFORM REGISTER-RECEIPT
                END-IF
             END-IF
           END-IF.

       CHECK-ENVELOPE.
           MOVE SPACES TO WS-ENV-REASON
           MOVE SPACES TO WS-ENV-SENDER
           MOVE SPACES TO WS-ENTRY-TOK
           MOVE SPACES TO WS-ENTRY-FLAG
           MOVE 'N' TO WS-ENV-HDR
           MOVE 'N' TO WS-ENV-TRL
           MOVE 0 TO WS-ENV-SEQ
           MOVE 0 TO WS-ENV-DATE
           MOVE 0 TO WS-ENV-COUNT
           MOVE 0 TO WS-ENV-HASH
           MOVE 0 TO WS-ENV-BODY
           MOVE 0 TO WS-ENV-SUM
           UNSTRING WS-ENTRY DELIMITED BY ALL SPACE
              INTO WS-ENTRY-TOK, WS-ENTRY-FLAG
           END-UNSTRING
           IF WS-ENTRY-FLAG NOT = 'LOCAL'
             MOVE WS-ENTRY-TOK TO WS-INBOUND-DSN
             OPEN INPUT INBOUND-FILE
             IF WS-INBOUND-STATUS NOT = '00'
                MOVE 'INSTRUCTION FILE NOT FOUND OR UNREADABLE'
                   TO WS-ENV-REASON
             ELSE
                MOVE 'N' TO WS-INBOUND-EOF
                PERFORM UNTIL WS-INBOUND-EOF = 'Y'
                     OR WS-ENV-REASON NOT = SPACES
                   READ INBOUND-FILE
                      AT END MOVE 'Y' TO WS-INBOUND-EOF
                      NOT AT END
                         IF INBOUND-LINE NOT = SPACES
                            PERFORM SCAN-ENVELOPE-LINE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE INBOUND-FILE
                IF WS-ENV-REASON = SPACES AND WS-ENV-HDR = 'N'
                   MOVE 'NO ENVELOPE HEADER' TO WS-ENV-REASON
                END-IF
                IF WS-ENV-REASON = SPACES AND WS-ENV-TRL = 'N'
                   MOVE 'NO TRAILER -- TRANSMISSION TRUNCATED'
                      TO WS-ENV-REASON
                END-IF
                IF WS-ENV-REASON = SPACES
                      AND WS-ENV-COUNT NOT = WS-ENV-BODY
                   STRING 'TRAILER COUNT ' DELIMITED BY SIZE
                          WS-ENV-COUNT DELIMITED BY SIZE
                          ' BUT FILE HOLDS ' DELIMITED BY SIZE
                          WS-ENV-BODY DELIMITED BY SIZE
                      INTO WS-ENV-REASON
                   END-STRING
                END-IF
                IF WS-ENV-REASON = SPACES
                      AND WS-ENV-HASH NOT = WS-ENV-SUM
                   MOVE 'TRAILER HASH TOTAL DOES NOT MATCH STUDENT IDS'
                      TO WS-ENV-REASON
                END-IF
                IF WS-ENV-REASON = SPACES
                   PERFORM CHECK-RECEIVED-REGISTRY
                END-IF
             END-IF
           END-IF.

       SCAN-ENVELOPE-LINE.
           IF WS-ENV-HDR = 'N'
             IF INBOUND-LINE(1:5) = '*HDR '
                PERFORM PARSE-ENVELOPE-HEADER
             ELSE
                MOVE 'NO ENVELOPE HEADER' TO WS-ENV-REASON
             END-IF
           ELSE
             IF WS-ENV-TRL = 'Y'
                MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-ENV-REASON
             ELSE
                IF INBOUND-LINE(1:5) = '*HDR '
                   MOVE 'SECOND ENVELOPE HEADER -- FILES CONCATENATED'
                      TO WS-ENV-REASON
                ELSE
                   IF INBOUND-LINE(1:5) = '*TRL '
                      PERFORM PARSE-ENVELOPE-TRAILER
                   ELSE
                      ADD 1 TO WS-ENV-BODY
                      IF INBOUND-LINE(1:5) IS NUMERIC
                         MOVE INBOUND-LINE(1:5) TO WS-ENV-ID
                         ADD WS-ENV-ID TO WS-ENV-SUM
                      END-IF
                   END-IF
                END-IF
             END-IF
           END-IF.

       PARSE-ENVELOPE-HEADER.
           MOVE 'Y' TO WS-ENV-HDR
           MOVE SPACES TO WS-ENV-TOK1 WS-ENV-TOK2 WS-ENV-TOK3
                          WS-ENV-TOK4
           UNSTRING INBOUND-LINE DELIMITED BY ALL SPACE
              INTO WS-ENV-TOK1, WS-ENV-TOK2, WS-ENV-TOK3, WS-ENV-TOK4
           END-UNSTRING
           INSPECT WS-ENV-TOK3 REPLACING LEADING SPACE BY '0'
           INSPECT WS-ENV-TOK4 REPLACING LEADING SPACE BY '0'
           IF WS-ENV-TOK2 = SPACES OR WS-ENV-TOK2(5:6) NOT = SPACES
             MOVE 'ENVELOPE HEADER SENDER MISSING OR INVALID'
                TO WS-ENV-REASON
           ELSE
             MOVE WS-ENV-TOK2 TO WS-ENV-SENDER
             IF WS-ENV-TOK3(1:4) NOT = '0000'
                   OR WS-ENV-TOK3 IS NOT NUMERIC
                   OR WS-ENV-TOK4(1:6) NOT = '000000'
                   OR WS-ENV-TOK4 IS NOT NUMERIC
                   OR WS-ENV-TOK4 = '000000000000'
                MOVE 'ENVELOPE HEADER DATE OR SEQUENCE INVALID'
                   TO WS-ENV-REASON
             ELSE
                MOVE WS-ENV-TOK3 TO WS-ENV-DATE
                MOVE WS-ENV-TOK4 TO WS-ENV-SEQ
             END-IF
           END-IF.

       PARSE-ENVELOPE-TRAILER.
           MOVE 'Y' TO WS-ENV-TRL
           MOVE SPACES TO WS-ENV-TOK1 WS-ENV-TOK3 WS-ENV-TOK4
           UNSTRING INBOUND-LINE DELIMITED BY ALL SPACE
              INTO WS-ENV-TOK1, WS-ENV-TOK3, WS-ENV-TOK4
           END-UNSTRING
           INSPECT WS-ENV-TOK3 REPLACING LEADING SPACE BY '0'
           INSPECT WS-ENV-TOK4 REPLACING LEADING SPACE BY '0'
           IF WS-ENV-TOK3(1:5) NOT = '00000'
                 OR WS-ENV-TOK3 IS NOT NUMERIC
                 OR WS-ENV-TOK4 IS NOT NUMERIC
             MOVE 'ENVELOPE TRAILER COUNT OR HASH INVALID'
                TO WS-ENV-REASON
           ELSE
             MOVE WS-ENV-TOK3 TO WS-ENV-COUNT
             MOVE WS-ENV-TOK4 TO WS-ENV-HASH
           END-IF.

       CHECK-RECEIVED-REGISTRY.
      *> the registry is what catches last month's double-billing:
      *> the second night's copy carries the same sender and
      *> sequence as the first.
           IF WS-RECVREG-OK NOT = 'Y'
             MOVE 'RECEIVED-FILES REGISTRY UNAVAILABLE'
                TO WS-ENV-REASON
           ELSE
             MOVE WS-ENV-SENDER TO RCV-SENDER
             MOVE WS-ENV-SEQ TO RCV-SEQ
             READ RECV-REGISTRY
                INVALID KEY CONTINUE
             END-READ
             IF WS-RECVREG-STATUS = '00'
                STRING 'DUPLICATE TRANSMISSION -- RECEIVED IN RUN '
                          DELIMITED BY SIZE
                       RCV-RUN-ID DELIMITED BY SPACE
                   INTO WS-ENV-REASON
                END-STRING
             ELSE
                MOVE 0 TO WS-ENV-LAST-SEQ
                MOVE WS-ENV-SENDER TO RCV-SENDER
                MOVE 0 TO RCV-SEQ
                MOVE 'N' TO WS-RECVREG-EOF
                START RECV-REGISTRY KEY IS NOT LESS THAN RCV-KEY
                   INVALID KEY MOVE 'Y' TO WS-RECVREG-EOF
                END-START
                PERFORM UNTIL WS-RECVREG-EOF = 'Y'
                   READ RECV-REGISTRY NEXT RECORD
                      AT END MOVE 'Y' TO WS-RECVREG-EOF
                      NOT AT END
                         IF RCV-SENDER NOT = WS-ENV-SENDER
                            MOVE 'Y' TO WS-RECVREG-EOF
                         ELSE
                            MOVE RCV-SEQ TO WS-ENV-LAST-SEQ
                         END-IF
                   END-READ
                END-PERFORM
                COMPUTE WS-ENV-NEXT-SEQ = WS-ENV-LAST-SEQ + 1
                IF WS-ENV-LAST-SEQ > 0
                      AND WS-ENV-SEQ NOT = WS-ENV-NEXT-SEQ
                   IF WS-ENV-SEQ < WS-ENV-LAST-SEQ
                      STRING 'SEQUENCE OUT OF ORDER -- LAST RECEIVED '
                                DELIMITED BY SIZE
                             WS-ENV-LAST-SEQ DELIMITED BY SIZE
                         INTO WS-ENV-REASON
                      END-STRING
                   ELSE
                      STRING 'SEQUENCE GAP -- EXPECTED '
                                DELIMITED BY SIZE
                             WS-ENV-NEXT-SEQ(2:6) DELIMITED BY SIZE
                         INTO WS-ENV-REASON
                      END-STRING
                   END-IF
                END-IF
             END-IF
           END-IF.

       REGISTER-RECEIPT.
      *> registered only once MAIN has finished the file within
      *> MAXRC.  MAIN writes no charges until a file completes, and
      *> a checkpoint restart resumes inside the same file, so a
      *> file that failed or died partway has billed nothing and
      *> must stay free to be rerun -- by a resubmit, a cycle step
      *> resume or a fresh copy from the sender.  a later sequence
      *> from the same sender waits behind it as a gap meanwhile.
           MOVE SPACES TO RCV-RECORD
           MOVE WS-ENV-SENDER TO RCV-SENDER
           MOVE WS-ENV-SEQ TO RCV-SEQ
           MOVE WS-ENV-DATE TO RCV-FILE-DATE
           MOVE WS-ENV-COUNT TO RCV-RECORDS
           MOVE WS-ENV-HASH TO RCV-HASH
           MOVE WS-DRIVER-RUN-ID TO RCV-RUN-ID
           MOVE WS-ENTRY-TOK TO RCV-DSN
           WRITE RCV-RECORD
              INVALID KEY
                 DISPLAY 'RECEIVED-FILES REGISTRY WRITE FAILED: '
                    WS-ENV-SENDER ' ' WS-ENV-SEQ
           END-WRITE.

       QUARANTINE-ENTRY.
      *> not dispatched and not carried: the sender must transmit a
      *> good copy.  the roster still finishes, but no better than
      *> a warning.
           UNSTRING WS-ENTRY DELIMITED BY SPACE
              INTO WS-ENTRY-TRIMMED
           END-UNSTRING
           ADD 1 TO WS-QUAR-COUNT
           IF WS-QUAR-COUNT NOT > 200
             MOVE WS-ENTRY-TRIMMED TO WS-QUAR-FILE(WS-QUAR-COUNT)
             MOVE WS-ENV-SENDER TO WS-QUAR-SENDER(WS-QUAR-COUNT)
             MOVE WS-ENV-SEQ TO WS-QUAR-SEQ(WS-QUAR-COUNT)
             MOVE WS-ENV-REASON TO WS-QUAR-REASON(WS-QUAR-COUNT)
           END-IF
           IF WS-WORST-RC < 4
             MOVE 4 TO WS-WORST-RC
           END-IF
           DISPLAY 'ROSTER ENTRY QUARANTINED: ' WS-ENTRY-TRIMMED
              ' -- ' WS-ENV-REASON
           MOVE SPACES TO DISP-LINE
           STRING 'ENTRY ' DELIMITED BY SIZE
                  WS-ENTRY-TRIMMED DELIMITED BY SPACE
                  ' QUARANTINED -- ' DELIMITED BY SIZE
                  WS-ENV-REASON DELIMITED BY SIZE
               INTO DISP-LINE
           END-STRING
           WRITE DISP-LINE.

       WRITE-QUARANTINE-LIST.
           IF WS-QUAR-COUNT > 0
             MOVE SPACES TO DISP-LINE
             MOVE 'QUARANTINED INSTRUCTION FILES' TO DISP-LINE
             WRITE DISP-LINE
             PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
                  UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
                     OR WS-QUAR-IDX > 200
                MOVE SPACES TO DISP-LINE
                MOVE WS-QUAR-FILE(WS-QUAR-IDX) TO DISP-LINE(3:60)
                IF WS-QUAR-SENDER(WS-QUAR-IDX) NOT = SPACES
                   MOVE WS-QUAR-SENDER(WS-QUAR-IDX)
                      TO DISP-LINE(64:4)
                   MOVE WS-QUAR-SEQ(WS-QUAR-IDX) TO DISP-LINE(69:6)
                END-IF
                MOVE WS-QUAR-REASON(WS-QUAR-IDX) TO DISP-LINE(76:50)
                WRITE DISP-LINE
             END-PERFORM
             IF WS-QUAR-COUNT > 200
                MOVE SPACES TO DISP-LINE
                MOVE '  MORE QUARANTINED THAN LISTED -- SEE ABOVE'
                   TO DISP-LINE
                WRITE DISP-LINE
             END-IF
           END-IF.

       CARRY-ONE-ENTRY.
           UNSTRING WS-ENTRY DELIMITED BY SPACE
              INTO WS-ENTRY-TRIMMED
           END-UNSTRING
           MOVE SPACES TO WS-ENV-TAG
           IF WS-ENV-SENDER NOT = SPACES
             STRING 'SENDER ' DELIMITED BY SIZE
                    WS-ENV-SENDER DELIMITED BY SIZE
                    ' SEQ ' DELIMITED BY SIZE
                    WS-ENV-SEQ DELIMITED BY SIZE
                INTO WS-ENV-TAG
             END-STRING
           END-IF

           MOVE SPACES TO WS-CKPT-NAME
           STRING WS-ENTRY-TRIMMED DELIMITED BY SPACE
                  WS-ENTRY-RC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPOSITION DELIMITED BY SIZE
                  WS-ENV-TAG DELIMITED BY SIZE
               INTO DISP-LINE
           END-STRING
           WRITE DISP-LINE.
