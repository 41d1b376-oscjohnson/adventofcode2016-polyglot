       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-WINDOW.

      *> batch-window analysis over the RUN-LOG: pairs each MAIN
      *> execution's START line with its END line by run ID and
      *> reports the elapsed time and throughput (records read per
      *> minute) of every roster file, subtotalled per night -- a
      *> night being one roster run, every entry DRIVER dispatched
      *> under the same run ID.  it lists the slowest files, flags
      *> every execution that started and never wrote its END line,
      *> and fits a straight line through the recent nights'
      *> elapsed times to project the date the night will run past
      *> the CUTOFFTIME DRIVER enforces -- early enough to ask for
      *> more window before DRIVER starts carrying entries over.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RUN-LOG ASSIGN TO DYNAMIC WS-RUNLOG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.

             SELECT WINDOW-REPORT ASSIGN TO DYNAMIC WS-WINRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WINRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD RUN-LOG.
          01 RUN-LOG-LINE PIC X(250).

          FD WINDOW-REPORT.
          01 WIN-RPT-LINE PIC X(150).

          WORKING-STORAGE SECTION.
          01 WS-RUNLOG-DSN PIC X(100) VALUE 'runlog.txt'.
          01 WS-RUNLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-WINRPT-DSN PIC X(100) VALUE 'windowreport.txt'.
          01 WS-WINRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RUNLOG-EOF PIC X(1) VALUE 'N'.

      *> the same CUTOFFTIME (HHMMSS) DRIVER is given, how many of
      *> the latest nights the projection fits, and how many files
      *> the slowest list shows.
          01 WS-CUTOFF-ENV PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-CUTOFF-TIME PIC 9(6) VALUE 0.
          01 WS-NIGHTS-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-TREND-NIGHTS PIC 9(2) VALUE 14.
          01 WS-SLOW-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-SLOW-SHOW PIC 9(2) VALUE 10.

          01 WS-LOG-TOKENS.
             05 WS-LOG-TOK PIC X(100) OCCURS 9 TIMES.

      *> the execution whose START has been read and whose END has
      *> not -- runs are serialized by the run-control record, so
      *> there is never more than one open at a time.
          01 WS-OPEN PIC X(1) VALUE 'N'.
          01 WS-OPEN-RUNID PIC X(14) VALUE SPACES.
          01 WS-OPEN-FILE PIC X(60) VALUE SPACES.
          01 WS-OPEN-RESUMED PIC X(1) VALUE SPACE.
          01 WS-OPEN-DATE PIC 9(8) VALUE 0.
          01 WS-OPEN-TIME PIC 9(6) VALUE 0.
          01 WS-OPEN-SECS PIC S9(12) VALUE 0.
          01 WS-END-SECS PIC S9(12) VALUE 0.
          01 WS-END-DATE PIC 9(8) VALUE 0.
          01 WS-END-TIME PIC 9(6) VALUE 0.
          01 WS-EXEC-READ PIC 9(9) VALUE 0.
          01 WS-EXEC-STUDENTS PIC 9(6) VALUE 0.
          01 WS-ELAPSED PIC S9(12) VALUE 0.

      *> the night being totalled.
          01 WS-NIGHT-OPEN PIC X(1) VALUE 'N'.
          01 WS-NIGHT-RUNID PIC X(14) VALUE SPACES.
          01 WS-NIGHT-DATE PIC 9(8) VALUE 0.
          01 WS-NIGHT-TIME PIC 9(6) VALUE 0.
          01 WS-NIGHT-FIRST-SECS PIC S9(12) VALUE 0.
          01 WS-NIGHT-LAST-SECS PIC S9(12) VALUE 0.
          01 WS-NIGHT-FILES PIC 9(5) VALUE 0.
          01 WS-NIGHT-BUSY PIC S9(12) VALUE 0.
          01 WS-NIGHT-READ PIC 9(11) VALUE 0.
          01 WS-NIGHT-MISSING PIC 9(5) VALUE 0.
          01 WS-NIGHT-ELAPSED PIC S9(12) VALUE 0.

      *> the latest complete nights, oldest first -- a full table
      *> shifts left as newer nights close, so one pass over a log
      *> of any length is enough.
          01 WS-NT-COUNT PIC 9(2) VALUE 0.
          01 WS-NT-IDX PIC 9(2) VALUE 0.
          01 WS-NT-TABLE.
             05 WS-NT-ENTRY OCCURS 60 TIMES.
                10 WS-NT-RUNID PIC X(14).
                10 WS-NT-DAYNUM PIC S9(7).
                10 WS-NT-START PIC 9(6).
                10 WS-NT-START-SECS PIC S9(7).
                10 WS-NT-ELAPSED PIC S9(12).

      *> the slowest files seen, slowest first.
          01 WS-SL-COUNT PIC 9(2) VALUE 0.
          01 WS-SL-IDX PIC 9(2) VALUE 0.
          01 WS-SL-POS PIC 9(2) VALUE 0.
          01 WS-SL-TABLE.
             05 WS-SL-ENTRY OCCURS 51 TIMES.
                10 WS-SL-ELAPSED PIC S9(12).
                10 WS-SL-RUNID PIC X(14).
                10 WS-SL-FILE PIC X(60).
                10 WS-SL-READ PIC 9(9).
                10 WS-SL-DATE PIC 9(8).

      *> executions that never wrote an END line, kept for the
      *> exceptions section.
          01 WS-MS-COUNT PIC 9(5) VALUE 0.
          01 WS-MS-IDX PIC 9(5) VALUE 0.
          01 WS-MS-TABLE.
             05 WS-MS-ENTRY OCCURS 200 TIMES.
                10 WS-MS-RUNID PIC X(14).
                10 WS-MS-DATE PIC 9(8).
                10 WS-MS-TIME PIC 9(6).
                10 WS-MS-FILE PIC X(60).
          01 WS-ORPHAN-END PIC 9(5) VALUE 0.

      *> date arithmetic: a date as a day number (days since
      *> 1970-01-01) and back, so an execution or a night that
      *> crosses midnight -- or a month end -- still measures true.
          01 WS-DT-DATE PIC 9(8) VALUE 0.
          01 WS-DT-PARTS REDEFINES WS-DT-DATE.
             05 WS-DT-YEAR PIC 9(4).
             05 WS-DT-MONTH PIC 9(2).
             05 WS-DT-DAY PIC 9(2).
          01 WS-DT-TIME PIC 9(6) VALUE 0.
          01 WS-DT-TIME-PARTS REDEFINES WS-DT-TIME.
             05 WS-DT-HH PIC 9(2).
             05 WS-DT-MM PIC 9(2).
             05 WS-DT-SS PIC 9(2).
          01 WS-DT-DAYNUM PIC S9(7) VALUE 0.
          01 WS-DT-WEEKDAY PIC 9(1) VALUE 0.
          01 WS-DN-ACTION PIC X(3) VALUE SPACES.
          01 WS-DT-SECS PIC S9(12) VALUE 0.

      *> the projection: elapsed seconds against day number over the
      *> kept nights, fitted by least squares.
          01 WS-FIT-N PIC 9(2) VALUE 0.
          01 WS-FIT-FIRST PIC 9(2) VALUE 0.
          01 WS-FIT-X PIC S9(7) VALUE 0.
          01 WS-SUM-X PIC S9(11) VALUE 0.
          01 WS-SUM-Y PIC S9(15) VALUE 0.
          01 WS-SUM-XY PIC S9(18) VALUE 0.
          01 WS-SUM-XX PIC S9(15) VALUE 0.
          01 WS-FIT-DENOM PIC S9(18) VALUE 0.
          01 WS-FIT-SLOPE PIC S9(9)V9(4) VALUE 0.
          01 WS-FIT-BASE PIC S9(12)V9(4) VALUE 0.
          01 WS-AVAILABLE PIC S9(7) VALUE 0.
          01 WS-DAYS-OUT PIC S9(7)V9(4) VALUE 0.
          01 WS-DAYS-WHOLE PIC S9(7) VALUE 0.
          01 WS-OVERRUN-DAY PIC S9(7) VALUE 0.
          01 WS-LATEST-DAY PIC S9(7) VALUE 0.
          01 WS-PROJ-TEXT PIC X(100) VALUE SPACES.

          01 WS-HMS-SECS PIC S9(12) VALUE 0.
          01 WS-HMS-H PIC 9(5) VALUE 0.
          01 WS-HMS-REST PIC 9(5) VALUE 0.
          01 WS-HMS-M PIC 9(2) VALUE 0.
          01 WS-HMS-S PIC 9(2) VALUE 0.
          01 WS-HMS-EDIT.
             05 WS-HMS-H-EDIT PIC ZZZZ9.
             05 FILLER PIC X(1) VALUE ':'.
             05 WS-HMS-M-EDIT PIC 99.
             05 FILLER PIC X(1) VALUE ':'.
             05 WS-HMS-S-EDIT PIC 99.
          01 WS-RATE PIC 9(9) VALUE 0.
          01 WS-RATE-EDIT PIC ZZZZZZZZ9.
          01 WS-COUNT-EDIT PIC ZZZZZZZZZZ9.
          01 WS-SLOPE-EDIT PIC -ZZZZZZZ9.
          01 WS-RATE-SECS PIC S9(12) VALUE 0.
          01 WS-RATE-READ PIC 9(11) VALUE 0.

          01 WS-EXEC-COUNT PIC 9(7) VALUE 0.
          01 WS-NIGHT-COUNT PIC 9(5) VALUE 0.
          01 WS-NIGHT-MS-TOTAL PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUNLOG-DSN FROM ENVIRONMENT 'RUNLOGDD'
           IF WS-RUNLOG-DSN = SPACES
             MOVE 'runlog.txt' TO WS-RUNLOG-DSN
           END-IF
           ACCEPT WS-WINRPT-DSN FROM ENVIRONMENT 'WINDOWRPTDD'
           IF WS-WINRPT-DSN = SPACES
             MOVE 'windowreport.txt' TO WS-WINRPT-DSN
           END-IF
           ACCEPT WS-CUTOFF-ENV FROM ENVIRONMENT 'CUTOFFTIME'
           IF WS-CUTOFF-ENV NOT = SPACES
             INSPECT WS-CUTOFF-ENV REPLACING LEADING SPACE BY '0'
             IF WS-CUTOFF-ENV IS NUMERIC
                MOVE WS-CUTOFF-ENV TO WS-CUTOFF-TIME
             END-IF
           END-IF
           ACCEPT WS-NIGHTS-ENV FROM ENVIRONMENT 'TRENDNIGHTS'
           IF WS-NIGHTS-ENV NOT = SPACES
             INSPECT WS-NIGHTS-ENV REPLACING LEADING SPACE BY '0'
             IF WS-NIGHTS-ENV IS NUMERIC
                MOVE WS-NIGHTS-ENV TO WS-TREND-NIGHTS
             END-IF
           END-IF
           IF WS-TREND-NIGHTS < 3 OR WS-TREND-NIGHTS > 60
             MOVE 14 TO WS-TREND-NIGHTS
           END-IF
           ACCEPT WS-SLOW-ENV FROM ENVIRONMENT 'SLOWESTN'
           IF WS-SLOW-ENV NOT = SPACES
             INSPECT WS-SLOW-ENV REPLACING LEADING SPACE BY '0'
             IF WS-SLOW-ENV IS NUMERIC
                MOVE WS-SLOW-ENV TO WS-SLOW-SHOW
             END-IF
           END-IF
           IF WS-SLOW-SHOW = 0 OR WS-SLOW-SHOW > 50
             MOVE 10 TO WS-SLOW-SHOW
           END-IF

           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS NOT = '00'
             DISPLAY 'RUN-LOG UNAVAILABLE: ' WS-RUNLOG-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT WINDOW-REPORT
           MOVE SPACES TO WIN-RPT-LINE
           MOVE 'BATCH-WINDOW ANALYSIS' TO WIN-RPT-LINE
           WRITE WIN-RPT-LINE
           MOVE SPACES TO WIN-RPT-LINE
           STRING 'RUN-LOG ' DELIMITED BY SIZE
                  WS-RUNLOG-DSN DELIMITED BY SPACE
                  '  CUTOFF ' DELIMITED BY SIZE
                  WS-CUTOFF-TIME DELIMITED BY SIZE
               INTO WIN-RPT-LINE
           END-STRING
           WRITE WIN-RPT-LINE

           PERFORM UNTIL WS-RUNLOG-EOF = 'Y'
             READ RUN-LOG
                AT END MOVE 'Y' TO WS-RUNLOG-EOF
                NOT AT END PERFORM NOTE-RUN-LOG-LINE
             END-READ
           END-PERFORM
           CLOSE RUN-LOG
      *> an execution still open at the end of the log either is
      *> running now or died without its trailer.
           IF WS-OPEN = 'Y'
             PERFORM NOTE-MISSING-END
           END-IF
           IF WS-NIGHT-OPEN = 'Y'
             PERFORM CLOSE-NIGHT
           END-IF

           PERFORM WRITE-SLOWEST
           PERFORM WRITE-MISSING-ENDS
           PERFORM WRITE-PROJECTION
           CLOSE WINDOW-REPORT

           DISPLAY 'EXECUTIONS: ' WS-EXEC-COUNT
              '  NIGHTS: ' WS-NIGHT-COUNT
              '  WITHOUT END LINE: ' WS-MS-COUNT
           DISPLAY WS-PROJ-TEXT
           MOVE 0 TO RETURN-CODE
           IF WS-MS-COUNT > 0 OR WS-ORPHAN-END > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       NOTE-RUN-LOG-LINE.
           MOVE SPACES TO WS-LOG-TOKENS
           UNSTRING RUN-LOG-LINE DELIMITED BY ALL SPACE
              INTO WS-LOG-TOK(1), WS-LOG-TOK(2), WS-LOG-TOK(3),
                   WS-LOG-TOK(4), WS-LOG-TOK(5), WS-LOG-TOK(6),
                   WS-LOG-TOK(7), WS-LOG-TOK(8), WS-LOG-TOK(9)
           END-UNSTRING
           IF WS-LOG-TOK(1) = 'RUN'
                 AND WS-LOG-TOK(4)(1:8) IS NUMERIC
                 AND WS-LOG-TOK(5)(1:6) IS NUMERIC
             IF WS-LOG-TOK(3) = 'START'
                PERFORM NOTE-START
             END-IF
             IF WS-LOG-TOK(3) = 'END'
                PERFORM NOTE-END
             END-IF
           END-IF.

       NOTE-START.
      *> a START while another is open means the open one never
      *> finished.  a new run ID is a new night.
           IF WS-OPEN = 'Y'
             PERFORM NOTE-MISSING-END
           END-IF
           IF WS-NIGHT-OPEN = 'Y'
                 AND WS-LOG-TOK(2) NOT = WS-NIGHT-RUNID
             PERFORM CLOSE-NIGHT
           END-IF
           MOVE WS-LOG-TOK(4)(1:8) TO WS-DT-DATE
           MOVE WS-LOG-TOK(5)(1:6) TO WS-DT-TIME
           PERFORM DATE-TO-SECONDS
           IF WS-NIGHT-OPEN = 'N'
             MOVE 'Y' TO WS-NIGHT-OPEN
             MOVE WS-LOG-TOK(2) TO WS-NIGHT-RUNID
             MOVE WS-DT-DATE TO WS-NIGHT-DATE
             MOVE WS-DT-TIME TO WS-NIGHT-TIME
             MOVE WS-DT-SECS TO WS-NIGHT-FIRST-SECS
             MOVE WS-DT-SECS TO WS-NIGHT-LAST-SECS
             MOVE 0 TO WS-NIGHT-FILES
             MOVE 0 TO WS-NIGHT-BUSY
             MOVE 0 TO WS-NIGHT-READ
             MOVE 0 TO WS-NIGHT-MISSING
             MOVE SPACES TO WIN-RPT-LINE
             WRITE WIN-RPT-LINE
             MOVE SPACES TO WIN-RPT-LINE
             STRING '==== NIGHT  RUN ' DELIMITED BY SIZE
                    WS-NIGHT-RUNID DELIMITED BY SPACE
                    '  STARTED ' DELIMITED BY SIZE
                    WS-NIGHT-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-NIGHT-TIME DELIMITED BY SIZE
                    ' ====' DELIMITED BY SIZE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
           END-IF
           MOVE 'Y' TO WS-OPEN
           MOVE WS-LOG-TOK(2) TO WS-OPEN-RUNID
           MOVE WS-LOG-TOK(7) TO WS-OPEN-FILE
           MOVE WS-LOG-TOK(9) TO WS-OPEN-RESUMED
           MOVE WS-DT-DATE TO WS-OPEN-DATE
           MOVE WS-DT-TIME TO WS-OPEN-TIME
           MOVE WS-DT-SECS TO WS-OPEN-SECS.

       NOTE-END.
           IF WS-OPEN = 'N' OR WS-LOG-TOK(2) NOT = WS-OPEN-RUNID
             ADD 1 TO WS-ORPHAN-END
             MOVE SPACES TO WIN-RPT-LINE
             STRING '  END LINE WITH NO START: RUN ' DELIMITED BY SIZE
                    WS-LOG-TOK(2) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    WS-LOG-TOK(4) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    WS-LOG-TOK(5) DELIMITED BY SPACE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
           ELSE
             MOVE WS-LOG-TOK(4)(1:8) TO WS-DT-DATE
             MOVE WS-LOG-TOK(5)(1:6) TO WS-DT-TIME
             MOVE WS-DT-DATE TO WS-END-DATE
             MOVE WS-DT-TIME TO WS-END-TIME
             PERFORM DATE-TO-SECONDS
             MOVE WS-DT-SECS TO WS-END-SECS
             MOVE 0 TO WS-EXEC-READ
             MOVE 0 TO WS-EXEC-STUDENTS
             IF WS-LOG-TOK(6) = 'READ'
                   AND WS-LOG-TOK(7)(1:9) IS NUMERIC
                MOVE WS-LOG-TOK(7)(1:9) TO WS-EXEC-READ
             END-IF
             IF WS-LOG-TOK(8) = 'STUDENTS'
                   AND WS-LOG-TOK(9)(1:6) IS NUMERIC
                MOVE WS-LOG-TOK(9)(1:6) TO WS-EXEC-STUDENTS
             END-IF
             COMPUTE WS-ELAPSED = WS-END-SECS - WS-OPEN-SECS
             IF WS-ELAPSED < 0
                MOVE 0 TO WS-ELAPSED
             END-IF
             ADD 1 TO WS-EXEC-COUNT
             ADD 1 TO WS-NIGHT-FILES
             ADD WS-ELAPSED TO WS-NIGHT-BUSY
             ADD WS-EXEC-READ TO WS-NIGHT-READ
             IF WS-END-SECS > WS-NIGHT-LAST-SECS
                MOVE WS-END-SECS TO WS-NIGHT-LAST-SECS
             END-IF
             PERFORM WRITE-EXECUTION-LINE
             PERFORM NOTE-SLOW-CANDIDATE
             MOVE 'N' TO WS-OPEN
           END-IF.

       WRITE-EXECUTION-LINE.
           MOVE WS-ELAPSED TO WS-HMS-SECS
           PERFORM EDIT-HMS
           MOVE WS-ELAPSED TO WS-RATE-SECS
           MOVE WS-EXEC-READ TO WS-RATE-READ
           PERFORM COMPUTE-RATE
           MOVE WS-EXEC-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WIN-RPT-LINE
           STRING '  FILE ' DELIMITED BY SIZE
                  WS-OPEN-FILE DELIMITED BY SPACE
               INTO WIN-RPT-LINE
           END-STRING
           STRING WS-OPEN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-END-TIME DELIMITED BY SIZE
                  '  ELAPSED ' DELIMITED BY SIZE
                  WS-HMS-EDIT DELIMITED BY SIZE
                  '  READ ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  PER MIN ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  '  RESUMED ' DELIMITED BY SIZE
                  WS-OPEN-RESUMED DELIMITED BY SIZE
               INTO WIN-RPT-LINE(45:)
           END-STRING
           WRITE WIN-RPT-LINE.

       NOTE-MISSING-END.
           ADD 1 TO WS-MS-COUNT
           ADD 1 TO WS-NIGHT-MISSING
           IF WS-MS-COUNT NOT > 200
             MOVE WS-OPEN-RUNID TO WS-MS-RUNID(WS-MS-COUNT)
             MOVE WS-OPEN-DATE TO WS-MS-DATE(WS-MS-COUNT)
             MOVE WS-OPEN-TIME TO WS-MS-TIME(WS-MS-COUNT)
             MOVE WS-OPEN-FILE TO WS-MS-FILE(WS-MS-COUNT)
           END-IF
           MOVE SPACES TO WIN-RPT-LINE
           STRING '  FILE ' DELIMITED BY SIZE
                  WS-OPEN-FILE DELIMITED BY SPACE
               INTO WIN-RPT-LINE
           END-STRING
           STRING WS-OPEN-TIME DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  '        NO END LINE' DELIMITED BY SIZE
               INTO WIN-RPT-LINE(45:)
           END-STRING
           WRITE WIN-RPT-LINE
           MOVE 'N' TO WS-OPEN.

       CLOSE-NIGHT.
      *> the night's window runs from its first START to its last
      *> END; busy time is the sum of its files, the difference
      *> being DRIVER's own time between entries.
           ADD 1 TO WS-NIGHT-COUNT
           COMPUTE WS-NIGHT-ELAPSED
              = WS-NIGHT-LAST-SECS - WS-NIGHT-FIRST-SECS
           MOVE WS-NIGHT-ELAPSED TO WS-HMS-SECS
           PERFORM EDIT-HMS
           MOVE WS-NIGHT-ELAPSED TO WS-RATE-SECS
           MOVE WS-NIGHT-READ TO WS-RATE-READ
           PERFORM COMPUTE-RATE
           MOVE WS-NIGHT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WIN-RPT-LINE
           STRING '  NIGHT TOTAL  FILES ' DELIMITED BY SIZE
                  WS-NIGHT-FILES DELIMITED BY SIZE
                  '  WINDOW ' DELIMITED BY SIZE
                  WS-HMS-EDIT DELIMITED BY SIZE
                  '  READ ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  PER MIN ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
               INTO WIN-RPT-LINE
           END-STRING
           WRITE WIN-RPT-LINE
           MOVE WS-NIGHT-BUSY TO WS-HMS-SECS
           PERFORM EDIT-HMS
           MOVE SPACES TO WIN-RPT-LINE
           STRING '               BUSY   ' DELIMITED BY SIZE
                  WS-HMS-EDIT DELIMITED BY SIZE
                  '  FILES WITHOUT END LINE ' DELIMITED BY SIZE
                  WS-NIGHT-MISSING DELIMITED BY SIZE
               INTO WIN-RPT-LINE
           END-STRING
           WRITE WIN-RPT-LINE
      *> a night with a file that never finished measured short, so
      *> it stays out of the projection.
           IF WS-NIGHT-MISSING = 0 AND WS-NIGHT-FILES > 0
             IF WS-NT-COUNT = 60
                PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                     UNTIL WS-NT-IDX > 59
                   MOVE WS-NT-ENTRY(WS-NT-IDX + 1)
                      TO WS-NT-ENTRY(WS-NT-IDX)
                END-PERFORM
             ELSE
                ADD 1 TO WS-NT-COUNT
             END-IF
             MOVE WS-NIGHT-DATE TO WS-DT-DATE
             MOVE WS-NIGHT-TIME TO WS-DT-TIME
             PERFORM DATE-TO-SECONDS
             MOVE WS-NIGHT-RUNID TO WS-NT-RUNID(WS-NT-COUNT)
             MOVE WS-DT-DAYNUM TO WS-NT-DAYNUM(WS-NT-COUNT)
             MOVE WS-NIGHT-TIME TO WS-NT-START(WS-NT-COUNT)
             COMPUTE WS-NT-START-SECS(WS-NT-COUNT)
                = WS-DT-HH * 3600 + WS-DT-MM * 60 + WS-DT-SS
             MOVE WS-NIGHT-ELAPSED TO WS-NT-ELAPSED(WS-NT-COUNT)
           END-IF
           MOVE 'N' TO WS-NIGHT-OPEN.

       NOTE-SLOW-CANDIDATE.
      *> slot the execution into the slowest list, slowest first;
      *> whatever falls off the end was not among the slowest.
           MOVE 0 TO WS-SL-POS
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-SL-POS > 0
             IF WS-ELAPSED > WS-SL-ELAPSED(WS-SL-IDX)
                MOVE WS-SL-IDX TO WS-SL-POS
             END-IF
           END-PERFORM
           IF WS-SL-POS = 0 AND WS-SL-COUNT < WS-SLOW-SHOW
             COMPUTE WS-SL-POS = WS-SL-COUNT + 1
           END-IF
           IF WS-SL-POS > 0
             IF WS-SL-COUNT < WS-SLOW-SHOW
                ADD 1 TO WS-SL-COUNT
             END-IF
             PERFORM VARYING WS-SL-IDX FROM WS-SL-COUNT BY -1
                  UNTIL WS-SL-IDX NOT > WS-SL-POS
                MOVE WS-SL-ENTRY(WS-SL-IDX - 1)
                   TO WS-SL-ENTRY(WS-SL-IDX)
             END-PERFORM
             MOVE WS-ELAPSED TO WS-SL-ELAPSED(WS-SL-POS)
             MOVE WS-OPEN-RUNID TO WS-SL-RUNID(WS-SL-POS)
             MOVE WS-OPEN-FILE TO WS-SL-FILE(WS-SL-POS)
             MOVE WS-EXEC-READ TO WS-SL-READ(WS-SL-POS)
             MOVE WS-OPEN-DATE TO WS-SL-DATE(WS-SL-POS)
           END-IF.

       WRITE-SLOWEST.
           MOVE SPACES TO WIN-RPT-LINE
           WRITE WIN-RPT-LINE
           MOVE SPACES TO WIN-RPT-LINE
           STRING 'SLOWEST FILES (TOP ' DELIMITED BY SIZE
                  WS-SLOW-SHOW DELIMITED BY SIZE
                  '):' DELIMITED BY SIZE
               INTO WIN-RPT-LINE
           END-STRING
           WRITE WIN-RPT-LINE
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
             MOVE WS-SL-ELAPSED(WS-SL-IDX) TO WS-HMS-SECS
             PERFORM EDIT-HMS
             MOVE WS-SL-ELAPSED(WS-SL-IDX) TO WS-RATE-SECS
             MOVE WS-SL-READ(WS-SL-IDX) TO WS-RATE-READ
             PERFORM COMPUTE-RATE
             MOVE SPACES TO WIN-RPT-LINE
             STRING '  ' DELIMITED BY SIZE
                    WS-HMS-EDIT DELIMITED BY SIZE
                    '  PER MIN ' DELIMITED BY SIZE
                    WS-RATE-EDIT DELIMITED BY SIZE
                    '  ON ' DELIMITED BY SIZE
                    WS-SL-DATE(WS-SL-IDX) DELIMITED BY SIZE
                    '  RUN ' DELIMITED BY SIZE
                    WS-SL-RUNID(WS-SL-IDX) DELIMITED BY SPACE
                    '  FILE ' DELIMITED BY SIZE
                    WS-SL-FILE(WS-SL-IDX) DELIMITED BY SPACE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
           END-PERFORM.

       WRITE-MISSING-ENDS.
           MOVE SPACES TO WIN-RPT-LINE
           WRITE WIN-RPT-LINE
           MOVE SPACES TO WIN-RPT-LINE
           STRING 'EXECUTIONS WITHOUT AN END LINE: ' DELIMITED BY SIZE
                  WS-MS-COUNT DELIMITED BY SIZE
                  '  END LINES WITHOUT A START: ' DELIMITED BY SIZE
                  WS-ORPHAN-END DELIMITED BY SIZE
               INTO WIN-RPT-LINE
           END-STRING
           WRITE WIN-RPT-LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MS-COUNT OR WS-MS-IDX > 200
             MOVE SPACES TO WIN-RPT-LINE
             STRING '  RUN ' DELIMITED BY SIZE
                    WS-MS-RUNID(WS-MS-IDX) DELIMITED BY SPACE
                    '  STARTED ' DELIMITED BY SIZE
                    WS-MS-DATE(WS-MS-IDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-MS-TIME(WS-MS-IDX) DELIMITED BY SIZE
                    '  FILE ' DELIMITED BY SIZE
                    WS-MS-FILE(WS-MS-IDX) DELIMITED BY SPACE
                    ' -- NO END LINE' DELIMITED BY SIZE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
           END-PERFORM.

       WRITE-PROJECTION.
      *> the window a night has is the cutoff less the time the
      *> latest night started; the fitted line says when the night's
      *> elapsed time will reach it.
           MOVE SPACES TO WIN-RPT-LINE
           WRITE WIN-RPT-LINE
           MOVE 'WINDOW PROJECTION:' TO WIN-RPT-LINE
           WRITE WIN-RPT-LINE
           MOVE SPACES TO WS-PROJ-TEXT
           IF WS-CUTOFF-TIME = 0
             MOVE 'NO CUTOFFTIME GIVEN -- NO PROJECTION MADE'
                TO WS-PROJ-TEXT
           END-IF
           IF WS-PROJ-TEXT = SPACES AND WS-NT-COUNT < 3
             MOVE 'FEWER THAN 3 COMPLETE NIGHTS -- NO PROJECTION MADE'
                TO WS-PROJ-TEXT
           END-IF
           IF WS-PROJ-TEXT = SPACES
             MOVE WS-CUTOFF-TIME TO WS-DT-TIME
             COMPUTE WS-AVAILABLE
                = WS-DT-HH * 3600 + WS-DT-MM * 60 + WS-DT-SS
                  - WS-NT-START-SECS(WS-NT-COUNT)
             MOVE WS-NT-DAYNUM(WS-NT-COUNT) TO WS-LATEST-DAY
             IF WS-AVAILABLE NOT > 0
                MOVE 'LATEST NIGHT STARTED AFTER THE CUTOFF'
                   TO WS-PROJ-TEXT
             END-IF
           END-IF
           IF WS-PROJ-TEXT = SPACES
             PERFORM FIT-TREND
             MOVE WS-AVAILABLE TO WS-HMS-SECS
             PERFORM EDIT-HMS
             MOVE SPACES TO WIN-RPT-LINE
             STRING '  WINDOW AVAILABLE ' DELIMITED BY SIZE
                    WS-HMS-EDIT DELIMITED BY SIZE
                    '  NIGHTS FITTED ' DELIMITED BY SIZE
                    WS-FIT-N DELIMITED BY SIZE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
             MOVE WS-FIT-SLOPE TO WS-SLOPE-EDIT
             MOVE SPACES TO WIN-RPT-LINE
             STRING '  GROWTH PER DAY (SECONDS) ' DELIMITED BY SIZE
                    WS-SLOPE-EDIT DELIMITED BY SIZE
                 INTO WIN-RPT-LINE
             END-STRING
             WRITE WIN-RPT-LINE
             IF WS-NT-ELAPSED(WS-NT-COUNT) NOT < WS-AVAILABLE
                MOVE 'LATEST NIGHT ALREADY RAN PAST THE CUTOFF'
                   TO WS-PROJ-TEXT
             ELSE
                IF WS-FIT-SLOPE NOT > 0
                   MOVE 'NO GROWTH -- NO OVERRUN PROJECTED'
                      TO WS-PROJ-TEXT
                ELSE
                   PERFORM PROJECT-OVERRUN
                END-IF
             END-IF
           END-IF
           MOVE SPACES TO WIN-RPT-LINE
           MOVE WS-PROJ-TEXT TO WIN-RPT-LINE(3:)
           WRITE WIN-RPT-LINE.

       FIT-TREND.
      *> x counts days from the first fitted night, y is the night's
      *> window in seconds.
           MOVE WS-TREND-NIGHTS TO WS-FIT-N
           IF WS-FIT-N > WS-NT-COUNT
             MOVE WS-NT-COUNT TO WS-FIT-N
           END-IF
           COMPUTE WS-FIT-FIRST = WS-NT-COUNT - WS-FIT-N + 1
           MOVE 0 TO WS-SUM-X
           MOVE 0 TO WS-SUM-Y
           MOVE 0 TO WS-SUM-XY
           MOVE 0 TO WS-SUM-XX
           PERFORM VARYING WS-NT-IDX FROM WS-FIT-FIRST BY 1
                UNTIL WS-NT-IDX > WS-NT-COUNT
             COMPUTE WS-FIT-X = WS-NT-DAYNUM(WS-NT-IDX)
                - WS-NT-DAYNUM(WS-FIT-FIRST)
             ADD WS-FIT-X TO WS-SUM-X
             ADD WS-NT-ELAPSED(WS-NT-IDX) TO WS-SUM-Y
             COMPUTE WS-SUM-XY = WS-SUM-XY
                + WS-FIT-X * WS-NT-ELAPSED(WS-NT-IDX)
             COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
           END-PERFORM
           COMPUTE WS-FIT-DENOM
              = WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
      *> every fitted night on the same date leaves nothing to fit
      *> against -- read that as no growth.
           IF WS-FIT-DENOM = 0
             MOVE 0 TO WS-FIT-SLOPE
             COMPUTE WS-FIT-BASE = WS-SUM-Y / WS-FIT-N
           ELSE
             COMPUTE WS-FIT-SLOPE ROUNDED
                = (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                  / WS-FIT-DENOM
             COMPUTE WS-FIT-BASE ROUNDED
                = (WS-SUM-Y - WS-FIT-SLOPE * WS-SUM-X) / WS-FIT-N
           END-IF.

       PROJECT-OVERRUN.
           COMPUTE WS-DAYS-OUT
              = (WS-AVAILABLE - WS-FIT-BASE) / WS-FIT-SLOPE
           MOVE WS-DAYS-OUT TO WS-DAYS-WHOLE
           IF WS-DAYS-OUT > WS-DAYS-WHOLE
             ADD 1 TO WS-DAYS-WHOLE
           END-IF
           COMPUTE WS-OVERRUN-DAY
              = WS-NT-DAYNUM(WS-FIT-FIRST) + WS-DAYS-WHOLE
      *> the fitted line can already sit past the cutoff when the
      *> latest night squeaked in under it -- the overrun is due the
      *> next night.
           IF WS-OVERRUN-DAY NOT > WS-LATEST-DAY
             COMPUTE WS-OVERRUN-DAY = WS-LATEST-DAY + 1
           END-IF
           MOVE WS-OVERRUN-DAY TO WS-DT-DAYNUM
           PERFORM DAYNUM-TO-DATE
           STRING 'AT THE CURRENT GROWTH THE NIGHT OVERRUNS THE CUTOFF'
                     DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-DT-DATE DELIMITED BY SIZE
               INTO WS-PROJ-TEXT
           END-STRING.

       COMPUTE-RATE.
      *> records per minute; a file read inside one second is taken
      *> as one second.
           IF WS-RATE-SECS < 1
             MOVE 1 TO WS-RATE-SECS
           END-IF
           COMPUTE WS-RATE = WS-RATE-READ * 60 / WS-RATE-SECS
           MOVE WS-RATE TO WS-RATE-EDIT.

       EDIT-HMS.
           IF WS-HMS-SECS < 0
             MOVE 0 TO WS-HMS-SECS
           END-IF
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-H
              REMAINDER WS-HMS-REST
           DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-M
              REMAINDER WS-HMS-S
           MOVE WS-HMS-H TO WS-HMS-H-EDIT
           MOVE WS-HMS-M TO WS-HMS-M-EDIT
           MOVE WS-HMS-S TO WS-HMS-S-EDIT.

       DATE-TO-SECONDS.
      *> WS-DT-DATE and WS-DT-TIME to a day number and an absolute
      *> second count.
           PERFORM DATE-TO-DAYNUM
           COMPUTE WS-DT-SECS = WS-DT-DAYNUM * 86400
              + WS-DT-HH * 3600 + WS-DT-MM * 60 + WS-DT-SS.

       DATE-TO-DAYNUM.
           MOVE 'NUM' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.

       DAYNUM-TO-DATE.
           MOVE 'DAT' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.
