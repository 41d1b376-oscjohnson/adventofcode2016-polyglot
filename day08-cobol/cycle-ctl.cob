       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-CTL.

      *> nightly cycle controller: runs the night's steps in the
      *> order the step-definition dataset lists them -- one record
      *> per step, the program to call and the highest condition
      *> code that step may end with -- and records every step's
      *> start, end and condition code in the cycle-status dataset
      *> as it goes.  the first step that ends above its allowed
      *> code stops the cycle; resubmitting the controller picks the
      *> same cycle up at that failed step, never at step one, so a
      *> step that already ran (PENDING-RELEASE appending its roster
      *> entry, say) is not run twice.  a new cycle is refused while
      *> the previous one is incomplete.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT STEPDEF-FILE ASSIGN TO DYNAMIC WS-STEPDEF-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEPDEF-STATUS.

             SELECT CYCSTAT-FILE ASSIGN TO DYNAMIC WS-CYCSTAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CYCSTAT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> one step per record: the program name, then its allowed
      *> condition code -- 'DRIVER 04'.  an asterisk in column one
      *> is a comment.
          FD STEPDEF-FILE.
          01 STEPDEF-LINE PIC X(80).

      *> one record per step of the current cycle, rewritten whole
      *> at every change of state so the dataset always shows where
      *> the cycle stands -- even after an abend mid-step, which
      *> leaves that step RUNNING with no end stamp.
          FD CYCSTAT-FILE.
          01 CYCST-RECORD.
             05 CYCST-CYCLE-ID PIC X(14).
             05 CYCST-SEQ PIC 9(2).
             05 CYCST-STEP PIC X(30).
             05 CYCST-MAXRC PIC 9(2).
             05 CYCST-STATE PIC X(8).
             05 CYCST-START-DATE PIC 9(8).
             05 CYCST-START-TIME PIC 9(6).
             05 CYCST-END-DATE PIC 9(8).
             05 CYCST-END-TIME PIC 9(6).
             05 CYCST-CC PIC 9(2).
             05 CYCST-RUNID PIC X(14).

          WORKING-STORAGE SECTION.
          01 WS-STEPDEF-DSN PIC X(100) VALUE 'cycledef.txt'.
          01 WS-STEPDEF-STATUS PIC X(2) VALUE SPACES.
          01 WS-CYCSTAT-DSN PIC X(100) VALUE 'cyclestatus.txt'.
          01 WS-CYCSTAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-STEPDEF-EOF PIC X(1) VALUE 'N'.
          01 WS-CYCSTAT-EOF PIC X(1) VALUE 'N'.

      *> CYCLENEW=Y asks for a fresh cycle (refused while the last
      *> one is incomplete); CYCLEOVERRIDE=Y reruns a step the
      *> status dataset shows as still RUNNING -- only the operator
      *> knows whether that step died or is live somewhere else.
          01 WS-NEW-ENV PIC X(1) VALUE SPACE.
          01 WS-OVERRIDE-ENV PIC X(1) VALUE SPACE.
          01 WS-GEN-ENV PIC X(1) VALUE SPACE.

      *> the steps as the definition dataset lists them.
          01 WS-DEF-COUNT PIC 9(2) VALUE 0.
          01 WS-DEF-IDX PIC 9(2) VALUE 0.
          01 WS-DEF-FULL PIC X(1) VALUE 'N'.
          01 WS-DEF-BAD PIC X(1) VALUE 'N'.
          01 WS-DEF-TABLE.
             05 WS-DEF-ENTRY OCCURS 30 TIMES.
                10 WS-DEF-STEP PIC X(30).
                10 WS-DEF-MAXRC PIC 9(2).
          01 WS-TOK-STEP PIC X(30) VALUE SPACES.
          01 WS-TOK-MAXRC PIC X(2) JUSTIFIED RIGHT VALUE SPACES.

      *> the cycle as the status dataset last recorded it.
          01 WS-ST-COUNT PIC 9(2) VALUE 0.
          01 WS-ST-IDX PIC 9(2) VALUE 0.
          01 WS-ST-TABLE.
             05 WS-ST-ENTRY OCCURS 30 TIMES.
                10 WS-ST-CYCLE-ID PIC X(14).
                10 WS-ST-SEQ PIC 9(2).
                10 WS-ST-STEP PIC X(30).
                10 WS-ST-MAXRC PIC 9(2).
                10 WS-ST-STATE PIC X(8).
                10 WS-ST-START-DATE PIC 9(8).
                10 WS-ST-START-TIME PIC 9(6).
                10 WS-ST-END-DATE PIC 9(8).
                10 WS-ST-END-TIME PIC 9(6).
                10 WS-ST-CC PIC 9(2).
                10 WS-ST-RUNID PIC X(14).

          01 WS-PRIOR-OPEN PIC X(1) VALUE 'N'.
          01 WS-PRIOR-RUNNING PIC X(1) VALUE 'N'.
          01 WS-REFUSED PIC X(1) VALUE 'N'.
          01 WS-RESUMING PIC X(1) VALUE 'N'.
          01 WS-RESUME-AT PIC 9(2) VALUE 0.
          01 WS-STOP-CYCLE PIC X(1) VALUE 'N'.
          01 WS-STATUS-LOST PIC X(1) VALUE 'N'.
          01 WS-FAILED-IDX PIC 9(2) VALUE 0.
          01 WS-CYCLE-ID PIC X(14) VALUE SPACES.
          01 WS-TODAY PIC 9(8) VALUE 0.
          01 WS-NOW-TIME PIC 9(8) VALUE 0.

      *> the program a step calls, and what it came back with.
          01 WS-STEP-PROGRAM PIC X(30) VALUE SPACES.
          01 WS-STEP-RC PIC 9(2) VALUE 0.
          01 WS-STEP-FOUND PIC X(1) VALUE 'Y'.
          01 WS-WORST-RC PIC 9(2) VALUE 0.
          01 WS-RAN-COUNT PIC 9(2) VALUE 0.
          01 WS-SKIP-COUNT PIC 9(2) VALUE 0.

      *> DRIVER publishes its roster's run stamp as RUNID for MAIN;
      *> in generation mode the downstream steps want exactly that
      *> stamp to find tonight's generations, so the controller
      *> carries it (and keeps it in the status dataset for a
      *> resumed cycle).  otherwise RUNID goes back to whatever the
      *> operator submitted with.
          01 WS-RUNID-ENV PIC X(14) VALUE SPACES.
          01 WS-OPERATOR-RUNID PIC X(14) VALUE SPACES.
          01 WS-CYCLE-RUNID PIC X(14) VALUE SPACES.

      *> what DRIVER hands each MAIN -- the entry's file, its
      *> checkpoint, its place in the roster and the roster's
      *> business date -- goes back after every step to whatever the
      *> operator submitted with, blank when the operator set none.
          01 WS-OPERATOR-STUDENTDD PIC X(100) VALUE SPACES.
          01 WS-OPERATOR-CHECKPTDD PIC X(100) VALUE SPACES.
          01 WS-OPERATOR-ROSTERSEQ PIC X(5) VALUE SPACES.
          01 WS-OPERATOR-BUSDATE PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-STEPDEF-DSN FROM ENVIRONMENT 'CYCLEDEFDD'
           IF WS-STEPDEF-DSN = SPACES
             MOVE 'cycledef.txt' TO WS-STEPDEF-DSN
           END-IF
           ACCEPT WS-CYCSTAT-DSN FROM ENVIRONMENT 'CYCLESTATDD'
           IF WS-CYCSTAT-DSN = SPACES
             MOVE 'cyclestatus.txt' TO WS-CYCSTAT-DSN
           END-IF
           ACCEPT WS-NEW-ENV FROM ENVIRONMENT 'CYCLENEW'
           ACCEPT WS-OVERRIDE-ENV FROM ENVIRONMENT 'CYCLEOVERRIDE'
           ACCEPT WS-GEN-ENV FROM ENVIRONMENT 'GENERATIONS'
           ACCEPT WS-OPERATOR-RUNID FROM ENVIRONMENT 'RUNID'
           ACCEPT WS-OPERATOR-STUDENTDD FROM ENVIRONMENT 'STUDENTDD'
           ACCEPT WS-OPERATOR-CHECKPTDD FROM ENVIRONMENT 'CHECKPTDD'
           ACCEPT WS-OPERATOR-ROSTERSEQ FROM ENVIRONMENT 'ROSTERSEQ'
           ACCEPT WS-OPERATOR-BUSDATE FROM ENVIRONMENT 'BUSDATE'

           PERFORM LOAD-STEP-DEFINITIONS
           IF WS-DEF-FULL = 'Y'
             DISPLAY 'MORE THAN 30 STEPS IN ' WS-STEPDEF-DSN
                ' -- CYCLE REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-DEF-BAD = 'Y' OR WS-DEF-COUNT = 0
             DISPLAY 'NO USABLE STEP DEFINITIONS IN ' WS-STEPDEF-DSN
                ' -- CYCLE REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-CYCLE-STATUS
           PERFORM JUDGE-PRIOR-CYCLE
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-RESUMING = 'N'
             PERFORM START-NEW-CYCLE
           END-IF
           MOVE WS-OPERATOR-RUNID TO WS-RUNID-ENV
           IF WS-GEN-ENV = 'Y' AND WS-CYCLE-RUNID NOT = SPACES
             MOVE WS-CYCLE-RUNID TO WS-RUNID-ENV
           END-IF

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR WS-STOP-CYCLE = 'Y'
             IF WS-ST-STATE(WS-ST-IDX) = 'DONE'
                ADD 1 TO WS-SKIP-COUNT
                IF WS-ST-CC(WS-ST-IDX) > WS-WORST-RC
                   MOVE WS-ST-CC(WS-ST-IDX) TO WS-WORST-RC
                END-IF
             ELSE
                PERFORM RUN-ONE-STEP
             END-IF
           END-PERFORM

           IF WS-STATUS-LOST = 'Y'
             DISPLAY 'CYCLE ' WS-CYCLE-ID ' STOPPED -- CYCLE STATUS '
                'NOT RECORDED, CHECK ' WS-CYCSTAT-DSN
                ' BEFORE RESUBMITTING'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-STOP-CYCLE = 'Y'
             DISPLAY 'CYCLE ' WS-CYCLE-ID ' STOPPED AT STEP '
                WS-ST-SEQ(WS-FAILED-IDX) ' '
                WS-ST-STEP(WS-FAILED-IDX)
                ' CODE ' WS-STEP-RC
                ' -- RESUBMIT TO RESTART AT THIS STEP'
             MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
             DISPLAY 'CYCLE ' WS-CYCLE-ID ' COMPLETE -- STEPS RUN: '
                WS-RAN-COUNT '  ALREADY DONE: ' WS-SKIP-COUNT
                '  WORST CODE: ' WS-WORST-RC
             MOVE WS-WORST-RC TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEPDEF-FILE
           IF WS-STEPDEF-STATUS NOT = '00'
             DISPLAY 'STEP DEFINITIONS UNAVAILABLE: ' WS-STEPDEF-DSN
             MOVE 'Y' TO WS-DEF-BAD
           ELSE
             PERFORM UNTIL WS-STEPDEF-EOF = 'Y'
                READ STEPDEF-FILE
                   AT END MOVE 'Y' TO WS-STEPDEF-EOF
                   NOT AT END
                      IF STEPDEF-LINE NOT = SPACES
                            AND STEPDEF-LINE(1:1) NOT = '*'
                         PERFORM NOTE-STEP-DEFINITION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STEPDEF-FILE
           END-IF.

       NOTE-STEP-DEFINITION.
           MOVE SPACES TO WS-TOK-STEP
           MOVE SPACES TO WS-TOK-MAXRC
           UNSTRING STEPDEF-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK-STEP, WS-TOK-MAXRC
           END-UNSTRING
           INSPECT WS-TOK-MAXRC REPLACING LEADING SPACE BY '0'
      *> a step with no readable ceiling is a definition error, not
      *> a step allowed anything -- the whole cycle is refused.
           IF WS-TOK-MAXRC IS NOT NUMERIC
             DISPLAY 'BAD STEP DEFINITION: ' STEPDEF-LINE
             MOVE 'Y' TO WS-DEF-BAD
           ELSE
             IF WS-DEF-COUNT < 30
                ADD 1 TO WS-DEF-COUNT
                MOVE WS-TOK-STEP TO WS-DEF-STEP(WS-DEF-COUNT)
                MOVE WS-TOK-MAXRC TO WS-DEF-MAXRC(WS-DEF-COUNT)
             ELSE
                MOVE 'Y' TO WS-DEF-FULL
             END-IF
           END-IF.

       LOAD-CYCLE-STATUS.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT CYCSTAT-FILE
           IF WS-CYCSTAT-STATUS = '00'
             PERFORM UNTIL WS-CYCSTAT-EOF = 'Y'
                READ CYCSTAT-FILE
                   AT END MOVE 'Y' TO WS-CYCSTAT-EOF
                   NOT AT END
                      IF WS-ST-COUNT < 30
                         ADD 1 TO WS-ST-COUNT
                         MOVE CYCST-CYCLE-ID
                            TO WS-ST-CYCLE-ID(WS-ST-COUNT)
                         MOVE CYCST-SEQ TO WS-ST-SEQ(WS-ST-COUNT)
                         MOVE CYCST-STEP TO WS-ST-STEP(WS-ST-COUNT)
                         MOVE CYCST-MAXRC
                            TO WS-ST-MAXRC(WS-ST-COUNT)
                         MOVE CYCST-STATE
                            TO WS-ST-STATE(WS-ST-COUNT)
                         MOVE CYCST-START-DATE
                            TO WS-ST-START-DATE(WS-ST-COUNT)
                         MOVE CYCST-START-TIME
                            TO WS-ST-START-TIME(WS-ST-COUNT)
                         MOVE CYCST-END-DATE
                            TO WS-ST-END-DATE(WS-ST-COUNT)
                         MOVE CYCST-END-TIME
                            TO WS-ST-END-TIME(WS-ST-COUNT)
                         MOVE CYCST-CC TO WS-ST-CC(WS-ST-COUNT)
                         MOVE CYCST-RUNID
                            TO WS-ST-RUNID(WS-ST-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CYCSTAT-FILE
           END-IF.

       JUDGE-PRIOR-CYCLE.
      *> the prior cycle is incomplete while any of its steps is not
      *> DONE.  an incomplete cycle is resumed, never replaced: a
      *> CYCLENEW request is refused, and a step still marked
      *> RUNNING needs the operator's CYCLEOVERRIDE before it is
      *> run again.
           MOVE 'N' TO WS-PRIOR-OPEN
           MOVE 'N' TO WS-PRIOR-RUNNING
           MOVE 0 TO WS-RESUME-AT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-STATE(WS-ST-IDX) NOT = 'DONE'
                MOVE 'Y' TO WS-PRIOR-OPEN
                IF WS-RESUME-AT = 0
                   MOVE WS-ST-IDX TO WS-RESUME-AT
                END-IF
                IF WS-ST-STATE(WS-ST-IDX) = 'RUNNING'
                   MOVE 'Y' TO WS-PRIOR-RUNNING
                END-IF
             END-IF
           END-PERFORM
           IF WS-PRIOR-OPEN = 'Y'
             MOVE WS-ST-CYCLE-ID(1) TO WS-CYCLE-ID
             MOVE WS-ST-RUNID(1) TO WS-CYCLE-RUNID
             EVALUATE TRUE
                WHEN WS-NEW-ENV = 'Y'
                   MOVE 'Y' TO WS-REFUSED
                   DISPLAY 'CYCLE ' WS-CYCLE-ID ' IS INCOMPLETE AT '
                      'STEP ' WS-ST-STEP(WS-RESUME-AT)
                      ' -- NEW CYCLE REFUSED (RESUBMIT WITHOUT '
                      'CYCLENEW TO RESUME IT)'
                WHEN WS-PRIOR-RUNNING = 'Y'
                      AND WS-OVERRIDE-ENV NOT = 'Y'
                   MOVE 'Y' TO WS-REFUSED
                   DISPLAY 'CYCLE ' WS-CYCLE-ID ' STEP '
                      WS-ST-STEP(WS-RESUME-AT)
                      ' STARTED AND NEVER ENDED -- REFUSING TO '
                      'START (CYCLEOVERRIDE=Y RERUNS IT)'
                WHEN OTHER
                   PERFORM CHECK-DEFINITIONS-UNCHANGED
             END-EVALUATE
           END-IF.

       CHECK-DEFINITIONS-UNCHANGED.
      *> a resumed cycle runs the steps it was started with -- if
      *> the definitions were edited since, the restart point means
      *> nothing and the operator has to sort it out by hand.
           IF WS-ST-COUNT NOT = WS-DEF-COUNT
             MOVE 'Y' TO WS-REFUSED
           ELSE
             PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                  UNTIL WS-DEF-IDX > WS-DEF-COUNT
                IF WS-DEF-STEP(WS-DEF-IDX)
                      NOT = WS-ST-STEP(WS-DEF-IDX)
                   MOVE 'Y' TO WS-REFUSED
                END-IF
             END-PERFORM
           END-IF
           IF WS-REFUSED = 'Y'
             DISPLAY 'CYCLE ' WS-CYCLE-ID ' IS INCOMPLETE BUT THE '
                'STEP DEFINITIONS NO LONGER MATCH IT -- REFUSING '
                'TO RESUME'
           ELSE
             MOVE 'Y' TO WS-RESUMING
             DISPLAY 'RESUMING CYCLE ' WS-CYCLE-ID ' AT STEP '
                WS-ST-SEQ(WS-RESUME-AT) ' '
                WS-ST-STEP(WS-RESUME-AT)
           END-IF.

       START-NEW-CYCLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-CYCLE-ID
           STRING WS-TODAY DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
              INTO WS-CYCLE-ID
           END-STRING
           MOVE SPACES TO WS-CYCLE-RUNID
           MOVE WS-DEF-COUNT TO WS-ST-COUNT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
             MOVE WS-CYCLE-ID TO WS-ST-CYCLE-ID(WS-ST-IDX)
             MOVE WS-ST-IDX TO WS-ST-SEQ(WS-ST-IDX)
             MOVE WS-DEF-STEP(WS-ST-IDX) TO WS-ST-STEP(WS-ST-IDX)
             MOVE WS-DEF-MAXRC(WS-ST-IDX) TO WS-ST-MAXRC(WS-ST-IDX)
             MOVE 'PENDING' TO WS-ST-STATE(WS-ST-IDX)
             MOVE 0 TO WS-ST-START-DATE(WS-ST-IDX)
             MOVE 0 TO WS-ST-START-TIME(WS-ST-IDX)
             MOVE 0 TO WS-ST-END-DATE(WS-ST-IDX)
             MOVE 0 TO WS-ST-END-TIME(WS-ST-IDX)
             MOVE 0 TO WS-ST-CC(WS-ST-IDX)
             MOVE SPACES TO WS-ST-RUNID(WS-ST-IDX)
           END-PERFORM
           PERFORM REWRITE-CYCLE-STATUS
           DISPLAY 'STARTING CYCLE ' WS-CYCLE-ID ' -- STEPS: '
              WS-ST-COUNT.

       RUN-ONE-STEP.
      *> the step is marked RUNNING on disk before it is called, so
      *> an abend inside it leaves the evidence behind.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'RUNNING' TO WS-ST-STATE(WS-ST-IDX)
           MOVE WS-TODAY TO WS-ST-START-DATE(WS-ST-IDX)
           MOVE WS-NOW-TIME(1:6) TO WS-ST-START-TIME(WS-ST-IDX)
           MOVE 0 TO WS-ST-END-DATE(WS-ST-IDX)
           MOVE 0 TO WS-ST-END-TIME(WS-ST-IDX)
           MOVE 0 TO WS-ST-CC(WS-ST-IDX)
           PERFORM REWRITE-CYCLE-STATUS
           IF WS-STATUS-LOST = 'N'
             DISPLAY 'CYCLE ' WS-CYCLE-ID ' STEP '
                WS-ST-SEQ(WS-ST-IDX) ' ' WS-ST-STEP(WS-ST-IDX)
                ' STARTED'
             PERFORM DISPATCH-STEP
           END-IF.

       DISPATCH-STEP.
           DISPLAY 'RUNID' UPON ENVIRONMENT-NAME
           DISPLAY WS-RUNID-ENV UPON ENVIRONMENT-VALUE
           MOVE WS-ST-STEP(WS-ST-IDX) TO WS-STEP-PROGRAM
           MOVE 'Y' TO WS-STEP-FOUND
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROGRAM
              ON EXCEPTION MOVE 'N' TO WS-STEP-FOUND
           END-CALL
           IF WS-STEP-FOUND = 'Y'
             IF RETURN-CODE > 99 OR RETURN-CODE < 0
                MOVE 99 TO WS-STEP-RC
             ELSE
                MOVE RETURN-CODE TO WS-STEP-RC
             END-IF
             CANCEL WS-STEP-PROGRAM
      *> the calendar and period-control holders keep what they
      *> first read; a CAL-MAINT or PERIOD-CLOSE step must count for
      *> every step after it, so each step starts them afresh.
             CANCEL 'BIZ-DATE'
             CANCEL 'BILL-PERIOD'
           ELSE
             DISPLAY 'STEP PROGRAM ' WS-STEP-PROGRAM ' NOT FOUND'
             MOVE 12 TO WS-STEP-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM CLEAR-STEP-ENVIRONMENT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO WS-ST-END-DATE(WS-ST-IDX)
           MOVE WS-NOW-TIME(1:6) TO WS-ST-END-TIME(WS-ST-IDX)
           MOVE WS-STEP-RC TO WS-ST-CC(WS-ST-IDX)
           ADD 1 TO WS-RAN-COUNT
           IF WS-STEP-RC > WS-ST-MAXRC(WS-ST-IDX)
             MOVE 'FAILED' TO WS-ST-STATE(WS-ST-IDX)
             MOVE WS-ST-IDX TO WS-FAILED-IDX
             MOVE 'Y' TO WS-STOP-CYCLE
           ELSE
             MOVE 'DONE' TO WS-ST-STATE(WS-ST-IDX)
             IF WS-STEP-RC > WS-WORST-RC
                MOVE WS-STEP-RC TO WS-WORST-RC
             END-IF
           END-IF
           PERFORM REWRITE-CYCLE-STATUS
           DISPLAY 'CYCLE ' WS-CYCLE-ID ' STEP ' WS-ST-SEQ(WS-ST-IDX)
              ' ' WS-ST-STEP(WS-ST-IDX) ' ENDED CODE ' WS-STEP-RC
              ' ' WS-ST-STATE(WS-ST-IDX).

       CLEAR-STEP-ENVIRONMENT.
      *> DRIVER leaves its lock flag, roster mode, run stamp,
      *> business date and last entry's file, checkpoint and roster
      *> place in the environment for the MAINs it calls; none of
      *> that may leak into a later step as if it were the
      *> operator's.
           DISPLAY 'RUNLOCKHELD' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE
           DISPLAY 'ROSTERMODE' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE
           DISPLAY 'STUDENTDD' UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-STUDENTDD UPON ENVIRONMENT-VALUE
           DISPLAY 'CHECKPTDD' UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-CHECKPTDD UPON ENVIRONMENT-VALUE
           DISPLAY 'ROSTERSEQ' UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-ROSTERSEQ UPON ENVIRONMENT-VALUE
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-BUSDATE UPON ENVIRONMENT-VALUE
           IF WS-GEN-ENV = 'Y'
             ACCEPT WS-RUNID-ENV FROM ENVIRONMENT 'RUNID'
             IF WS-RUNID-ENV NOT = WS-OPERATOR-RUNID
                MOVE WS-RUNID-ENV TO WS-CYCLE-RUNID
                PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > WS-ST-COUNT
                   MOVE WS-CYCLE-RUNID TO WS-ST-RUNID(WS-DEF-IDX)
                END-PERFORM
             END-IF
           ELSE
             MOVE WS-OPERATOR-RUNID TO WS-RUNID-ENV
           END-IF
           DISPLAY 'RUNID' UPON ENVIRONMENT-NAME
           DISPLAY WS-RUNID-ENV UPON ENVIRONMENT-VALUE.

       REWRITE-CYCLE-STATUS.
      *> a status dataset that cannot be rewritten would let a
      *> resubmit rerun steps already done, so the cycle stops here
      *> rather than dispatch another step without a record.
           OPEN OUTPUT CYCSTAT-FILE
           IF WS-CYCSTAT-STATUS NOT = '00'
             DISPLAY 'CYCLE STATUS UNAVAILABLE: ' WS-CYCSTAT-DSN
                ' STATUS ' WS-CYCSTAT-STATUS
             MOVE 'Y' TO WS-STATUS-LOST
             MOVE 'Y' TO WS-STOP-CYCLE
           ELSE
             PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                  UNTIL WS-DEF-IDX > WS-ST-COUNT
                     OR WS-STATUS-LOST = 'Y'
                MOVE WS-ST-CYCLE-ID(WS-DEF-IDX) TO CYCST-CYCLE-ID
                MOVE WS-ST-SEQ(WS-DEF-IDX) TO CYCST-SEQ
                MOVE WS-ST-STEP(WS-DEF-IDX) TO CYCST-STEP
                MOVE WS-ST-MAXRC(WS-DEF-IDX) TO CYCST-MAXRC
                MOVE WS-ST-STATE(WS-DEF-IDX) TO CYCST-STATE
                MOVE WS-ST-START-DATE(WS-DEF-IDX) TO CYCST-START-DATE
                MOVE WS-ST-START-TIME(WS-DEF-IDX) TO CYCST-START-TIME
                MOVE WS-ST-END-DATE(WS-DEF-IDX) TO CYCST-END-DATE
                MOVE WS-ST-END-TIME(WS-DEF-IDX) TO CYCST-END-TIME
                MOVE WS-ST-CC(WS-DEF-IDX) TO CYCST-CC
                MOVE WS-ST-RUNID(WS-DEF-IDX) TO CYCST-RUNID
                WRITE CYCST-RECORD
                IF WS-CYCSTAT-STATUS NOT = '00'
                   DISPLAY 'CYCLE STATUS WRITE FAILED: ' WS-CYCSTAT-DSN
                      ' STATUS ' WS-CYCSTAT-STATUS
                   MOVE 'Y' TO WS-STATUS-LOST
                   MOVE 'Y' TO WS-STOP-CYCLE
                END-IF
             END-PERFORM
             CLOSE CYCSTAT-FILE
           END-IF.
