       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.

      *> transaction-driven maintenance for the keyed department
      *> master the chargeback runs against: one record per billing
      *> department with its full name, the billing account the
      *> bursar charges, the billing contact, and an active flag.
      *> transactions read
      *>   'ADD code account contact name'
      *>   'CHANGE code account contact name'
      *>   'DEACTIVATE code'
      *>   'REACTIVATE code'
      *> (contact is one word -- a mailbox or user ID; the name is
      *> the rest of the line).  unknown codes, duplicate adds, and
      *> malformed lines are rejected to an exception report, and a
      *> change report shows each record before and after so the
      *> bursar can sign off every change.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT DEPT-KEYED ASSIGN TO DYNAMIC WS-DEPT-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DPT-CODE
             FILE STATUS IS WS-DEPT-STATUS.

             SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.

             SELECT MAINT-EXC ASSIGN TO DYNAMIC WS-MAINTEXC-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTEXC-STATUS.

             SELECT MAINT-REPORT ASSIGN TO DYNAMIC WS-MAINTRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> the department master every chargeback reader shares --
      *> layout must stay in step with MASTER-MAINT and
      *> DEPT-INVOICE.
          FD DEPT-KEYED.
          01 DPT-RECORD.
             05 DPT-CODE PIC X(4).
             05 DPT-NAME PIC X(50).
             05 DPT-ACCOUNT PIC X(20).
             05 DPT-CONTACT PIC X(40).
             05 DPT-ACTIVE PIC X(1).

          FD TRAN-FILE.
          01 TRAN-LINE PIC X(150).

          FD MAINT-EXC.
          01 MAINT-EXC-LINE PIC X(200).

          FD MAINT-REPORT.
          01 MAINT-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-DEPT-DSN PIC X(100) VALUE 'deptmaster.dat'.
          01 WS-DEPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRAN-DSN PIC X(100) VALUE 'depttran.txt'.
          01 WS-TRAN-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTEXC-DSN PIC X(100) VALUE 'deptexc.txt'.
          01 WS-MAINTEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTRPT-DSN PIC X(100) VALUE 'deptreport.txt'.
          01 WS-MAINTRPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-TRAN-EOF PIC X(1) VALUE 'N'.
          01 WS-DEPT-FOUND PIC X(1) VALUE 'N'.

          01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
          01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
          01 WS-ADD-COUNT PIC 9(6) VALUE 0.
          01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
          01 WS-DEACT-COUNT PIC 9(6) VALUE 0.
          01 WS-REACT-COUNT PIC 9(6) VALUE 0.

          01 WS-TRAN-ACTION PIC X(10) VALUE SPACES.
          01 WS-TRAN-CODE PIC X(10) VALUE SPACES.
          01 WS-TRAN-ACCOUNT PIC X(20) VALUE SPACES.
          01 WS-TRAN-CONTACT PIC X(40) VALUE SPACES.
          01 WS-TRAN-NAME PIC X(50) VALUE SPACES.
          01 WS-TRAN-PTR PIC 9(3) VALUE 1.
          01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> the record as it stood before the transaction, for the
      *> before half of the change report.
          01 WS-BEFORE-RECORD.
             05 WS-BEFORE-CODE PIC X(4).
             05 WS-BEFORE-NAME PIC X(50).
             05 WS-BEFORE-ACCOUNT PIC X(20).
             05 WS-BEFORE-CONTACT PIC X(40).
             05 WS-BEFORE-ACTIVE PIC X(1).
          01 WS-IMAGE-TAG PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-DEPT-DSN FROM ENVIRONMENT 'DEPTKEYDD'
           IF WS-DEPT-DSN = SPACES
             MOVE 'deptmaster.dat' TO WS-DEPT-DSN
           END-IF
           ACCEPT WS-TRAN-DSN FROM ENVIRONMENT 'DEPTTRANDD'
           IF WS-TRAN-DSN = SPACES
             MOVE 'depttran.txt' TO WS-TRAN-DSN
           END-IF
           ACCEPT WS-MAINTEXC-DSN FROM ENVIRONMENT 'DEPTEXCDD'
           IF WS-MAINTEXC-DSN = SPACES
             MOVE 'deptexc.txt' TO WS-MAINTEXC-DSN
           END-IF
           ACCEPT WS-MAINTRPT-DSN FROM ENVIRONMENT 'DEPTRPTDD'
           IF WS-MAINTRPT-DSN = SPACES
             MOVE 'deptreport.txt' TO WS-MAINTRPT-DSN
           END-IF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
             DISPLAY 'TRANSACTION DATASET UNAVAILABLE: ' WS-TRAN-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> the department master lives across runs -- open it for
      *> update, creating it only when it does not exist yet.  any
      *> other failure stops the run before a transaction is read.
           OPEN I-O DEPT-KEYED
           IF WS-DEPT-STATUS = '35'
             OPEN OUTPUT DEPT-KEYED
             CLOSE DEPT-KEYED
             OPEN I-O DEPT-KEYED
           END-IF
           IF WS-DEPT-STATUS NOT = '00'
             DISPLAY 'DEPARTMENT MASTER UNAVAILABLE: ' WS-DEPT-DSN
                ' STATUS ' WS-DEPT-STATUS
                ' -- MAINTENANCE REFUSED'
             CLOSE TRAN-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT MAINT-EXC
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE 'DEPARTMENT MASTER CHANGE REPORT' TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE 'A' TO MAINT-RPT-LINE(11:1)
           MOVE 'ACCOUNT' TO MAINT-RPT-LINE(13:7)
           MOVE 'CONTACT' TO MAINT-RPT-LINE(34:7)
           MOVE 'NAME' TO MAINT-RPT-LINE(75:4)
           WRITE MAINT-RPT-LINE
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             READ TRAN-FILE
                AT END MOVE 'Y' TO WS-TRAN-EOF
                NOT AT END
                   IF TRAN-LINE NOT = SPACES
                      ADD 1 TO WS-TRAN-COUNT
                      PERFORM APPLY-ONE-TRANSACTION
                   END-IF
             END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE DEPT-KEYED

           PERFORM WRITE-MAINT-SUMMARY
           CLOSE MAINT-EXC
           CLOSE MAINT-REPORT
           DISPLAY 'TRANSACTIONS READ: ' WS-TRAN-COUNT
              '  APPLIED: ' WS-APPLIED-COUNT
              '  REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-ACTION
           MOVE SPACES TO WS-TRAN-CODE
           MOVE SPACES TO WS-TRAN-ACCOUNT
           MOVE SPACES TO WS-TRAN-CONTACT
           MOVE SPACES TO WS-TRAN-NAME
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 1 TO WS-TRAN-PTR
           UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
              INTO WS-TRAN-ACTION, WS-TRAN-CODE
              WITH POINTER WS-TRAN-PTR
           END-UNSTRING
           IF WS-TRAN-ACTION = 'ADD' OR WS-TRAN-ACTION = 'CHANGE'
             UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
                INTO WS-TRAN-ACCOUNT, WS-TRAN-CONTACT
                WITH POINTER WS-TRAN-PTR
             END-UNSTRING
             IF WS-TRAN-PTR < 151
                MOVE TRAN-LINE(WS-TRAN-PTR:151 - WS-TRAN-PTR)
                   TO WS-TRAN-NAME
             END-IF
           END-IF

           IF WS-TRAN-ACTION NOT = 'ADD'
                 AND WS-TRAN-ACTION NOT = 'CHANGE'
                 AND WS-TRAN-ACTION NOT = 'DEACTIVATE'
                 AND WS-TRAN-ACTION NOT = 'REACTIVATE'
             MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-IF
      *> '????' is the invoice's unassigned pool, never a department.
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-CODE = SPACES
                   OR WS-TRAN-CODE(5:6) NOT = SPACES
                   OR WS-TRAN-CODE = '????'
                MOVE 'BAD DEPARTMENT CODE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                 AND (WS-TRAN-ACTION = 'ADD'
                      OR WS-TRAN-ACTION = 'CHANGE')
             IF WS-TRAN-ACCOUNT = SPACES
                MOVE 'MISSING ACCOUNT' TO WS-REJECT-REASON
             ELSE
                IF WS-TRAN-CONTACT = SPACES
                   MOVE 'MISSING CONTACT' TO WS-REJECT-REASON
                ELSE
                   IF WS-TRAN-NAME = SPACES
                      MOVE 'MISSING NAME' TO WS-REJECT-REASON
                   END-IF
                END-IF
             END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
             MOVE WS-TRAN-CODE TO DPT-CODE
             MOVE 'Y' TO WS-DEPT-FOUND
             READ DEPT-KEYED
                INVALID KEY MOVE 'N' TO WS-DEPT-FOUND
             END-READ
             IF WS-DEPT-FOUND = 'Y'
                MOVE DPT-RECORD TO WS-BEFORE-RECORD
             END-IF
             EVALUATE WS-TRAN-ACTION
                WHEN 'ADD'
                   PERFORM APPLY-ADD
                WHEN 'CHANGE'
                   PERFORM APPLY-CHANGE
                WHEN 'DEACTIVATE'
                   PERFORM APPLY-DEACTIVATE
                WHEN 'REACTIVATE'
                   PERFORM APPLY-REACTIVATE
             END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
             ADD 1 TO WS-REJECT-COUNT
             MOVE SPACES TO MAINT-EXC-LINE
             STRING 'REJECTED TRANSACTION ' DELIMITED BY SIZE
                    WS-TRAN-COUNT DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY '  '
                    '): ' DELIMITED BY SIZE
                    TRAN-LINE DELIMITED BY SIZE
                 INTO MAINT-EXC-LINE
             END-STRING
             WRITE MAINT-EXC-LINE
           END-IF.

       APPLY-ADD.
           IF WS-DEPT-FOUND = 'Y'
             MOVE 'DUPLICATE DEPARTMENT' TO WS-REJECT-REASON
           ELSE
             MOVE WS-TRAN-CODE TO DPT-CODE
             MOVE WS-TRAN-NAME TO DPT-NAME
             MOVE WS-TRAN-ACCOUNT TO DPT-ACCOUNT
             MOVE WS-TRAN-CONTACT TO DPT-CONTACT
             MOVE 'A' TO DPT-ACTIVE
             WRITE DPT-RECORD
                INVALID KEY
                   MOVE 'DUPLICATE DEPARTMENT' TO WS-REJECT-REASON
             END-WRITE
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-APPLIED-COUNT
                ADD 1 TO WS-ADD-COUNT
                PERFORM NOTE-APPLIED-TRAN
                MOVE 'AFTER' TO WS-IMAGE-TAG
                PERFORM WRITE-RECORD-IMAGE
             END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-DEPT-FOUND = 'N'
             MOVE 'UNKNOWN DEPARTMENT' TO WS-REJECT-REASON
           ELSE
             MOVE WS-TRAN-NAME TO DPT-NAME
             MOVE WS-TRAN-ACCOUNT TO DPT-ACCOUNT
             MOVE WS-TRAN-CONTACT TO DPT-CONTACT
             PERFORM REWRITE-DEPARTMENT
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-CHANGE-COUNT
             END-IF
           END-IF.

       APPLY-DEACTIVATE.
           IF WS-DEPT-FOUND = 'N'
             MOVE 'UNKNOWN DEPARTMENT' TO WS-REJECT-REASON
           ELSE
             IF DPT-ACTIVE NOT = 'A'
                MOVE 'ALREADY INACTIVE' TO WS-REJECT-REASON
             ELSE
                MOVE 'I' TO DPT-ACTIVE
                PERFORM REWRITE-DEPARTMENT
                IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-DEACT-COUNT
                END-IF
             END-IF
           END-IF.

       APPLY-REACTIVATE.
           IF WS-DEPT-FOUND = 'N'
             MOVE 'UNKNOWN DEPARTMENT' TO WS-REJECT-REASON
           ELSE
             IF DPT-ACTIVE = 'A'
                MOVE 'ALREADY ACTIVE' TO WS-REJECT-REASON
             ELSE
                MOVE 'A' TO DPT-ACTIVE
                PERFORM REWRITE-DEPARTMENT
                IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-REACT-COUNT
                END-IF
             END-IF
           END-IF.

       REWRITE-DEPARTMENT.
           REWRITE DPT-RECORD
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM NOTE-APPLIED-TRAN
             MOVE 'BEFORE' TO WS-IMAGE-TAG
             PERFORM WRITE-BEFORE-IMAGE
             MOVE 'AFTER' TO WS-IMAGE-TAG
             PERFORM WRITE-RECORD-IMAGE
           END-IF.

       NOTE-APPLIED-TRAN.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
                  WS-TRAN-ACTION DELIMITED BY SPACE
                  ' DEPARTMENT ' DELIMITED BY SIZE
                  WS-TRAN-CODE DELIMITED BY SPACE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE.

       WRITE-BEFORE-IMAGE.
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE WS-IMAGE-TAG TO MAINT-RPT-LINE(3:8)
           MOVE WS-BEFORE-ACTIVE TO MAINT-RPT-LINE(11:1)
           MOVE WS-BEFORE-ACCOUNT TO MAINT-RPT-LINE(13:20)
           MOVE WS-BEFORE-CONTACT TO MAINT-RPT-LINE(34:40)
           MOVE WS-BEFORE-NAME TO MAINT-RPT-LINE(75:50)
           WRITE MAINT-RPT-LINE.

       WRITE-RECORD-IMAGE.
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE WS-IMAGE-TAG TO MAINT-RPT-LINE(3:8)
           MOVE DPT-ACTIVE TO MAINT-RPT-LINE(11:1)
           MOVE DPT-ACCOUNT TO MAINT-RPT-LINE(13:20)
           MOVE DPT-CONTACT TO MAINT-RPT-LINE(34:40)
           MOVE DPT-NAME TO MAINT-RPT-LINE(75:50)
           WRITE MAINT-RPT-LINE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'TRANSACTIONS -- READ: ' DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  '  ADD: ' DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  '  CHANGE: ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  '  DEACTIVATE: ' DELIMITED BY SIZE
                  WS-DEACT-COUNT DELIMITED BY SIZE
                  '  REACTIVATE: ' DELIMITED BY SIZE
                  WS-REACT-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE.
