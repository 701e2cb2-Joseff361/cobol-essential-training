       SELECT OPTIONAL EMPTRANSFILE ASSIGN TO "EMPTRANS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-STATUS.
       SELECT TRANSWORK ASSIGN TO "EMPTRANS.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRNWORK-STATUS.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMP-STATUS.
                  04 TRN-HIRE-DAY    PIC 9(2).
               03 TRN-GENDER     PIC X.
               03 TRN-EMAIL      PIC X(20).
            02 TRN-TERMDETAILS REDEFINES TRN-EMPDETAILS.
               03 TRN-TERM-SSN   PIC 9(9).
               03 TRN-TERMDATE.
                  04 TRN-TERM-YEAR   PIC 9(4).
                  04 TRN-TERM-MONTH  PIC 9(2).
                  04 TRN-TERM-DAY    PIC 9(2).
               03 TRN-TERMREASON PIC X(10).
               03 FILLER         PIC X(40).

       FD TRANSWORK.
       01 TRANSWORK-RECORD       PIC X(68).
            88 ENDOFTRANSWORK VALUE HIGH-VALUES.

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
                03 HIRE-DAY      PIC 9(2).
            02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD EMPLOYEEINDEXED.
       01 IDX-EMPDETAILS.
                03 IDX-HIRE-DAY    PIC 9(2).
            02 IDX-GENDER         PIC X.
            02 IDX-EMAIL          PIC X(20).
            02 IDX-EMPSTATUS.
                03 IDX-STATUSCODE  PIC X.
                    88 IDX-ACTIVE      VALUE 'A' ' '.
                    88 IDX-TERMINATED  VALUE 'T'.
                03 IDX-TERMDATE    PIC 9(8).
                03 IDX-TERMREASON  PIC X(10).

       FD EMPMAINTREG.
       01 REGISTER-LINE          PIC X(80).
            02 JRN-AFTER         PIC X(67).
            02 FILLER            PIC X(1).
            02 JRN-BATCH         PIC X(8).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE-STATUS PIC X(19).
            02 FILLER            PIC X(1).
            02 JRN-AFTER-STATUS  PIC X(19).

       FD RUNLOG.
       01 RUNLOG-RECORD.
           05 WS-APPLIED-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-REJECTED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-TRANS-STATUS   PIC XX   VALUE SPACES.
           05 WS-TRNWORK-STATUS PIC XX   VALUE SPACES.
           05 WS-TRNWORK-SW     PIC X    VALUE 'N'.
               88 TRANSWORK-OPEN    VALUE 'Y'.
           05 WS-IDX-STATUS     PIC XX   VALUE SPACES.
           05 WS-NO-TRANS-SW    PIC X    VALUE 'N'.
               88 NO-TRANSACTIONS   VALUE 'Y'.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 999  VALUE ZEROES.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES.
               10 WS-HOLD-RECORD  PIC X(86).

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
       01 WS-JOURNAL-FIELDS.
           05 WS-JRN-STATUS     PIC XX    VALUE SPACES.
           05 WS-RUN-DATE       PIC 9(8)  VALUE ZEROES.
           05 WS-BEFORE-IMAGE.
               10 WS-BEFORE-DETAILS PIC X(67) VALUE SPACES.
               10 WS-BEFORE-STATUS  PIC X(19) VALUE SPACES.
           05 WS-AFTER-IMAGE.
               10 WS-AFTER-DETAILS  PIC X(67) VALUE SPACES.
               10 WS-AFTER-STATUS   PIC X(19) VALUE SPACES.
           05 WS-TERM-DATE-SW   PIC X     VALUE 'N'.
               88 TERM-DATE-VALID   VALUE 'Y'.

       01 WS-REGISTER-HEADING.
           05 FILLER            PIC X(38) VALUE
               '*** HOLD TABLE FULL - MASTER RECORDS DROPPED ***'.
           05 FILLER            PIC X(32) VALUE SPACES.

       01 WS-TRANS-RESET-LINE.
           05 FILLER            PIC X(46) VALUE
               'EMPTRANS.DAT RESET - REJECTS LEFT TO CORRECT: '.
           05 REG-RESET-LEFT    PIC ZZZZZZ9.
           05 FILLER            PIC X(27) VALUE SPACES.

       01 WS-TRANS-KEPT-LINE.
           05 FILLER            PIC X(49) VALUE
               'EMPTRANS.DAT NOT RESET - WORK FILE ERROR, STATUS '.
           05 REG-KEPT-STATUS   PIC XX.
           05 FILLER            PIC X(29) VALUE SPACES.

       01 WS-REGISTER-SUMMARY.
           05 FILLER            PIC X(9)  VALUE 'APPLIED: '.
           05 REG-SUM-APPLIED   PIC ZZZZZZ9.
           IF WS-JRN-STATUS = '05' OR WS-JRN-STATUS = '35'
               OPEN OUTPUT EMPJOURNAL
           END-IF.
           OPEN OUTPUT TRANSWORK.
           IF WS-TRNWORK-STATUS = '00'
               MOVE 'Y' TO WS-TRNWORK-SW
           END-IF.

           PERFORM 0265-COLLECT-MISSING-MASTERS THRU 0265-EXIT.
           PERFORM 0200-APPLY-TRANSACTION THRU 0200-EXIT
           MOVE WS-APPLIED-COUNT  TO REG-SUM-APPLIED.
           MOVE WS-REJECTED-COUNT TO REG-SUM-REJECTED.
           WRITE REGISTER-LINE FROM WS-REGISTER-SUMMARY.
           PERFORM 0280-RESET-TRANS-FILE THRU 0280-EXIT.

           PERFORM 0270-REWRITE-EMPLOYEE-FILE THRU 0270-EXIT.
           CLOSE EMPJOURNAL.
                   PERFORM 0220-CHANGE-EMPLOYEE THRU 0220-EXIT
               WHEN 'D'
                   PERFORM 0230-DELETE-EMPLOYEE THRU 0230-EXIT
               WHEN 'T'
                   PERFORM 0240-TERMINATE-EMPLOYEE THRU 0240-EXIT
               WHEN OTHER
                   MOVE 'REJECTED' TO REG-RESULT
                   MOVE 'INVALID ACTION CODE' TO REG-REASON
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
           IF REG-RESULT = 'REJECTED' AND TRANSWORK-OPEN
               WRITE TRANSWORK-RECORD FROM TRANSDETAILS
           END-IF.
           READ EMPTRANSFILE
               AT END SET ENDOFTRANSFILE TO TRUE
           END-READ.

       0210-ADD-EMPLOYEE.
           MOVE TRN-EMPDETAILS TO IDX-EMPDETAILS.
           MOVE 'A' TO IDX-STATUSCODE.
           WRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-WRITE.
               MOVE 'APPLIED' TO REG-RESULT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0260-WRITE-JOURNAL THRU 0260-EXIT
           ELSE
               MOVE 'REJECTED' TO REG-RESULT
           END-IF.
           MOVE IDX-EMPDETAILS TO WS-BEFORE-IMAGE.
           MOVE TRN-EMPDETAILS TO IDX-EMPDETAILS.
           MOVE WS-BEFORE-STATUS TO IDX-EMPSTATUS.
           REWRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-IDX-STATUS = '00'
               MOVE 'APPLIED' TO REG-RESULT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0260-WRITE-JOURNAL THRU 0260-EXIT
           ELSE
               MOVE 'REJECTED' TO REG-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0230-EXIT
           END-IF.
           IF IDX-TERMINATED
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'EMPLOYEE TERMINATED' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0230-EXIT
           END-IF.
           MOVE IDX-EMPDETAILS TO WS-BEFORE-IMAGE.
           MOVE TRN-SSN TO IDX-SSN.
           DELETE EMPLOYEEINDEXED
       0230-EXIT.
           EXIT.

       0240-TERMINATE-EMPLOYEE.
           MOVE SPACES TO REG-NAME.
           MOVE TRN-TERM-SSN TO IDX-SSN.
           READ EMPLOYEEINDEXED
               INVALID KEY CONTINUE
           END-READ.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'SSN NOT ON FILE' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0240-EXIT
           END-IF.
           MOVE IDX-NAME TO REG-NAME.
           IF IDX-TERMINATED
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'ALREADY TERMINATED' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0240-EXIT
           END-IF.
           PERFORM 0245-VALIDATE-TERM-DATE THRU 0245-EXIT.
           IF NOT TERM-DATE-VALID
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'INVALID TERM DATE' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0240-EXIT
           END-IF.
           IF TRN-TERMREASON = SPACES
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'NO TERM REASON' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0240-EXIT
           END-IF.
           MOVE IDX-EMPDETAILS TO WS-BEFORE-IMAGE.
           MOVE 'T'            TO IDX-STATUSCODE.
           MOVE TRN-TERMDATE   TO IDX-TERMDATE.
           MOVE TRN-TERMREASON TO IDX-TERMREASON.
           REWRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-IDX-STATUS = '00'
               MOVE 'APPLIED' TO REG-RESULT
               MOVE TRN-TERMREASON TO REG-REASON
               ADD 1 TO WS-APPLIED-COUNT
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0260-WRITE-JOURNAL THRU 0260-EXIT
           ELSE
               MOVE 'REJECTED' TO REG-RESULT
               MOVE 'REWRITE FAILED' TO REG-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0240-EXIT.
           EXIT.

       0245-VALIDATE-TERM-DATE.
           MOVE 'Y' TO WS-TERM-DATE-SW.
           EVALUATE TRUE
               WHEN TRN-TERMDATE IS NOT NUMERIC
                   MOVE 'N' TO WS-TERM-DATE-SW
               WHEN TRN-TERM-MONTH < 1 OR TRN-TERM-MONTH > 12
                   MOVE 'N' TO WS-TERM-DATE-SW
               WHEN TRN-TERM-DAY < 1 OR TRN-TERM-DAY > 31
                   MOVE 'N' TO WS-TERM-DATE-SW
               WHEN TRN-TERMDATE < IDX-HIREDATE
                   MOVE 'N' TO WS-TERM-DATE-SW
           END-EVALUATE.
       0245-EXIT.
           EXIT.

       0260-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE     TO JRN-DATE.
           MOVE TRN-ACTION      TO JRN-ACTION.
           MOVE TRN-SSN         TO JRN-SSN.
           MOVE WS-BEFORE-DETAILS TO JRN-BEFORE.
           MOVE WS-AFTER-DETAILS  TO JRN-AFTER.
           MOVE 'HRMAINT'       TO JRN-BATCH.
           MOVE WS-BEFORE-STATUS  TO JRN-BEFORE-STATUS.
           MOVE WS-AFTER-STATUS   TO JRN-AFTER-STATUS.
           WRITE JOURNAL-RECORD.
       0260-EXIT.
           EXIT.
       0277-EXIT.
           EXIT.

       0280-RESET-TRANS-FILE.
           IF NOT TRANSWORK-OPEN
               MOVE WS-TRNWORK-STATUS TO REG-KEPT-STATUS
               GO TO 0280-KEPT
           END-IF.
           CLOSE TRANSWORK.
           OPEN INPUT TRANSWORK.
           IF WS-TRNWORK-STATUS NOT = '00'
               MOVE WS-TRNWORK-STATUS TO REG-KEPT-STATUS
               GO TO 0280-KEPT
           END-IF.
           OPEN OUTPUT EMPTRANSFILE.
           IF WS-TRANS-STATUS NOT = '00'
               CLOSE TRANSWORK
               MOVE WS-TRANS-STATUS TO REG-KEPT-STATUS
               GO TO 0280-KEPT
           END-IF.
           READ TRANSWORK
               AT END SET ENDOFTRANSWORK TO TRUE
           END-READ.
           PERFORM 0285-COPY-REJECTED-TRANS THRU 0285-EXIT
               UNTIL ENDOFTRANSWORK.
           CLOSE TRANSWORK.
           CLOSE EMPTRANSFILE.
           MOVE WS-REJECTED-COUNT TO REG-RESET-LEFT.
           WRITE REGISTER-LINE FROM WS-TRANS-RESET-LINE.
           GO TO 0280-EXIT.
       0280-KEPT.
           WRITE REGISTER-LINE FROM WS-TRANS-KEPT-LINE.
           MOVE 4 TO RETURN-CODE.
       0280-EXIT.
           EXIT.

       0285-COPY-REJECTED-TRANS.
           WRITE TRANSDETAILS FROM TRANSWORK-RECORD.
           READ TRANSWORK
               AT END SET ENDOFTRANSWORK TO TRUE
           END-READ.
       0285-EXIT.
           EXIT.

       0300-STOP-RUN.
           PERFORM 0296-WRITE-RUNLOG.
           STOP RUN.
