       SELECT OPTIONAL COMMREVERSAL ASSIGN TO "COMMREVERSAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REV-STATUS.
       SELECT OPTIONAL COMMPAYSENT ASSIGN TO "COMMPAYSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.
       SELECT OPTIONAL COMMREQUEUE ASSIGN TO "COMMREQUEUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-STATUS.
       SELECT REQUEUESEND ASSIGN TO "COMMRQSEND.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-SEND-STATUS.
       SELECT REQUEUEHOLD ASSIGN TO "COMMRQHOLD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-HOLD-STATUS.
       SELECT OPTIONAL BUREAUBATCH ASSIGN TO "BUREAUBATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHLOG-STATUS.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.
            02 REV-TYPE           PIC X.
            02 REV-PERIOD         PIC X(6).
       FD COMMPAYSENT.
       01 SENT-RECORD.
            88 ENDOFSENTFILE VALUE HIGH-VALUES.
            02 SENT-PAYMENT.
               05  SENT-SALESPERSONNAME PIC X(25).
               05  SENT-COMMISSIONABLE  PIC 9(10).
               05  SENT-COMMISSION      PIC 9(8)V99.
               05  SENT-TYPE            PIC X.
               05  SENT-PERIOD          PIC X(6).
            02 FILLER             PIC X(1).
            02 SENT-BATCH         PIC 9(5).
            02 FILLER             PIC X(1).
            02 SENT-SSN           PIC 9(9).
            02 FILLER             PIC X(1).
            02 SENT-ACK-STATUS    PIC X.
            02 FILLER             PIC X(1).
            02 SENT-REJECT-REASON PIC X(4).
       FD COMMREQUEUE.
       01 REQUEUE-RECORD.
            88 ENDOFREQUEUE VALUE HIGH-VALUES.
            02 RQ-PAYMENT.
               05  RQ-SALESPERSONNAME.
                   10  RQ-LASTNAME   PIC X(15).
                   10  RQ-FIRSTNAME  PIC X(10).
               05  RQ-COMMISSIONABLE PIC 9(10).
               05  RQ-COMMISSION     PIC 9(8)V99.
               05  RQ-TYPE           PIC X.
               05  RQ-PERIOD         PIC X(6).
            02 FILLER             PIC X(1).
            02 RQ-HOLD-FLAG       PIC X.
               88  RQ-HELD           VALUE 'H'.
               88  RQ-RELEASED       VALUE 'R'.
            02 FILLER             PIC X(1).
            02 RQ-BATCH           PIC 9(5).
            02 FILLER             PIC X(1).
            02 RQ-SSN             PIC 9(9).
            02 FILLER             PIC X(1).
            02 RQ-REJECT-REASON   PIC X(4).
       FD REQUEUESEND.
       01 RQ-SEND-RECORD.
            88 ENDOFRQSEND VALUE HIGH-VALUES.
            02 RQS-PAYMENT.
               05  RQS-SALESPERSONNAME PIC X(25).
               05  RQS-COMMISSIONABLE  PIC 9(10).
               05  RQS-COMMISSION      PIC 9(8)V99.
               05  RQS-TYPE            PIC X.
               05  RQS-PERIOD          PIC X(6).
            02 FILLER             PIC X(1).
            02 RQS-SSN            PIC 9(9).
       FD REQUEUEHOLD.
       01 RQ-HOLD-RECORD.
            88 ENDOFRQHOLD VALUE HIGH-VALUES.
            02 FILLER             PIC X(75).
       FD BUREAUBATCH.
       01 BATCHLOG-RECORD.
            02 BB-BATCH           PIC 9(5).
            02 FILLER             PIC X(1).
            02 BB-SENT-DATE       PIC 9(8).
            02 FILLER             PIC X(1).
            02 BB-DETAIL-COUNT    PIC 9(7).
            02 FILLER             PIC X(1).
            02 BB-HASH-TOTAL      PIC 9(12)V99.
            02 FILLER             PIC X(1).
            02 BB-PAY-TOTAL       PIC 9(12)V99.
            02 FILLER             PIC X(1).
            02 BB-REV-TOTAL       PIC 9(12)V99.
            02 FILLER             PIC X(1).
            02 BB-ACK-STATUS      PIC X.
            02 FILLER             PIC X(1).
            02 BB-ACK-DATE        PIC 9(8).
            02 FILLER             PIC X(1).
            02 BB-ACC-COUNT       PIC 9(7).
            02 FILLER             PIC X(1).
            02 BB-REJ-COUNT       PIC 9(7).
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            88 ENDOFEMPFILE VALUE HIGH-VALUES.
                03 HIRE-DAY      PIC 9(2).
            02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                    88 TERMINATED    VALUE 'T'.
                03 TERMDATE.
                    04 TERM-YEAR     PIC 9(4).
                    04 TERM-MONTH    PIC 9(2).
                    04 TERM-DAY      PIC 9(2).
                03 TERMREASON    PIC X(10).
       FD PAYROLLBUREAU.
       01 BUREAU-RECORD          PIC X(50).
       01 BUREAU-HEADER REDEFINES BUREAU-RECORD.
           05  WS-SENT-OPEN-SW    PIC X    VALUE 'N'.
               88  PAYMENTS-TRANSMITTED VALUE 'Y'.
           05  WS-EMP-STATUS      PIC XX   VALUE SPACES.
           05  WS-SENT-STATUS     PIC XX   VALUE SPACES.
           05  WS-RQ-STATUS       PIC XX   VALUE SPACES.
           05  WS-RQ-SEND-STATUS  PIC XX   VALUE SPACES.
           05  WS-RQ-HOLD-STATUS  PIC XX   VALUE SPACES.
           05  WS-BATCHLOG-STATUS PIC XX   VALUE SPACES.
           05  WS-RQ-READ-SW      PIC X    VALUE 'N'.
               88  REQUEUE-READ       VALUE 'Y'.
           05  WS-RQ-SEND-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-RQ-HOLD-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-RQ-SENT-TOTAL   PIC 9(12)V99 VALUE ZEROES.
           05  WS-CTL-STATUS      PIC XX   VALUE SPACES.
           05  WS-NO-INPUT-SW     PIC X    VALUE 'N'.
               88  NO-PAYMENT-INPUT   VALUE 'Y'.
           05  WS-MATCH-SSN      PIC 9(9)  VALUE ZEROES.
           05  WS-MATCH-LAST     PIC X(10) VALUE SPACES.
           05  WS-MATCH-FIRST    PIC X(10) VALUE SPACES.
           05  WS-REFUSE-SW      PIC X     VALUE 'N'.
               88  PAYMENT-REFUSED       VALUE 'Y'.
           05  WS-TERM-PERIOD.
               10  WS-TERM-PER-YEAR PIC X(4).
               10  WS-TERM-PER-TAG  PIC X     VALUE 'Q'.
               10  WS-TERM-PER-NUM  PIC 9.
           05  WS-REFUSED-COUNT  PIC 9(7)  VALUE ZEROES.

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT      PIC 9(4)  VALUE ZEROES.
               10  WS-EMP-LASTNAME  PIC X(10).
               10  WS-EMP-FIRSTNAME PIC X(10).
               10  WS-EMP-SSN       PIC 9(9).
               10  WS-EMP-TERM-PERIOD PIC X(6).
               10  WS-EMP-SETTLED   PIC X.

       01  BALANCE-HEADING-LINE.
           05 FILLER       PIC X(40) VALUE
           05 BAL-REV-TOTAL    PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(21) VALUE SPACES.

       01  BALANCE-RQ-LINE.
           05 FILLER           PIC X(26) VALUE
               'REQUEUED ITEMS RESENT:'.
           05 BAL-RQ-COUNT     PIC ZZZZZZ9.
           05 FILLER           PIC X(9)  VALUE '  TOTAL: '.
           05 BAL-RQ-TOTAL     PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(21) VALUE SPACES.

       01  BALANCE-RQ-HOLD-LINE.
           05 FILLER           PIC X(26) VALUE
               'REQUEUED ITEMS STILL HELD:'.
           05 BAL-RQ-HOLD      PIC ZZZZZZ9.
           05 FILLER           PIC X(47) VALUE SPACES.

       01  BALANCE-EXC-LINE.
           05 FILLER           PIC X(26) VALUE
               'EXCEPTIONS HELD BACK:'.
           05 BAL-EXC-TOTAL    PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(21) VALUE SPACES.

       01  BALANCE-TERM-LINE.
           05 FILLER           PIC X(26) VALUE
               '  OF WHICH TERMINATED:'.
           05 BAL-TERM-COUNT   PIC ZZZZZZ9.
           05 FILLER           PIC X(47) VALUE SPACES.

       01  BALANCE-GRAND-LINE.
           05 FILLER           PIC X(26) VALUE
               'PAYMENT FILE GRAND TOTAL:'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-NEXT-BATCH-NUMBER THRU 0110-EXIT.
           PERFORM 0150-LOAD-EMPLOYEES THRU 0150-EXIT.
           PERFORM 0170-LOAD-SETTLEMENTS THRU 0170-EXIT.
           PERFORM 0400-SPLIT-REQUEUE THRU 0400-EXIT.
           OPEN INPUT COMMISSIONPAY.
           IF WS-PAY-STATUS = '00'
               READ COMMISSIONPAY
               SET ENDOFREVFILE TO TRUE
           END-IF.
           IF ENDOFPAYFILE AND ENDOFREVFILE
              AND WS-RQ-SEND-COUNT = ZERO
               MOVE 'Y' TO WS-NO-INPUT-SW
               CLOSE COMMISSIONPAY
               CLOSE COMMREVERSAL
           END-IF.
           OPEN OUTPUT PAYROLLBUREAU.
           OPEN OUTPUT COMMBUREAUEXC.
           IF NOT ENDOFPAYFILE OR WS-RQ-SEND-COUNT > ZERO
               OPEN EXTEND COMMPAYSENT
               IF WS-SENT-STATUS = '05' OR WS-SENT-STATUS = '35'
                   OPEN OUTPUT COMMPAYSENT
               END-IF
               MOVE 'Y' TO WS-SENT-OPEN-SW
           END-IF.
           MOVE SPACES TO BUREAU-RECORD.
               UNTIL ENDOFPAYFILE.
           PERFORM 0270-PROCESS-REVERSAL THRU 0270-EXIT
               UNTIL ENDOFREVFILE.
           IF WS-RQ-SEND-COUNT > ZERO
               OPEN INPUT REQUEUESEND
               READ REQUEUESEND
                   AT END SET ENDOFRQSEND TO TRUE
               END-READ
               PERFORM 0280-PROCESS-REQUEUED THRU 0280-EXIT
                   UNTIL ENDOFRQSEND
               CLOSE REQUEUESEND
           END-IF.
           MOVE SPACES TO BUREAU-RECORD.
           MOVE 'T' TO TRL-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO TRL-RECORD-COUNT.
               OPEN OUTPUT COMMISSIONPAY
               CLOSE COMMISSIONPAY
           END-IF.
           IF REQUEUE-READ
               PERFORM 0450-REWRITE-REQUEUE THRU 0450-EXIT
           END-IF.
           PERFORM 0300-WRITE-BALANCE-REPORT THRU 0300-EXIT.
           PERFORM 0350-SAVE-BATCH-NUMBER THRU 0350-EXIT.
           PERFORM 0360-LOG-BATCH THRU 0360-EXIT.
           PERFORM 0900-STOP-RUN.

       0110-NEXT-BATCH-NUMBER.
               MOVE LASTNAME    TO WS-EMP-LASTNAME(WS-EMP-COUNT)
               MOVE FIRSTNAME   TO WS-EMP-FIRSTNAME(WS-EMP-COUNT)
               MOVE EMPLOYEESSN TO WS-EMP-SSN(WS-EMP-COUNT)
               MOVE SPACES      TO WS-EMP-TERM-PERIOD(WS-EMP-COUNT)
               MOVE 'N'         TO WS-EMP-SETTLED(WS-EMP-COUNT)
               IF TERMINATED AND TERMDATE IS NUMERIC
                   MOVE TERM-YEAR TO WS-TERM-PER-YEAR
                   COMPUTE WS-TERM-PER-NUM = (TERM-MONTH + 2) / 3
                   MOVE WS-TERM-PERIOD
                       TO WS-EMP-TERM-PERIOD(WS-EMP-COUNT)
               END-IF
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
       0160-EXIT.
           EXIT.

       0170-LOAD-SETTLEMENTS.
           OPEN INPUT COMMPAYSENT.
           IF WS-SENT-STATUS NOT = '00'
               CLOSE COMMPAYSENT
               GO TO 0170-EXIT
           END-IF.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
           PERFORM 0175-CHECK-SETTLEMENT THRU 0175-EXIT
               UNTIL ENDOFSENTFILE.
           CLOSE COMMPAYSENT.
       0170-EXIT.
           EXIT.

       0175-CHECK-SETTLEMENT.
           IF SENT-TYPE = 'F'
              AND SENT-SSN IS NUMERIC
              AND SENT-SSN NOT = ZERO
              AND SENT-ACK-STATUS NOT = 'R'
               PERFORM 0177-MARK-SETTLED THRU 0177-EXIT
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
           END-IF.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
       0175-EXIT.
           EXIT.

       0177-MARK-SETTLED.
           IF WS-EMP-SSN(WS-EMP-IDX) = SENT-SSN
              AND WS-EMP-TERM-PERIOD(WS-EMP-IDX) NOT = SPACES
               MOVE 'Y' TO WS-EMP-SETTLED(WS-EMP-IDX)
           END-IF.
       0177-EXIT.
           EXIT.

       0200-PROCESS-PAYMENT.
           ADD 1 TO WS-READ-COUNT.
           ADD PAY-COMMISSION TO WS-GRAND-TOTAL.
           MOVE PAY-LASTNAME(1:10) TO WS-MATCH-LAST.
           MOVE PAY-FIRSTNAME      TO WS-MATCH-FIRST.
           PERFORM 0250-MATCH-EMPLOYEE THRU 0250-EXIT.
           MOVE 'N' TO WS-REFUSE-SW.
           IF EMPLOYEE-MATCH-FOUND
               PERFORM 0265-CHECK-TERMINATED THRU 0265-EXIT
           END-IF.
           IF PAYMENT-REFUSED
               MOVE ZEROES TO WS-MATCH-SSN
           END-IF.
           MOVE SPACES          TO SENT-RECORD.
           MOVE PAYMENT-RECORD  TO SENT-PAYMENT.
           MOVE WS-BATCH-NUMBER TO SENT-BATCH.
           MOVE WS-MATCH-SSN    TO SENT-SSN.
           WRITE SENT-RECORD.
           IF EMPLOYEE-MATCH-FOUND AND NOT PAYMENT-REFUSED
               MOVE SPACES TO BUREAU-RECORD
               MOVE 'D' TO DTL-RECORD-TYPE
               MOVE WS-MATCH-SSN TO DTL-SSN
               WRITE BUREAU-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD PAY-COMMISSION TO WS-HASH-TOTAL
               IF PAY-TYPE = 'F'
                   MOVE 'Y' TO WS-EMP-SETTLED(WS-EMP-MATCH-IDX)
               END-IF
           ELSE
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE PAY-SALESPERSONNAME TO EXC-NAME
               MOVE PAY-COMMISSION TO EXC-COMMISSION
               IF PAYMENT-REFUSED
                   MOVE 'EMPLOYEE TERMINATED' TO EXC-REASON
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE 'NO EMPLOYEE MATCH' TO EXC-REASON
               END-IF
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD PAY-COMMISSION TO WS-EXCEPTION-TOTAL
       0270-EXIT.
           EXIT.

       0280-PROCESS-REQUEUED.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO BUREAU-RECORD.
           IF RQS-TYPE = 'R'
               MOVE 'R' TO DTL-RECORD-TYPE
               ADD 1 TO WS-REV-SENT-COUNT
               ADD RQS-COMMISSION TO WS-REV-SENT-TOTAL
           ELSE
               MOVE 'D' TO DTL-RECORD-TYPE
               MOVE SPACES          TO SENT-RECORD
               MOVE RQS-PAYMENT     TO SENT-PAYMENT
               MOVE WS-BATCH-NUMBER TO SENT-BATCH
               MOVE RQS-SSN         TO SENT-SSN
               WRITE SENT-RECORD
           END-IF.
           MOVE RQS-SSN             TO DTL-SSN.
           MOVE RQS-SALESPERSONNAME TO DTL-NAME.
           MOVE RQS-COMMISSION      TO DTL-COMMISSION.
           WRITE BUREAU-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD RQS-COMMISSION TO WS-HASH-TOTAL.
           ADD RQS-COMMISSION TO WS-RQ-SENT-TOTAL.
           READ REQUEUESEND
               AT END SET ENDOFRQSEND TO TRUE
           END-READ.
       0280-EXIT.
           EXIT.

       0250-MATCH-EMPLOYEE.
           MOVE 'N' TO WS-EMP-MATCH-SW.
           MOVE ZEROES TO WS-EMP-MATCH-IDX, WS-MATCH-SSN.
       0260-EXIT.
           EXIT.

       0265-CHECK-TERMINATED.
           IF WS-EMP-TERM-PERIOD(WS-EMP-MATCH-IDX) = SPACES
               GO TO 0265-EXIT
           END-IF.
           IF WS-EMP-SETTLED(WS-EMP-MATCH-IDX) = 'Y'
               MOVE 'Y' TO WS-REFUSE-SW
               GO TO 0265-EXIT
           END-IF.
           IF PAY-TYPE NOT = 'F'
              AND PAY-PERIOD > WS-EMP-TERM-PERIOD(WS-EMP-MATCH-IDX)
               MOVE 'Y' TO WS-REFUSE-SW
           END-IF.
       0265-EXIT.
           EXIT.

       0300-WRITE-BALANCE-REPORT.
           OPEN OUTPUT COMMBALANCE.
           WRITE BALANCE-PRINT-LINE FROM BALANCE-HEADING-LINE.
           MOVE WS-REV-SENT-COUNT TO BAL-REV-COUNT.
           MOVE WS-REV-SENT-TOTAL TO BAL-REV-TOTAL.
           WRITE BALANCE-PRINT-LINE FROM BALANCE-REV-LINE.
           IF REQUEUE-READ
               MOVE WS-RQ-SEND-COUNT TO BAL-RQ-COUNT
               MOVE WS-RQ-SENT-TOTAL TO BAL-RQ-TOTAL
               WRITE BALANCE-PRINT-LINE FROM BALANCE-RQ-LINE
               MOVE WS-RQ-HOLD-COUNT TO BAL-RQ-HOLD
               WRITE BALANCE-PRINT-LINE FROM BALANCE-RQ-HOLD-LINE
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO BAL-EXC-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO BAL-EXC-TOTAL.
           WRITE BALANCE-PRINT-LINE FROM BALANCE-EXC-LINE.
           IF WS-REFUSED-COUNT > ZERO
               MOVE WS-REFUSED-COUNT TO BAL-TERM-COUNT
               WRITE BALANCE-PRINT-LINE FROM BALANCE-TERM-LINE
           END-IF.
           MOVE WS-GRAND-TOTAL TO BAL-GRAND-TOTAL.
           WRITE BALANCE-PRINT-LINE FROM BALANCE-GRAND-LINE.
           WRITE BALANCE-PRINT-LINE FROM BALANCE-TIE-LINE.
       0350-EXIT.
           EXIT.

       0360-LOG-BATCH.
           OPEN EXTEND BUREAUBATCH.
           IF WS-BATCHLOG-STATUS = '05' OR WS-BATCHLOG-STATUS = '35'
               OPEN OUTPUT BUREAUBATCH
           END-IF.
           MOVE SPACES            TO BATCHLOG-RECORD.
           MOVE WS-BATCH-NUMBER   TO BB-BATCH.
           MOVE WS-RUN-DATE       TO BB-SENT-DATE.
           MOVE WS-DETAIL-COUNT   TO BB-DETAIL-COUNT.
           MOVE WS-HASH-TOTAL     TO BB-HASH-TOTAL.
           COMPUTE BB-PAY-TOTAL = WS-HASH-TOTAL - WS-REV-SENT-TOTAL.
           MOVE WS-REV-SENT-TOTAL TO BB-REV-TOTAL.
           MOVE ZEROES TO BB-ACK-DATE, BB-ACC-COUNT, BB-REJ-COUNT.
           WRITE BATCHLOG-RECORD.
           CLOSE BUREAUBATCH.
       0360-EXIT.
           EXIT.

       0400-SPLIT-REQUEUE.
           OPEN INPUT COMMREQUEUE.
           IF WS-RQ-STATUS NOT = '00'
               CLOSE COMMREQUEUE
               GO TO 0400-EXIT
           END-IF.
           MOVE 'Y' TO WS-RQ-READ-SW.
           OPEN OUTPUT REQUEUESEND.
           OPEN OUTPUT REQUEUEHOLD.
           READ COMMREQUEUE
               AT END SET ENDOFREQUEUE TO TRUE
           END-READ.
           PERFORM 0410-SPLIT-REQUEUE-RECORD THRU 0410-EXIT
               UNTIL ENDOFREQUEUE.
           CLOSE COMMREQUEUE.
           CLOSE REQUEUESEND.
           CLOSE REQUEUEHOLD.
       0400-EXIT.
           EXIT.

       0410-SPLIT-REQUEUE-RECORD.
           MOVE RQ-LASTNAME(1:10) TO WS-MATCH-LAST.
           MOVE RQ-FIRSTNAME      TO WS-MATCH-FIRST.
           PERFORM 0250-MATCH-EMPLOYEE THRU 0250-EXIT.
           IF EMPLOYEE-MATCH-FOUND
              AND (RQ-RELEASED OR WS-MATCH-SSN NOT = RQ-SSN)
               MOVE SPACES       TO RQ-SEND-RECORD
               MOVE RQ-PAYMENT   TO RQS-PAYMENT
               MOVE WS-MATCH-SSN TO RQS-SSN
               WRITE RQ-SEND-RECORD
               ADD 1 TO WS-RQ-SEND-COUNT
           ELSE
               WRITE RQ-HOLD-RECORD FROM REQUEUE-RECORD
               ADD 1 TO WS-RQ-HOLD-COUNT
           END-IF.
           READ COMMREQUEUE
               AT END SET ENDOFREQUEUE TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

       0450-REWRITE-REQUEUE.
           OPEN OUTPUT COMMREQUEUE.
           OPEN INPUT REQUEUEHOLD.
           READ REQUEUEHOLD
               AT END SET ENDOFRQHOLD TO TRUE
           END-READ.
           PERFORM 0460-COPY-HELD-RECORD THRU 0460-EXIT
               UNTIL ENDOFRQHOLD.
           CLOSE REQUEUEHOLD.
           CLOSE COMMREQUEUE.
       0450-EXIT.
           EXIT.

       0460-COPY-HELD-RECORD.
           WRITE REQUEUE-RECORD FROM RQ-HOLD-RECORD.
           READ REQUEUEHOLD
               AT END SET ENDOFRQHOLD TO TRUE
           END-READ.
       0460-EXIT.
           EXIT.

       0900-STOP-RUN.
           PERFORM 0890-WRITE-RUNLOG.
           STOP RUN.
