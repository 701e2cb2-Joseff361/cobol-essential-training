       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMBUREAUACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BUREAUACK ASSIGN TO "BUREAUACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
       SELECT OPTIONAL BUREAUBATCH ASSIGN TO "BUREAUBATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHLOG-STATUS.
       SELECT OPTIONAL COMMPAYSENT ASSIGN TO "COMMPAYSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.
       SELECT SENTWORK ASSIGN TO "COMMPAYSENT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-WORK-STATUS.
       SELECT OPTIONAL COMMREQUEUE ASSIGN TO "COMMREQUEUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-STATUS.
       SELECT ACKSORTWORK ASSIGN TO "BUREAUACK.TMP".
       SELECT BUREAUACKRPT ASSIGN TO "BUREAUACKRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUREAUACK.
       01 ACK-RECORD.
            88 ENDOFACKFILE VALUE HIGH-VALUES.
            02 ACK-RECORD-TYPE   PIC X.
               88  ACK-HEADER        VALUE 'H'.
               88  ACK-PAYMENT       VALUE 'D'.
               88  ACK-REVERSAL      VALUE 'R'.
               88  ACK-TRAILER       VALUE 'T'.
            02 FILLER            PIC X(49).
       01 ACK-HEADER-RECORD.
            02 FILLER            PIC X.
            02 ACKH-BATCH        PIC 9(5).
            02 ACKH-ACK-DATE     PIC 9(8).
            02 FILLER            PIC X(36).
       01 ACK-DETAIL-RECORD.
            02 FILLER            PIC X.
            02 ACKD-SSN          PIC 9(9).
            02 ACKD-NAME         PIC X(25).
            02 ACKD-AMOUNT       PIC 9(8)V99.
            02 ACKD-RESULT       PIC X.
               88  ACKD-ACCEPTED     VALUE 'A'.
               88  ACKD-REJECTED     VALUE 'J'.
            02 ACKD-REASON       PIC X(4).
       01 ACK-TRAILER-RECORD.
            02 FILLER            PIC X.
            02 ACKT-ACC-COUNT    PIC 9(7).
            02 ACKT-REJ-COUNT    PIC 9(7).
            02 ACKT-HASH-TOTAL   PIC 9(12)V99.
            02 FILLER            PIC X(21).
       FD BUREAUBATCH.
       01 BATCHLOG-RECORD.
            88 ENDOFBATCHLOG VALUE HIGH-VALUES.
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
       FD SENTWORK.
       01 SENT-WORK-RECORD.
            88 ENDOFSENTWORK VALUE HIGH-VALUES.
            02 FILLER             PIC X(75).
       FD COMMREQUEUE.
       01 REQUEUE-RECORD.
            02 RQ-PAYMENT.
               05  RQ-SALESPERSONNAME PIC X(25).
               05  RQ-COMMISSIONABLE  PIC 9(10).
               05  RQ-COMMISSION      PIC 9(8)V99.
               05  RQ-TYPE            PIC X.
               05  RQ-PERIOD          PIC X(6).
            02 FILLER             PIC X(1).
            02 RQ-HOLD-FLAG       PIC X.
            02 FILLER             PIC X(1).
            02 RQ-BATCH           PIC 9(5).
            02 FILLER             PIC X(1).
            02 RQ-SSN             PIC 9(9).
            02 FILLER             PIC X(1).
            02 RQ-REJECT-REASON   PIC X(4).
       SD ACKSORTWORK.
       01 ACK-SORT-RECORD.
            02 ASW-BATCH          PIC 9(5).
            02 ASW-SSN            PIC 9(9).
            02 ASW-AMOUNT         PIC 9(8)V99.
            02 ASW-SOURCE         PIC X.
               88  ASW-FROM-ACK      VALUE '1'.
               88  ASW-FROM-SENT     VALUE '2'.
            02 ASW-SEQ            PIC 9(7).
            02 ASW-RESULT         PIC X.
            02 ASW-REASON         PIC X(4).
            02 ASW-NAME           PIC X(25).
            02 ASW-SENT-DATA      PIC X(75).
       FD BUREAUACKRPT.
       01 ACK-PRINT-LINE          PIC X(100).
       FD RUNLOG.
       01 RUNLOG-RECORD.
            05  RUNLOG-PROGRAM      PIC X(15).
            05  FILLER              PIC X(1).
            05  RUNLOG-START-TIME   PIC X(8).
            05  FILLER              PIC X(1).
            05  RUNLOG-END-TIME     PIC X(8).
            05  FILLER              PIC X(1).
            05  RUNLOG-REC-COUNT    PIC 9(7).
            05  FILLER              PIC X(1).
            05  RUNLOG-STATUS       PIC X(12).
            05  FILLER              PIC X(1).
            05  RUNLOG-RUN-DATE     PIC X(8).
            05  FILLER              PIC X(1).
            05  RUNLOG-BATCH        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WS-ACK-STATUS       PIC XX   VALUE SPACES.
           05  WS-BATCHLOG-STATUS  PIC XX   VALUE SPACES.
           05  WS-SENT-STATUS      PIC XX   VALUE SPACES.
           05  WS-SENT-WORK-STATUS PIC XX   VALUE SPACES.
           05  WS-RQ-STATUS        PIC XX   VALUE SPACES.
           05  WS-ACK-PRESENT-SW   PIC X    VALUE 'N'.
               88  ACK-FILE-PRESENT     VALUE 'Y'.
           05  WS-SENT-PRESENT-SW  PIC X    VALUE 'N'.
               88  SENT-FILE-PRESENT    VALUE 'Y'.
           05  WS-RQ-OPEN-SW       PIC X    VALUE 'N'.
               88  REQUEUE-OPEN         VALUE 'Y'.
           05  WS-SORT-DONE-SW     PIC X    VALUE 'N'.
               88  ACK-SORT-DONE        VALUE 'Y'.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-ACK-SEQ          PIC 9(7) VALUE ZEROES.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-REQUEUED-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-REQUEUED-TOTAL   PIC 9(12)V99 VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR     PIC 9(4).
               10  WS-RUN-MMDD     PIC 9(4).
           05  WS-KEEP-YEAR        PIC 9(4) VALUE ZEROES.
           05  WS-DAYS-OUT         PIC S9(7) VALUE ZEROES.
           05  WS-ACK-OVERDUE-DAYS PIC 9(3) VALUE 2.

       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05  WS-START-TIME     PIC X(8)  VALUE SPACES.
           05  WS-END-TIME       PIC X(8)  VALUE SPACES.

       01  WS-MATCH-FIELDS.
           05  WS-CUR-BATCH-IDX  PIC 9(4)  VALUE ZEROES.
           05  WS-SEARCH-BATCH   PIC 9(5)  VALUE ZEROES.
           05  WS-BATCH-MATCH-SW PIC X     VALUE 'N'.
               88  BATCH-MATCH-FOUND VALUE 'Y'.
           05  WS-BATCH-MATCH-IDX PIC 9(4) VALUE ZEROES.
           05  WS-GRP-BATCH      PIC 9(5)  VALUE ZEROES.
           05  WS-GRP-SSN        PIC 9(9)  VALUE ZEROES.
           05  WS-GRP-AMOUNT     PIC 9(8)V99 VALUE ZEROES.
           05  WS-GRP-IDX        PIC 9(4)  VALUE ZEROES.
           05  WS-GRP-ACC        PIC 9(5)  VALUE ZEROES.
           05  WS-GRP-REJ        PIC 9(5)  VALUE ZEROES.
           05  WS-GRP-REASON     PIC X(4)  VALUE SPACES.
           05  WS-GRP-NAME       PIC X(25) VALUE SPACES.

       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT    PIC 9(4)  VALUE ZEROES.
           05  WS-BATCH-FULL-SW  PIC X     VALUE 'N'.
               88  BATCH-TABLE-FULL  VALUE 'Y'.
           05  WS-BATCH-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BT-BATCH      PIC 9(5).
               10  WS-BT-SENT-DATE  PIC 9(8).
               10  WS-BT-COUNT      PIC 9(7).
               10  WS-BT-HASH       PIC 9(12)V99.
               10  WS-BT-PAY-TOTAL  PIC 9(12)V99.
               10  WS-BT-REV-TOTAL  PIC 9(12)V99.
               10  WS-BT-ACK-STATUS PIC X.
               10  WS-BT-ACK-DATE   PIC 9(8).
               10  WS-BT-ACC-COUNT  PIC 9(7).
               10  WS-BT-REJ-COUNT  PIC 9(7).
               10  WS-BT-IN-ACK-SW  PIC X.
               10  WS-BT-ACK-LINES  PIC 9(7).
               10  WS-BT-ACK-HASH   PIC 9(12)V99.
               10  WS-BT-TRL-SW     PIC X.
               10  WS-BT-TRL-COUNT  PIC 9(7).
               10  WS-BT-TRL-HASH   PIC 9(12)V99.
               10  WS-BT-SSN-EXC    PIC 9(5).

       01  ACK-HEADING-LINE.
           05 FILLER           PIC X(44) VALUE
               'PAYROLL BUREAU ACKNOWLEDGMENT RECONCILIATION'.
           05 FILLER           PIC X(12) VALUE '  RUN DATE: '.
           05 HDG-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X(36) VALUE SPACES.

       01  ACK-BATCH-HEADING.
           05 FILLER           PIC X(7)  VALUE 'BATCH'.
           05 FILLER           PIC X(10) VALUE 'SENT'.
           05 FILLER           PIC X(8)  VALUE '  SENT'.
           05 FILLER           PIC X(18) VALUE '         SENT HASH'.
           05 FILLER           PIC X(8)  VALUE '   ACKED'.
           05 FILLER           PIC X(18) VALUE '        ACKED HASH'.
           05 FILLER           PIC X(8)  VALUE '  ACCEPT'.
           05 FILLER           PIC X(8)  VALUE '  REJECT'.
           05 FILLER           PIC X(15) VALUE '  RESULT'.

       01  ACK-BATCH-LINE.
           05 ABL-BATCH        PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ABL-SENT-DATE    PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ABL-SENT-COUNT   PIC ZZZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ABL-SENT-HASH    PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ABL-ACK-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ABL-ACK-HASH     PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ABL-ACC-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ABL-REJ-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ABL-RESULT       PIC X(14).

       01  ACK-DETAIL-HEADING.
           05 FILLER           PIC X(7)  VALUE 'BATCH'.
           05 FILLER           PIC X(11) VALUE 'SSN'.
           05 FILLER           PIC X(27) VALUE 'NAME'.
           05 FILLER           PIC X(16) VALUE '          AMOUNT'.
           05 FILLER           PIC X(39) VALUE '  DETAIL'.

       01  ACK-DETAIL-LINE.
           05 ADL-BATCH        PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-SSN          PIC 9(9).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-NAME         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-DETAIL       PIC X(30).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-REASON       PIC X(4).
           05 FILLER           PIC X(4)  VALUE SPACES.

       01  ACK-MESSAGE-LINE.
           05 AML-TEXT         PIC X(40).
           05 AML-BATCH        PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AML-TEXT2        PIC X(30).
           05 FILLER           PIC X(23) VALUE SPACES.

       01  ACK-OVERDUE-HEADING.
           05 FILLER           PIC X(46) VALUE
               'BATCHES NOT ACKNOWLEDGED WITHIN 2 DAYS'.
           05 FILLER           PIC X(54) VALUE SPACES.

       01  ACK-OVERDUE-LINE.
           05 AOL-BATCH        PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AOL-SENT-DATE    PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AOL-COUNT        PIC ZZZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 AOL-HASH         PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AOL-DAYS         PIC ZZZ9.
           05 FILLER           PIC X(13) VALUE ' DAYS WAITING'.
           05 FILLER           PIC X(39) VALUE SPACES.

       01  ACK-NONE-LINE.
           05 FILLER           PIC X(40) VALUE
               'NONE'.
           05 FILLER           PIC X(60) VALUE SPACES.

       01  ACK-TOTAL-LINE.
           05 ATL-TEXT         PIC X(30).
           05 ATL-COUNT        PIC ZZZZZZ9.
           05 FILLER           PIC X(9)  VALUE '  TOTAL: '.
           05 ATL-TOTAL        PIC $$,$$$,$$$,$$9.99.
           05 FILLER           PIC X(37) VALUE SPACES.

       01  ACK-COUNT-LINE.
           05 ACL-TEXT         PIC X(30).
           05 ACL-COUNT        PIC ZZZZZZ9.
           05 FILLER           PIC X(63) VALUE SPACES.

       01  ACK-BLANK-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-BATCH-LOG THRU 0150-EXIT.
           IF BATCH-TABLE-FULL
               DISPLAY 'COMMBUREAUACK - BUREAUBATCH.DAT HAS MORE '
                   'ENTRIES THAN THE BATCH TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT BUREAUACKRPT.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE ACK-PRINT-LINE FROM ACK-HEADING-LINE.
           WRITE ACK-PRINT-LINE FROM ACK-BLANK-LINE.
           OPEN INPUT BUREAUACK.
           IF WS-ACK-STATUS = '00'
               MOVE 'Y' TO WS-ACK-PRESENT-SW
           END-IF.
           CLOSE BUREAUACK.
           IF ACK-FILE-PRESENT
               WRITE ACK-PRINT-LINE FROM ACK-DETAIL-HEADING
               SORT ACKSORTWORK
                   ON ASCENDING KEY ASW-BATCH ASW-SSN ASW-AMOUNT
                                    ASW-SOURCE ASW-SEQ
                   INPUT PROCEDURE IS 0200-RELEASE-ACK-AND-SENT
                   OUTPUT PROCEDURE IS 0300-MATCH-ACK-TO-SENT
               IF REQUEUE-OPEN
                   CLOSE COMMREQUEUE
               END-IF
               IF SENT-FILE-PRESENT
                   PERFORM 0380-RESTORE-SENT THRU 0380-EXIT
               END-IF
               PERFORM 0400-BALANCE-BATCHES THRU 0400-EXIT
               OPEN OUTPUT BUREAUACK
               CLOSE BUREAUACK
           END-IF.
           PERFORM 0500-CHECK-OVERDUE THRU 0500-EXIT.
           PERFORM 0600-REWRITE-BATCH-LOG THRU 0600-EXIT.
           WRITE ACK-PRINT-LINE FROM ACK-BLANK-LINE.
           MOVE 'ACK LINES READ:' TO ACL-TEXT.
           MOVE WS-READ-COUNT TO ACL-COUNT.
           WRITE ACK-PRINT-LINE FROM ACK-COUNT-LINE.
           MOVE 'ACK LINES SKIPPED:' TO ACL-TEXT.
           MOVE WS-SKIPPED-COUNT TO ACL-COUNT.
           WRITE ACK-PRINT-LINE FROM ACK-COUNT-LINE.
           MOVE 'REJECTED AND REQUEUED:' TO ATL-TEXT.
           MOVE WS-REQUEUED-COUNT TO ATL-COUNT.
           MOVE WS-REQUEUED-TOTAL TO ATL-TOTAL.
           WRITE ACK-PRINT-LINE FROM ACK-TOTAL-LINE.
           CLOSE BUREAUACKRPT.
           IF WS-OVERDUE-COUNT > ZERO
              OR WS-EXCEPTION-COUNT > ZERO
              OR WS-REQUEUED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-STOP-RUN.

       0150-LOAD-BATCH-LOG.
           OPEN INPUT BUREAUBATCH.
           IF WS-BATCHLOG-STATUS NOT = '00'
               CLOSE BUREAUBATCH
               GO TO 0150-EXIT
           END-IF.
           READ BUREAUBATCH
               AT END SET ENDOFBATCHLOG TO TRUE
           END-READ.
           PERFORM 0160-LOAD-BATCH-RECORD THRU 0160-EXIT
               UNTIL ENDOFBATCHLOG OR BATCH-TABLE-FULL.
           CLOSE BUREAUBATCH.
       0150-EXIT.
           EXIT.

       0160-LOAD-BATCH-RECORD.
           IF BB-BATCH IS NOT NUMERIC
               GO TO 0160-READ
           END-IF.
           IF WS-BATCH-COUNT NOT < 1000
               MOVE 'Y' TO WS-BATCH-FULL-SW
               GO TO 0160-EXIT
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE BB-BATCH        TO WS-BT-BATCH(WS-BATCH-COUNT).
           MOVE BB-SENT-DATE    TO WS-BT-SENT-DATE(WS-BATCH-COUNT).
           MOVE BB-DETAIL-COUNT TO WS-BT-COUNT(WS-BATCH-COUNT).
           MOVE BB-HASH-TOTAL   TO WS-BT-HASH(WS-BATCH-COUNT).
           MOVE BB-PAY-TOTAL    TO WS-BT-PAY-TOTAL(WS-BATCH-COUNT).
           MOVE BB-REV-TOTAL    TO WS-BT-REV-TOTAL(WS-BATCH-COUNT).
           MOVE BB-ACK-STATUS   TO WS-BT-ACK-STATUS(WS-BATCH-COUNT).
           MOVE BB-ACK-DATE     TO WS-BT-ACK-DATE(WS-BATCH-COUNT).
           MOVE BB-ACC-COUNT    TO WS-BT-ACC-COUNT(WS-BATCH-COUNT).
           MOVE BB-REJ-COUNT    TO WS-BT-REJ-COUNT(WS-BATCH-COUNT).
           MOVE 'N'    TO WS-BT-IN-ACK-SW(WS-BATCH-COUNT),
                          WS-BT-TRL-SW(WS-BATCH-COUNT).
           MOVE ZEROES TO WS-BT-ACK-LINES(WS-BATCH-COUNT),
                          WS-BT-ACK-HASH(WS-BATCH-COUNT),
                          WS-BT-TRL-COUNT(WS-BATCH-COUNT),
                          WS-BT-TRL-HASH(WS-BATCH-COUNT),
                          WS-BT-SSN-EXC(WS-BATCH-COUNT).
       0160-READ.
           READ BUREAUBATCH
               AT END SET ENDOFBATCHLOG TO TRUE
           END-READ.
       0160-EXIT.
           EXIT.

       0170-FIND-BATCH.
           MOVE 'N' TO WS-BATCH-MATCH-SW.
           MOVE ZEROES TO WS-BATCH-MATCH-IDX.
           PERFORM 0175-SEARCH-BATCH THRU 0175-EXIT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                  OR BATCH-MATCH-FOUND.
       0170-EXIT.
           EXIT.

       0175-SEARCH-BATCH.
           IF WS-BT-BATCH(WS-BATCH-IDX) = WS-SEARCH-BATCH
               MOVE 'Y' TO WS-BATCH-MATCH-SW
               MOVE WS-BATCH-IDX TO WS-BATCH-MATCH-IDX
           END-IF.
       0175-EXIT.
           EXIT.

       0200-RELEASE-ACK-AND-SENT.
           OPEN INPUT BUREAUACK.
           READ BUREAUACK
               AT END SET ENDOFACKFILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ACK-RECORD THRU 0210-EXIT
               UNTIL ENDOFACKFILE.
           CLOSE BUREAUACK.
           OPEN INPUT COMMPAYSENT.
           IF WS-SENT-STATUS NOT = '00'
               CLOSE COMMPAYSENT
               GO TO 0200-EXIT
           END-IF.
           MOVE 'Y' TO WS-SENT-PRESENT-SW.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
           PERFORM 0250-RELEASE-SENT-RECORD THRU 0250-EXIT
               UNTIL ENDOFSENTFILE.
           CLOSE COMMPAYSENT.
       0200-EXIT.
           EXIT.

       0210-RELEASE-ACK-RECORD.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN ACK-HEADER
                   PERFORM 0220-START-ACK-BATCH THRU 0220-EXIT
               WHEN ACK-TRAILER
                   IF WS-CUR-BATCH-IDX > ZERO
                       MOVE 'Y' TO WS-BT-TRL-SW(WS-CUR-BATCH-IDX)
                       COMPUTE WS-BT-TRL-COUNT(WS-CUR-BATCH-IDX) =
                           ACKT-ACC-COUNT + ACKT-REJ-COUNT
                       MOVE ACKT-HASH-TOTAL TO
                           WS-BT-TRL-HASH(WS-CUR-BATCH-IDX)
                   END-IF
                   MOVE ZEROES TO WS-CUR-BATCH-IDX
               WHEN ACK-PAYMENT OR ACK-REVERSAL
                   IF WS-CUR-BATCH-IDX > ZERO
                       PERFORM 0230-RELEASE-ACK-DETAIL THRU 0230-EXIT
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           READ BUREAUACK
               AT END SET ENDOFACKFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0220-START-ACK-BATCH.
           MOVE ZEROES TO WS-CUR-BATCH-IDX.
           MOVE SPACES TO AML-TEXT2.
           IF ACKH-BATCH IS NOT NUMERIC
               MOVE ZEROES TO AML-BATCH
               MOVE 'ACK HEADER WITH BAD BATCH NUMBER' TO AML-TEXT
               GO TO 0220-REPORT
           END-IF.
           MOVE ACKH-BATCH TO WS-SEARCH-BATCH, AML-BATCH.
           PERFORM 0170-FIND-BATCH THRU 0170-EXIT.
           IF NOT BATCH-MATCH-FOUND
               MOVE 'ACK FOR BATCH NOT ON BUREAUBATCH.DAT'
                   TO AML-TEXT
               GO TO 0220-REPORT
           END-IF.
           IF WS-BT-ACK-STATUS(WS-BATCH-MATCH-IDX) NOT = SPACE
              OR WS-BT-IN-ACK-SW(WS-BATCH-MATCH-IDX) = 'Y'
               MOVE 'BATCH ALREADY ACKNOWLEDGED' TO AML-TEXT
               MOVE 'ACK LINES IGNORED' TO AML-TEXT2
               GO TO 0220-REPORT
           END-IF.
           MOVE WS-BATCH-MATCH-IDX TO WS-CUR-BATCH-IDX.
           MOVE 'Y' TO WS-BT-IN-ACK-SW(WS-CUR-BATCH-IDX).
           IF ACKH-ACK-DATE IS NUMERIC
               MOVE ACKH-ACK-DATE TO WS-BT-ACK-DATE(WS-CUR-BATCH-IDX)
           ELSE
               MOVE WS-RUN-DATE TO WS-BT-ACK-DATE(WS-CUR-BATCH-IDX)
           END-IF.
           GO TO 0220-EXIT.
       0220-REPORT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE ACK-PRINT-LINE FROM ACK-MESSAGE-LINE.
       0220-EXIT.
           EXIT.

       0230-RELEASE-ACK-DETAIL.
           IF ACKD-SSN IS NOT NUMERIC
              OR ACKD-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               ADD 1 TO WS-BT-SSN-EXC(WS-CUR-BATCH-IDX)
               GO TO 0230-EXIT
           END-IF.
           ADD 1 TO WS-BT-ACK-LINES(WS-CUR-BATCH-IDX).
           ADD ACKD-AMOUNT TO WS-BT-ACK-HASH(WS-CUR-BATCH-IDX).
           IF ACKD-REJECTED
               ADD 1 TO WS-BT-REJ-COUNT(WS-CUR-BATCH-IDX)
           ELSE
               ADD 1 TO WS-BT-ACC-COUNT(WS-CUR-BATCH-IDX)
           END-IF.
           IF ACK-REVERSAL
               IF ACKD-REJECTED
                   PERFORM 0240-REQUEUE-REVERSAL THRU 0240-EXIT
               END-IF
               GO TO 0230-EXIT
           END-IF.
           ADD 1 TO WS-ACK-SEQ.
           MOVE SPACES TO ACK-SORT-RECORD.
           MOVE WS-BT-BATCH(WS-CUR-BATCH-IDX) TO ASW-BATCH.
           MOVE ACKD-SSN    TO ASW-SSN.
           MOVE ACKD-AMOUNT TO ASW-AMOUNT.
           MOVE '1'         TO ASW-SOURCE.
           MOVE WS-ACK-SEQ  TO ASW-SEQ.
           MOVE ACKD-RESULT TO ASW-RESULT.
           MOVE ACKD-REASON TO ASW-REASON.
           MOVE ACKD-NAME   TO ASW-NAME.
           RELEASE ACK-SORT-RECORD.
       0230-EXIT.
           EXIT.

       0240-REQUEUE-REVERSAL.
           PERFORM 0370-OPEN-REQUEUE THRU 0370-EXIT.
           MOVE SPACES      TO REQUEUE-RECORD.
           MOVE ACKD-NAME   TO RQ-SALESPERSONNAME.
           MOVE ZEROES      TO RQ-COMMISSIONABLE.
           MOVE ACKD-AMOUNT TO RQ-COMMISSION.
           MOVE 'R'         TO RQ-TYPE.
           MOVE 'H'         TO RQ-HOLD-FLAG.
           MOVE WS-BT-BATCH(WS-CUR-BATCH-IDX) TO RQ-BATCH.
           MOVE ACKD-SSN    TO RQ-SSN.
           MOVE ACKD-REASON TO RQ-REJECT-REASON.
           WRITE REQUEUE-RECORD.
           ADD 1 TO WS-REQUEUED-COUNT.
           ADD ACKD-AMOUNT TO WS-REQUEUED-TOTAL.
           MOVE WS-BT-BATCH(WS-CUR-BATCH-IDX) TO ADL-BATCH.
           MOVE ACKD-SSN    TO ADL-SSN.
           MOVE ACKD-NAME   TO ADL-NAME.
           MOVE ACKD-AMOUNT TO ADL-AMOUNT.
           MOVE 'REVERSAL REJECTED - REQUEUED' TO ADL-DETAIL.
           MOVE ACKD-REASON TO ADL-REASON.
           WRITE ACK-PRINT-LINE FROM ACK-DETAIL-LINE.
       0240-EXIT.
           EXIT.

       0250-RELEASE-SENT-RECORD.
           MOVE SPACES TO ACK-SORT-RECORD.
           IF SENT-BATCH IS NUMERIC
               MOVE SENT-BATCH TO ASW-BATCH
           ELSE
               MOVE ZEROES TO ASW-BATCH
           END-IF.
           IF SENT-SSN IS NUMERIC
               MOVE SENT-SSN TO ASW-SSN
           ELSE
               MOVE ZEROES TO ASW-SSN
           END-IF.
           IF SENT-COMMISSION IS NUMERIC
               MOVE SENT-COMMISSION TO ASW-AMOUNT
           ELSE
               MOVE ZEROES TO ASW-AMOUNT
           END-IF.
           MOVE '2'         TO ASW-SOURCE.
           MOVE ZEROES      TO ASW-SEQ.
           MOVE SENT-RECORD TO ASW-SENT-DATA.
           RELEASE ACK-SORT-RECORD.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
       0250-EXIT.
           EXIT.

       0300-MATCH-ACK-TO-SENT.
           OPEN OUTPUT SENTWORK.
           MOVE 'N' TO WS-SORT-DONE-SW.
           MOVE 99999 TO WS-GRP-BATCH.
           MOVE ZEROES TO WS-GRP-IDX, WS-GRP-ACC, WS-GRP-REJ.
           RETURN ACKSORTWORK
               AT END MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
           PERFORM 0310-MATCH-SORTED-RECORD THRU 0310-EXIT
               UNTIL ACK-SORT-DONE.
           PERFORM 0330-END-SSN-GROUP THRU 0330-EXIT.
           CLOSE SENTWORK.
       0300-EXIT.
           EXIT.

       0310-MATCH-SORTED-RECORD.
           IF ASW-BATCH NOT = WS-GRP-BATCH
              OR ASW-SSN NOT = WS-GRP-SSN
              OR ASW-AMOUNT NOT = WS-GRP-AMOUNT
               PERFORM 0330-END-SSN-GROUP THRU 0330-EXIT
               PERFORM 0320-START-SSN-GROUP THRU 0320-EXIT
           END-IF.
           IF ASW-FROM-ACK
               IF ASW-RESULT = 'J'
                   ADD 1 TO WS-GRP-REJ
                   MOVE ASW-REASON TO WS-GRP-REASON
               ELSE
                   ADD 1 TO WS-GRP-ACC
               END-IF
               MOVE ASW-NAME TO WS-GRP-NAME
           ELSE
               PERFORM 0340-MARK-SENT-RECORD THRU 0340-EXIT
           END-IF.
           RETURN ACKSORTWORK
               AT END MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
       0310-EXIT.
           EXIT.

       0320-START-SSN-GROUP.
           IF ASW-BATCH NOT = WS-GRP-BATCH
               MOVE ASW-BATCH TO WS-SEARCH-BATCH
               PERFORM 0170-FIND-BATCH THRU 0170-EXIT
               IF BATCH-MATCH-FOUND
                  AND WS-BT-IN-ACK-SW(WS-BATCH-MATCH-IDX) = 'Y'
                   MOVE WS-BATCH-MATCH-IDX TO WS-GRP-IDX
               ELSE
                   MOVE ZEROES TO WS-GRP-IDX
               END-IF
           END-IF.
           MOVE ASW-BATCH  TO WS-GRP-BATCH.
           MOVE ASW-SSN    TO WS-GRP-SSN.
           MOVE ASW-AMOUNT TO WS-GRP-AMOUNT.
           MOVE ZEROES TO WS-GRP-ACC, WS-GRP-REJ.
           MOVE SPACES TO WS-GRP-REASON, WS-GRP-NAME.
       0320-EXIT.
           EXIT.

       0330-END-SSN-GROUP.
           IF WS-GRP-IDX = ZERO
              OR (WS-GRP-ACC = ZERO AND WS-GRP-REJ = ZERO)
               GO TO 0330-EXIT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-BT-SSN-EXC(WS-GRP-IDX).
           MOVE WS-GRP-BATCH  TO ADL-BATCH.
           MOVE WS-GRP-SSN    TO ADL-SSN.
           MOVE WS-GRP-NAME   TO ADL-NAME.
           MOVE WS-GRP-AMOUNT TO ADL-AMOUNT.
           MOVE 'ACKNOWLEDGED BUT NOT SENT' TO ADL-DETAIL.
           MOVE SPACES TO ADL-REASON.
           WRITE ACK-PRINT-LINE FROM ACK-DETAIL-LINE.
       0330-EXIT.
           EXIT.

       0340-MARK-SENT-RECORD.
           MOVE ASW-SENT-DATA TO SENT-RECORD.
           IF WS-GRP-IDX = ZERO
              OR ASW-SSN = ZERO
               GO TO 0340-WRITE
           END-IF.
           MOVE SENT-SSN             TO ADL-SSN.
           MOVE SENT-BATCH           TO ADL-BATCH.
           MOVE SENT-SALESPERSONNAME TO ADL-NAME.
           MOVE SENT-COMMISSION      TO ADL-AMOUNT.
           EVALUATE TRUE
               WHEN WS-GRP-ACC > ZERO
                   SUBTRACT 1 FROM WS-GRP-ACC
                   MOVE 'C' TO SENT-ACK-STATUS
                   MOVE SPACES TO SENT-REJECT-REASON
               WHEN WS-GRP-REJ > ZERO
                   SUBTRACT 1 FROM WS-GRP-REJ
                   MOVE 'R' TO SENT-ACK-STATUS
                   MOVE WS-GRP-REASON TO SENT-REJECT-REASON
                   PERFORM 0350-REQUEUE-PAYMENT THRU 0350-EXIT
                   MOVE 'PAYMENT REJECTED - REQUEUED' TO ADL-DETAIL
                   MOVE WS-GRP-REASON TO ADL-REASON
                   WRITE ACK-PRINT-LINE FROM ACK-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD 1 TO WS-BT-SSN-EXC(WS-GRP-IDX)
                   MOVE 'SENT BUT NOT ACKNOWLEDGED' TO ADL-DETAIL
                   MOVE SPACES TO ADL-REASON
                   WRITE ACK-PRINT-LINE FROM ACK-DETAIL-LINE
           END-EVALUATE.
       0340-WRITE.
           WRITE SENT-WORK-RECORD FROM SENT-RECORD.
       0340-EXIT.
           EXIT.

       0350-REQUEUE-PAYMENT.
           PERFORM 0370-OPEN-REQUEUE THRU 0370-EXIT.
           MOVE SPACES             TO REQUEUE-RECORD.
           MOVE SENT-PAYMENT       TO RQ-PAYMENT.
           MOVE 'H'                TO RQ-HOLD-FLAG.
           MOVE SENT-BATCH         TO RQ-BATCH.
           MOVE SENT-SSN           TO RQ-SSN.
           MOVE SENT-REJECT-REASON TO RQ-REJECT-REASON.
           WRITE REQUEUE-RECORD.
           ADD 1 TO WS-REQUEUED-COUNT.
           ADD SENT-COMMISSION TO WS-REQUEUED-TOTAL.
       0350-EXIT.
           EXIT.

       0370-OPEN-REQUEUE.
           IF REQUEUE-OPEN
               GO TO 0370-EXIT
           END-IF.
           OPEN EXTEND COMMREQUEUE.
           IF WS-RQ-STATUS = '05' OR WS-RQ-STATUS = '35'
               OPEN OUTPUT COMMREQUEUE
           END-IF.
           MOVE 'Y' TO WS-RQ-OPEN-SW.
       0370-EXIT.
           EXIT.

       0380-RESTORE-SENT.
           OPEN OUTPUT COMMPAYSENT.
           OPEN INPUT SENTWORK.
           READ SENTWORK
               AT END SET ENDOFSENTWORK TO TRUE
           END-READ.
           PERFORM 0385-RESTORE-SENT-RECORD THRU 0385-EXIT
               UNTIL ENDOFSENTWORK.
           CLOSE SENTWORK.
           CLOSE COMMPAYSENT.
       0380-EXIT.
           EXIT.

       0385-RESTORE-SENT-RECORD.
           WRITE SENT-RECORD FROM SENT-WORK-RECORD.
           READ SENTWORK
               AT END SET ENDOFSENTWORK TO TRUE
           END-READ.
       0385-EXIT.
           EXIT.

       0400-BALANCE-BATCHES.
           WRITE ACK-PRINT-LINE FROM ACK-BLANK-LINE.
           WRITE ACK-PRINT-LINE FROM ACK-BATCH-HEADING.
           PERFORM 0410-BALANCE-ONE-BATCH THRU 0410-EXIT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
       0400-EXIT.
           EXIT.

       0410-BALANCE-ONE-BATCH.
           IF WS-BT-IN-ACK-SW(WS-BATCH-IDX) NOT = 'Y'
               GO TO 0410-EXIT
           END-IF.
           IF WS-BT-ACK-LINES(WS-BATCH-IDX) = WS-BT-COUNT(WS-BATCH-IDX)
              AND WS-BT-ACK-HASH(WS-BATCH-IDX) =
                  WS-BT-HASH(WS-BATCH-IDX)
              AND WS-BT-TRL-SW(WS-BATCH-IDX) = 'Y'
              AND WS-BT-TRL-COUNT(WS-BATCH-IDX) =
                  WS-BT-ACK-LINES(WS-BATCH-IDX)
              AND WS-BT-TRL-HASH(WS-BATCH-IDX) =
                  WS-BT-ACK-HASH(WS-BATCH-IDX)
              AND WS-BT-SSN-EXC(WS-BATCH-IDX) = ZERO
               MOVE 'A' TO WS-BT-ACK-STATUS(WS-BATCH-IDX)
               MOVE 'BALANCED' TO ABL-RESULT
           ELSE
               MOVE 'X' TO WS-BT-ACK-STATUS(WS-BATCH-IDX)
               MOVE 'OUT OF BALANCE' TO ABL-RESULT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           MOVE WS-BT-BATCH(WS-BATCH-IDX)     TO ABL-BATCH.
           MOVE WS-BT-SENT-DATE(WS-BATCH-IDX) TO ABL-SENT-DATE.
           MOVE WS-BT-COUNT(WS-BATCH-IDX)     TO ABL-SENT-COUNT.
           MOVE WS-BT-HASH(WS-BATCH-IDX)      TO ABL-SENT-HASH.
           MOVE WS-BT-ACK-LINES(WS-BATCH-IDX) TO ABL-ACK-COUNT.
           MOVE WS-BT-ACK-HASH(WS-BATCH-IDX)  TO ABL-ACK-HASH.
           MOVE WS-BT-ACC-COUNT(WS-BATCH-IDX) TO ABL-ACC-COUNT.
           MOVE WS-BT-REJ-COUNT(WS-BATCH-IDX) TO ABL-REJ-COUNT.
           WRITE ACK-PRINT-LINE FROM ACK-BATCH-LINE.
           IF WS-BT-TRL-SW(WS-BATCH-IDX) NOT = 'Y'
               MOVE 'ACK HAS NO TRAILER FOR BATCH' TO AML-TEXT
               MOVE WS-BT-BATCH(WS-BATCH-IDX) TO AML-BATCH
               MOVE SPACES TO AML-TEXT2
               WRITE ACK-PRINT-LINE FROM ACK-MESSAGE-LINE
           ELSE
           IF WS-BT-TRL-COUNT(WS-BATCH-IDX) NOT =
                  WS-BT-ACK-LINES(WS-BATCH-IDX)
              OR WS-BT-TRL-HASH(WS-BATCH-IDX) NOT =
                  WS-BT-ACK-HASH(WS-BATCH-IDX)
               MOVE 'ACK TRAILER DISAGREES WITH ACK LINES'
                   TO AML-TEXT
               MOVE WS-BT-BATCH(WS-BATCH-IDX) TO AML-BATCH
               MOVE SPACES TO AML-TEXT2
               WRITE ACK-PRINT-LINE FROM ACK-MESSAGE-LINE
           END-IF
           END-IF.
       0410-EXIT.
           EXIT.

       0500-CHECK-OVERDUE.
           WRITE ACK-PRINT-LINE FROM ACK-BLANK-LINE.
           WRITE ACK-PRINT-LINE FROM ACK-OVERDUE-HEADING.
           PERFORM 0510-CHECK-ONE-BATCH THRU 0510-EXIT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-OVERDUE-COUNT = ZERO
               WRITE ACK-PRINT-LINE FROM ACK-NONE-LINE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-CHECK-ONE-BATCH.
           IF WS-BT-ACK-STATUS(WS-BATCH-IDX) NOT = SPACE
              OR WS-BT-SENT-DATE(WS-BATCH-IDX) IS NOT NUMERIC
              OR WS-BT-SENT-DATE(WS-BATCH-IDX) = ZERO
               GO TO 0510-EXIT
           END-IF.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-BT-SENT-DATE(WS-BATCH-IDX)).
           IF WS-DAYS-OUT > WS-ACK-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-BT-BATCH(WS-BATCH-IDX)     TO AOL-BATCH
               MOVE WS-BT-SENT-DATE(WS-BATCH-IDX) TO AOL-SENT-DATE
               MOVE WS-BT-COUNT(WS-BATCH-IDX)     TO AOL-COUNT
               MOVE WS-BT-HASH(WS-BATCH-IDX)      TO AOL-HASH
               MOVE WS-DAYS-OUT                   TO AOL-DAYS
               WRITE ACK-PRINT-LINE FROM ACK-OVERDUE-LINE
               DISPLAY 'COMMBUREAUACK - BATCH '
                   WS-BT-BATCH(WS-BATCH-IDX)
                   ' SENT ' WS-BT-SENT-DATE(WS-BATCH-IDX)
                   ' NOT ACKNOWLEDGED'
           END-IF.
       0510-EXIT.
           EXIT.

       0600-REWRITE-BATCH-LOG.
           IF WS-BATCH-COUNT = ZERO
               GO TO 0600-EXIT
           END-IF.
           COMPUTE WS-KEEP-YEAR = WS-RUN-YEAR - 1.
           OPEN OUTPUT BUREAUBATCH.
           PERFORM 0610-WRITE-BATCH-RECORD THRU 0610-EXIT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           CLOSE BUREAUBATCH.
       0600-EXIT.
           EXIT.

       0610-WRITE-BATCH-RECORD.
           IF WS-BT-ACK-STATUS(WS-BATCH-IDX) NOT = SPACE
              AND WS-BT-SENT-DATE(WS-BATCH-IDX)(1:4) < WS-KEEP-YEAR
               GO TO 0610-EXIT
           END-IF.
           MOVE SPACES TO BATCHLOG-RECORD.
           MOVE WS-BT-BATCH(WS-BATCH-IDX)      TO BB-BATCH.
           MOVE WS-BT-SENT-DATE(WS-BATCH-IDX)  TO BB-SENT-DATE.
           MOVE WS-BT-COUNT(WS-BATCH-IDX)      TO BB-DETAIL-COUNT.
           MOVE WS-BT-HASH(WS-BATCH-IDX)       TO BB-HASH-TOTAL.
           MOVE WS-BT-PAY-TOTAL(WS-BATCH-IDX)  TO BB-PAY-TOTAL.
           MOVE WS-BT-REV-TOTAL(WS-BATCH-IDX)  TO BB-REV-TOTAL.
           MOVE WS-BT-ACK-STATUS(WS-BATCH-IDX) TO BB-ACK-STATUS.
           MOVE WS-BT-ACK-DATE(WS-BATCH-IDX)   TO BB-ACK-DATE.
           MOVE WS-BT-ACC-COUNT(WS-BATCH-IDX)  TO BB-ACC-COUNT.
           MOVE WS-BT-REJ-COUNT(WS-BATCH-IDX)  TO BB-REJ-COUNT.
           WRITE BATCHLOG-RECORD.
       0610-EXIT.
           EXIT.

       0900-STOP-RUN.
           PERFORM 0890-WRITE-RUNLOG.
           STOP RUN.

       0890-WRITE-RUNLOG.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WS-RUNLOG-STATUS = '05' OR WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES           TO RUNLOG-RECORD.
           MOVE 'COMMBUREAUACK'  TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-READ-COUNT    TO RUNLOG-REC-COUNT.
           IF BATCH-TABLE-FULL
               MOVE 'TABLE FULL'  TO RUNLOG-STATUS
           ELSE
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 'ACK OVERDUE' TO RUNLOG-STATUS
           ELSE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 'EXCEPTIONS'  TO RUNLOG-STATUS
           ELSE
           IF WS-REQUEUED-COUNT > ZERO
               MOVE 'REJECTED'    TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'    TO RUNLOG-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM COMMBUREAUACK.
