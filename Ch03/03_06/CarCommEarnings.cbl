       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMEARNINGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EARNPARM ASSIGN TO "EARNPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT OPTIONAL BUREAUBATCH ASSIGN TO "BUREAUBATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHLOG-STATUS.
       SELECT OPTIONAL COMMPAYSENT ASSIGN TO "COMMPAYSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.
       SELECT OPTIONAL COMMREVERSAL ASSIGN TO "COMMREVERSAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REV-STATUS.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.
       SELECT EARNSORTWORK ASSIGN TO "EARNSORT.TMP".
       SELECT EARNSTMT ASSIGN TO "EARNSTMT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EARNEXTRACT ASSIGN TO "EARNEXTRACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EARNCTLRPT ASSIGN TO "EARNCTLRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EARNPARM.
       01 EARNPARM-RECORD.
            02 EPARM-YEAR         PIC X(4).
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
               05  SENT-SALESPERSONNAME.
                   10  SENT-LASTNAME    PIC X(15).
                   10  SENT-FIRSTNAME   PIC X(10).
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
               88  SENT-REJECTED     VALUE 'R'.
               88  SENT-CONFIRMED    VALUE 'C'.
            02 FILLER             PIC X(1).
            02 SENT-REJECT-REASON PIC X(4).
       FD COMMREVERSAL.
       01 REVERSAL-RECORD.
            88 ENDOFREVFILE VALUE HIGH-VALUES.
            02 REV-SALESPERSONNAME.
               05  REV-LASTNAME   PIC X(15).
               05  REV-FIRSTNAME  PIC X(10).
            02 REV-COMMISSIONABLE PIC 9(10).
            02 REV-COMMISSION     PIC 9(8)V99.
            02 REV-TYPE           PIC X.
            02 REV-PERIOD         PIC X(6).
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            88 ENDOFEMPFILE VALUE HIGH-VALUES.
            02 EMPLOYEESSN       PIC 9(9).
            02 EMPLOYEENAME.
                03 LASTNAME      PIC X(10).
                03 FIRSTNAME     PIC X(10).
                03 MIDDLEINIT    PIC X.
            02 BIRTHDATE.
                03 BIRTH-YEAR    PIC 9(4).
                03 BIRTH-MONTH   PIC 9(2).
                03 BIRTH-DAY     PIC 9(2).
            02 HIREDATE.
                03 HIRE-YEAR     PIC 9(4).
                03 HIRE-MONTH    PIC 9(2).
                03 HIRE-DAY      PIC 9(2).
            02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).
       SD EARNSORTWORK.
       01 EARN-SORT-RECORD.
            02 ESW-SSN            PIC 9(9).
            02 ESW-NAME           PIC X(25).
            02 ESW-KIND           PIC X.
               88  ESW-PAYMENT       VALUE '1'.
               88  ESW-REVERSAL      VALUE '2'.
            02 ESW-PERIOD         PIC X(6).
            02 ESW-BATCH          PIC 9(5).
            02 ESW-SENT-DATE      PIC 9(8).
            02 ESW-AMOUNT         PIC 9(8)V99.
            02 ESW-EXC-REASON     PIC X(20).
       FD EARNSTMT.
       01 STATEMENT-PRINT-LINE    PIC X(80).
       FD EARNEXTRACT.
       01 EXTRACT-RECORD          PIC X(70).
       01 EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
            02 EXH-RECORD-TYPE   PIC X.
            02 EXH-TAX-YEAR      PIC 9(4).
            02 EXH-RUN-DATE      PIC 9(8).
            02 FILLER            PIC X(57).
       01 EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
            02 EXD-RECORD-TYPE   PIC X.
            02 EXD-SSN           PIC 9(9).
            02 EXD-NAME          PIC X(25).
            02 EXD-PAID          PIC 9(8)V99.
            02 EXD-REVERSED      PIC 9(8)V99.
            02 EXD-NET           PIC 9(8)V99.
            02 FILLER            PIC X(5).
       01 EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
            02 EXT-RECORD-TYPE   PIC X.
            02 EXT-RECORD-COUNT  PIC 9(7).
            02 EXT-PAID-TOTAL    PIC 9(12)V99.
            02 EXT-REV-TOTAL     PIC 9(12)V99.
            02 EXT-NET-TOTAL     PIC 9(12)V99.
            02 FILLER            PIC X(20).
       FD EARNCTLRPT.
       01 CONTROL-PRINT-LINE      PIC X(100).
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
           05  WS-PARM-STATUS      PIC XX   VALUE SPACES.
           05  WS-BATCHLOG-STATUS  PIC XX   VALUE SPACES.
           05  WS-SENT-STATUS      PIC XX   VALUE SPACES.
           05  WS-REV-STATUS       PIC XX   VALUE SPACES.
           05  WS-EMP-STATUS       PIC XX   VALUE SPACES.
           05  WS-NO-INPUT-SW      PIC X    VALUE 'N'.
               88  NO-SENT-INPUT        VALUE 'Y'.
           05  WS-SORT-DONE-SW     PIC X    VALUE 'N'.
               88  EARN-SORT-DONE       VALUE 'Y'.
           05  WS-READ-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR     PIC 9(4).
               10  WS-RUN-MONTH    PIC 9(2).
               10  WS-RUN-DAY      PIC 9(2).
           05  WS-TAX-YEAR         PIC 9(4) VALUE ZEROES.
           05  WS-LINE-YEAR        PIC X(4) VALUE SPACES.
           05  WS-LINE-DATE        PIC 9(8) VALUE ZEROES.

       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05  WS-START-TIME     PIC X(8)  VALUE SPACES.
           05  WS-END-TIME       PIC X(8)  VALUE SPACES.

       01  WS-MATCH-FIELDS.
           05  WS-EMP-MATCH-SW   PIC X     VALUE 'N'.
               88  EMPLOYEE-MATCH-FOUND  VALUE 'Y'.
           05  WS-EMP-MATCH-IDX  PIC 9(4)  VALUE ZEROES.
           05  WS-MATCH-SSN      PIC 9(9)  VALUE ZEROES.
           05  WS-MATCH-LAST     PIC X(10) VALUE SPACES.
           05  WS-MATCH-FIRST    PIC X(10) VALUE SPACES.
           05  WS-SEARCH-BATCH   PIC 9(5)  VALUE ZEROES.
           05  WS-BATCH-MATCH-SW PIC X     VALUE 'N'.
               88  BATCH-MATCH-FOUND VALUE 'Y'.
           05  WS-BATCH-MATCH-IDX PIC 9(4) VALUE ZEROES.

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT      PIC 9(4)  VALUE ZEROES.
           05  WS-EMP-FULL-SW    PIC X     VALUE 'N'.
               88  EMP-TABLE-FULL    VALUE 'Y'.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-LASTNAME  PIC X(10).
               10  WS-EMP-FIRSTNAME PIC X(10).
               10  WS-EMP-SSN       PIC 9(9).

       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT    PIC 9(4)  VALUE ZEROES.
           05  WS-BATCH-FULL-SW  PIC X     VALUE 'N'.
               88  BATCH-TABLE-FULL  VALUE 'Y'.
           05  WS-BATCH-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10  WS-BT-BATCH      PIC 9(5).
               10  WS-BT-SENT-DATE  PIC 9(8).
               10  WS-BT-PAY-TOTAL  PIC 9(12)V99.
               10  WS-BT-REV-TOTAL  PIC 9(12)V99.

       01  WS-GROUP-FIELDS.
           05  WS-GRP-SSN        PIC 9(9)  VALUE ZEROES.
           05  WS-GRP-NAME       PIC X(25) VALUE SPACES.
           05  WS-GRP-PAID       PIC 9(8)V99 VALUE ZEROES.
           05  WS-GRP-REVERSED   PIC 9(8)V99 VALUE ZEROES.
           05  WS-GRP-NET        PIC 9(8)V99 VALUE ZEROES.
           05  WS-GRP-OPEN-SW    PIC X     VALUE 'N'.
               88  GROUP-OPEN        VALUE 'Y'.

       01  WS-TOTAL-FIELDS.
           05  WS-EXTRACT-COUNT   PIC 9(7)     VALUE ZEROES.
           05  WS-EXTRACT-PAID    PIC 9(12)V99 VALUE ZEROES.
           05  WS-EXTRACT-REV     PIC 9(12)V99 VALUE ZEROES.
           05  WS-EXTRACT-NET     PIC 9(12)V99 VALUE ZEROES.
           05  WS-YEAR-BATCHES    PIC 9(5)     VALUE ZEROES.
           05  WS-BUREAU-PAY      PIC 9(12)V99 VALUE ZEROES.
           05  WS-BUREAU-REV      PIC 9(12)V99 VALUE ZEROES.
           05  WS-BUREAU-NET      PIC S9(12)V99 VALUE ZEROES.
           05  WS-REJECTED-COUNT  PIC 9(7)     VALUE ZEROES.
           05  WS-REJECTED-TOTAL  PIC 9(12)V99 VALUE ZEROES.
           05  WS-PENDING-COUNT   PIC 9(7)     VALUE ZEROES.
           05  WS-PENDING-TOTAL   PIC 9(12)V99 VALUE ZEROES.
           05  WS-NOLOG-COUNT     PIC 9(7)     VALUE ZEROES.
           05  WS-NOLOG-TOTAL     PIC 9(12)V99 VALUE ZEROES.
           05  WS-UNACKED-COUNT   PIC 9(7)     VALUE ZEROES.
           05  WS-UNACKED-TOTAL   PIC 9(12)V99 VALUE ZEROES.
           05  WS-EXPECTED-NET    PIC S9(12)V99 VALUE ZEROES.
           05  WS-UNMATCHED-NET   PIC S9(12)V99 VALUE ZEROES.
           05  WS-ACCOUNTED-NET   PIC S9(12)V99 VALUE ZEROES.
           05  WS-DIFFERENCE      PIC S9(12)V99 VALUE ZEROES.
           05  WS-EXCEPTION-COUNT PIC 9(7)     VALUE ZEROES.
           05  WS-EXCEPTION-TOTAL PIC 9(12)V99 VALUE ZEROES.
           05  WS-BALANCE-SW      PIC X        VALUE 'Y'.
               88  EXTRACT-IN-BALANCE VALUE 'Y'.

       01  STATEMENT-BANNER-LINE.
           05 FILLER           PIC X(80) VALUE ALL '='.

       01  STATEMENT-HEADING-LINE.
           05 FILLER           PIC X(40) VALUE
               'COMMISSION EARNINGS STATEMENT'.
           05 FILLER           PIC X(10) VALUE 'TAX YEAR: '.
           05 STH-TAX-YEAR     PIC 9(4).
           05 FILLER           PIC X(12) VALUE '  RUN DATE: '.
           05 STH-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X(6)  VALUE SPACES.

       01  STATEMENT-NAME-LINE.
           05 FILLER           PIC X(10) VALUE 'EMPLOYEE: '.
           05 STN-NAME         PIC X(25).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(5)  VALUE 'SSN: '.
           05 FILLER           PIC X(7)  VALUE 'XXX-XX-'.
           05 STN-SSN-LAST4    PIC X(4).
           05 FILLER           PIC X(24) VALUE SPACES.

       01  STATEMENT-COLUMN-LINE.
           05 FILLER           PIC X(8)  VALUE 'PERIOD'.
           05 FILLER           PIC X(7)  VALUE 'BATCH'.
           05 FILLER           PIC X(10) VALUE 'PAID DATE'.
           05 FILLER           PIC X(20) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(35) VALUE
               '        AMOUNT'.

       01  STATEMENT-DETAIL-LINE.
           05 STD-PERIOD       PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-BATCH        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-SENT-DATE    PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-DESCRIPTION  PIC X(20).
           05 STD-AMOUNT       PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(20) VALUE SPACES.

       01  STATEMENT-TOTAL-LINE.
           05 FILLER           PIC X(15) VALUE SPACES.
           05 STT-TEXT         PIC X(30).
           05 STT-AMOUNT       PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(20) VALUE SPACES.

       01  STATEMENT-BLANK-LINE PIC X(80) VALUE SPACES.

       01  CONTROL-HEADING-LINE.
           05 FILLER           PIC X(40) VALUE
               'COMMISSION YEAR-END EARNINGS CONTROL'.
           05 FILLER           PIC X(10) VALUE 'TAX YEAR: '.
           05 CTH-TAX-YEAR     PIC 9(4).
           05 FILLER           PIC X(12) VALUE '  RUN DATE: '.
           05 CTH-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X(26) VALUE SPACES.

       01  CONTROL-SECTION-LINE.
           05 CSL-TEXT         PIC X(60).
           05 FILLER           PIC X(40) VALUE SPACES.

       01  CONTROL-TOTAL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CTL-TEXT         PIC X(38).
           05 CTL-COUNT        PIC ZZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER           PIC X(33) VALUE SPACES.

       01  CONTROL-AMOUNT-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CAL-TEXT         PIC X(38).
           05 FILLER           PIC X(9)  VALUE SPACES.
           05 CAL-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER           PIC X(33) VALUE SPACES.

       01  CONTROL-RESULT-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(38) VALUE 'RESULT:'.
           05 CRL-RESULT       PIC X(14).
           05 FILLER           PIC X(46) VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
           05 FILLER           PIC X(27) VALUE 'NAME'.
           05 FILLER           PIC X(8)  VALUE 'PERIOD'.
           05 FILLER           PIC X(7)  VALUE 'BATCH'.
           05 FILLER           PIC X(16) VALUE '       AMOUNT'.
           05 FILLER           PIC X(42) VALUE 'REASON'.

       01  EXCEPTION-DETAIL-LINE.
           05 EXL-NAME         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXL-PERIOD       PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXL-BATCH        PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXL-AMOUNT       PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXL-REASON       PIC X(20).
           05 FILLER           PIC X(22) VALUE SPACES.

       01  CONTROL-NONE-LINE.
           05 FILLER           PIC X(40) VALUE
               'NONE'.
           05 FILLER           PIC X(60) VALUE SPACES.

       01  CONTROL-BLANK-LINE  PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           PERFORM 0150-LOAD-BATCH-LOG THRU 0150-EXIT.
           PERFORM 0170-LOAD-EMPLOYEES THRU 0170-EXIT.
           IF BATCH-TABLE-FULL OR EMP-TABLE-FULL
               DISPLAY 'COMMEARNINGS - BUREAUBATCH.DAT OR EMPLOYEES.DAT'
                   ' HAS MORE ENTRIES THAN THE TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           OPEN INPUT COMMPAYSENT.
           IF WS-SENT-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-INPUT-SW
           END-IF.
           CLOSE COMMPAYSENT.
           IF NO-SENT-INPUT
               DISPLAY 'COMMEARNINGS - NO COMMPAYSENT.DAT FOR '
                   WS-TAX-YEAR
               GO TO 0900-STOP-RUN
           END-IF.
           OPEN OUTPUT EARNSTMT.
           OPEN OUTPUT EARNEXTRACT.
           OPEN OUTPUT EARNCTLRPT.
           MOVE WS-TAX-YEAR TO STH-TAX-YEAR, CTH-TAX-YEAR.
           MOVE WS-RUN-DATE TO STH-RUN-DATE, CTH-RUN-DATE.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-HEADING-LINE.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-BLANK-LINE.
           MOVE 'EXCEPTIONS - NOT ON THE EXTRACT, RESOLVE BEFORE FORMS'
               TO CSL-TEXT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-SECTION-LINE.
           WRITE CONTROL-PRINT-LINE FROM EXCEPTION-HEADING-LINE.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 'H'         TO EXH-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO EXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO EXH-RUN-DATE.
           WRITE EXTRACT-RECORD.
           SORT EARNSORTWORK
               ON ASCENDING KEY ESW-SSN ESW-NAME ESW-PERIOD
                                ESW-BATCH ESW-KIND
               INPUT PROCEDURE IS 0200-RELEASE-EARNINGS
               OUTPUT PROCEDURE IS 0300-WRITE-STATEMENTS.
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE CONTROL-PRINT-LINE FROM CONTROL-NONE-LINE
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 'T'              TO EXT-RECORD-TYPE.
           MOVE WS-EXTRACT-COUNT TO EXT-RECORD-COUNT.
           MOVE WS-EXTRACT-PAID  TO EXT-PAID-TOTAL.
           MOVE WS-EXTRACT-REV   TO EXT-REV-TOTAL.
           MOVE WS-EXTRACT-NET   TO EXT-NET-TOTAL.
           WRITE EXTRACT-RECORD.
           PERFORM 0400-RECONCILE THRU 0400-EXIT.
           CLOSE EARNSTMT.
           CLOSE EARNEXTRACT.
           CLOSE EARNCTLRPT.
           IF WS-EXCEPTION-COUNT > ZERO
              OR NOT EXTRACT-IN-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-STOP-RUN.

       0110-READ-PARM.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           ELSE
               MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           END-IF.
           OPEN INPUT EARNPARM.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE EARNPARM
               GO TO 0110-EXIT
           END-IF.
           READ EARNPARM
               AT END MOVE SPACES TO EARNPARM-RECORD
           END-READ.
           IF EPARM-YEAR IS NUMERIC
               MOVE EPARM-YEAR TO WS-TAX-YEAR
           END-IF.
           CLOSE EARNPARM.
       0110-EXIT.
           EXIT.

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
              OR BB-SENT-DATE IS NOT NUMERIC
               GO TO 0160-READ
           END-IF.
           IF WS-BATCH-COUNT NOT < 1000
               MOVE 'Y' TO WS-BATCH-FULL-SW
               GO TO 0160-EXIT
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE BB-BATCH        TO WS-BT-BATCH(WS-BATCH-COUNT).
           MOVE BB-SENT-DATE    TO WS-BT-SENT-DATE(WS-BATCH-COUNT).
           MOVE BB-PAY-TOTAL    TO WS-BT-PAY-TOTAL(WS-BATCH-COUNT).
           MOVE BB-REV-TOTAL    TO WS-BT-REV-TOTAL(WS-BATCH-COUNT).
           IF BB-SENT-DATE(1:4) = WS-TAX-YEAR
               ADD 1 TO WS-YEAR-BATCHES
               ADD BB-PAY-TOTAL TO WS-BUREAU-PAY
               ADD BB-REV-TOTAL TO WS-BUREAU-REV
           END-IF.
       0160-READ.
           READ BUREAUBATCH
               AT END SET ENDOFBATCHLOG TO TRUE
           END-READ.
       0160-EXIT.
           EXIT.

       0165-FIND-BATCH.
           MOVE 'N' TO WS-BATCH-MATCH-SW.
           MOVE ZEROES TO WS-BATCH-MATCH-IDX.
           PERFORM 0166-SEARCH-BATCH
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                  OR BATCH-MATCH-FOUND.
       0165-EXIT.
           EXIT.

       0166-SEARCH-BATCH.
           IF WS-BT-BATCH(WS-BATCH-IDX) = WS-SEARCH-BATCH
               MOVE 'Y' TO WS-BATCH-MATCH-SW
               MOVE WS-BATCH-IDX TO WS-BATCH-MATCH-IDX
           END-IF.
       0166-EXIT.
           EXIT.

       0170-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS NOT = '00'
               CLOSE EMPLOYEEFILE
               GO TO 0170-EXIT
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
           PERFORM 0180-LOAD-EMPLOYEE-RECORD THRU 0180-EXIT
               UNTIL ENDOFEMPFILE OR EMP-TABLE-FULL.
           CLOSE EMPLOYEEFILE.
       0170-EXIT.
           EXIT.

       0180-LOAD-EMPLOYEE-RECORD.
           IF WS-EMP-COUNT NOT < 1000
               MOVE 'Y' TO WS-EMP-FULL-SW
               GO TO 0180-EXIT
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE LASTNAME    TO WS-EMP-LASTNAME(WS-EMP-COUNT).
           MOVE FIRSTNAME   TO WS-EMP-FIRSTNAME(WS-EMP-COUNT).
           MOVE EMPLOYEESSN TO WS-EMP-SSN(WS-EMP-COUNT).
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
       0180-EXIT.
           EXIT.

       0200-RELEASE-EARNINGS.
           OPEN INPUT COMMPAYSENT.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-SENT-RECORD THRU 0210-EXIT
               UNTIL ENDOFSENTFILE.
           CLOSE COMMPAYSENT.
           OPEN INPUT COMMREVERSAL.
           IF WS-REV-STATUS NOT = '00'
               CLOSE COMMREVERSAL
               GO TO 0200-EXIT
           END-IF.
           READ COMMREVERSAL
               AT END SET ENDOFREVFILE TO TRUE
           END-READ.
           PERFORM 0230-RELEASE-REVERSAL THRU 0230-EXIT
               UNTIL ENDOFREVFILE.
           CLOSE COMMREVERSAL.
       0200-EXIT.
           EXIT.

       0210-RELEASE-SENT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF SENT-COMMISSION IS NOT NUMERIC
               GO TO 0210-READ
           END-IF.
           MOVE ZEROES TO WS-LINE-DATE.
           MOVE 'N' TO WS-BATCH-MATCH-SW.
           IF SENT-BATCH IS NUMERIC
               MOVE SENT-BATCH TO WS-SEARCH-BATCH
               PERFORM 0165-FIND-BATCH THRU 0165-EXIT
           END-IF.
           IF BATCH-MATCH-FOUND
               MOVE WS-BT-SENT-DATE(WS-BATCH-MATCH-IDX) TO WS-LINE-DATE
               MOVE WS-LINE-DATE(1:4) TO WS-LINE-YEAR
           ELSE
               MOVE SENT-PERIOD(1:4) TO WS-LINE-YEAR
           END-IF.
           IF WS-LINE-YEAR NOT = WS-TAX-YEAR
               GO TO 0210-READ
           END-IF.
           IF SENT-SSN IS NOT NUMERIC OR SENT-SSN = ZERO
               MOVE SPACES TO EARN-SORT-RECORD
               MOVE ZEROES TO ESW-SSN
               MOVE 'NOT SENT TO BUREAU' TO ESW-EXC-REASON
               PERFORM 0220-RELEASE-PAYMENT THRU 0220-EXIT
               GO TO 0210-READ
           END-IF.
           IF NOT BATCH-MATCH-FOUND
               ADD 1 TO WS-NOLOG-COUNT
               ADD SENT-COMMISSION TO WS-NOLOG-TOTAL
           END-IF.
           IF SENT-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               ADD SENT-COMMISSION TO WS-REJECTED-TOTAL
               GO TO 0210-READ
           END-IF.
           IF NOT SENT-CONFIRMED
               ADD 1 TO WS-UNACKED-COUNT
               ADD SENT-COMMISSION TO WS-UNACKED-TOTAL
           END-IF.
           MOVE SPACES TO EARN-SORT-RECORD.
           MOVE SENT-LASTNAME(1:10) TO WS-MATCH-LAST.
           MOVE SENT-FIRSTNAME      TO WS-MATCH-FIRST.
           PERFORM 0250-MATCH-EMPLOYEE THRU 0250-EXIT.
           IF EMPLOYEE-MATCH-FOUND
               MOVE WS-MATCH-SSN TO ESW-SSN
           ELSE
               MOVE ZEROES TO ESW-SSN
               MOVE 'NO EMPLOYEE MATCH' TO ESW-EXC-REASON
               ADD SENT-COMMISSION TO WS-UNMATCHED-NET
           END-IF.
           PERFORM 0220-RELEASE-PAYMENT THRU 0220-EXIT.
       0210-READ.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0220-RELEASE-PAYMENT.
           MOVE SENT-SALESPERSONNAME TO ESW-NAME.
           MOVE '1'                  TO ESW-KIND.
           MOVE SENT-PERIOD          TO ESW-PERIOD.
           IF SENT-BATCH IS NUMERIC
               MOVE SENT-BATCH TO ESW-BATCH
           ELSE
               MOVE ZEROES TO ESW-BATCH
           END-IF.
           MOVE WS-LINE-DATE         TO ESW-SENT-DATE.
           MOVE SENT-COMMISSION      TO ESW-AMOUNT.
           RELEASE EARN-SORT-RECORD.
       0220-EXIT.
           EXIT.

       0230-RELEASE-REVERSAL.
           ADD 1 TO WS-READ-COUNT.
           IF REV-PERIOD(1:4) NOT = WS-TAX-YEAR
              OR REV-COMMISSION IS NOT NUMERIC
               GO TO 0230-READ
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           ADD REV-COMMISSION TO WS-PENDING-TOTAL.
           MOVE SPACES TO EARN-SORT-RECORD.
           MOVE REV-LASTNAME(1:10) TO WS-MATCH-LAST.
           MOVE REV-FIRSTNAME      TO WS-MATCH-FIRST.
           PERFORM 0250-MATCH-EMPLOYEE THRU 0250-EXIT.
           IF EMPLOYEE-MATCH-FOUND
               MOVE WS-MATCH-SSN TO ESW-SSN
           ELSE
               MOVE ZEROES TO ESW-SSN
               MOVE 'REVERSAL - NO MATCH' TO ESW-EXC-REASON
           END-IF.
           MOVE REV-SALESPERSONNAME TO ESW-NAME.
           MOVE '2'                 TO ESW-KIND.
           MOVE REV-PERIOD          TO ESW-PERIOD.
           MOVE ZEROES              TO ESW-BATCH, ESW-SENT-DATE.
           MOVE REV-COMMISSION      TO ESW-AMOUNT.
           RELEASE EARN-SORT-RECORD.
       0230-READ.
           READ COMMREVERSAL
               AT END SET ENDOFREVFILE TO TRUE
           END-READ.
       0230-EXIT.
           EXIT.

       0250-MATCH-EMPLOYEE.
           MOVE 'N' TO WS-EMP-MATCH-SW.
           MOVE ZEROES TO WS-EMP-MATCH-IDX, WS-MATCH-SSN.
           PERFORM 0260-SEARCH-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR EMPLOYEE-MATCH-FOUND.
           IF EMPLOYEE-MATCH-FOUND
               MOVE WS-EMP-SSN(WS-EMP-MATCH-IDX) TO WS-MATCH-SSN
           END-IF.
       0250-EXIT.
           EXIT.

       0260-SEARCH-EMPLOYEE.
           IF WS-EMP-LASTNAME(WS-EMP-IDX) = WS-MATCH-LAST
              AND WS-EMP-FIRSTNAME(WS-EMP-IDX) = WS-MATCH-FIRST
               MOVE 'Y' TO WS-EMP-MATCH-SW
               MOVE WS-EMP-IDX TO WS-EMP-MATCH-IDX
           END-IF.
       0260-EXIT.
           EXIT.

       0300-WRITE-STATEMENTS.
           MOVE 'N' TO WS-SORT-DONE-SW, WS-GRP-OPEN-SW.
           RETURN EARNSORTWORK
               AT END MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
           PERFORM 0310-STATEMENT-LINE THRU 0310-EXIT
               UNTIL EARN-SORT-DONE.
           PERFORM 0330-END-EMPLOYEE THRU 0330-EXIT.
       0300-EXIT.
           EXIT.

       0310-STATEMENT-LINE.
           IF ESW-SSN = ZERO
               PERFORM 0340-WRITE-EXCEPTION THRU 0340-EXIT
               GO TO 0310-RETURN
           END-IF.
           IF NOT GROUP-OPEN
              OR ESW-SSN NOT = WS-GRP-SSN
               PERFORM 0330-END-EMPLOYEE THRU 0330-EXIT
               PERFORM 0320-START-EMPLOYEE THRU 0320-EXIT
           END-IF.
           MOVE ESW-PERIOD TO STD-PERIOD.
           IF ESW-PAYMENT
               MOVE ESW-BATCH TO STD-BATCH
               IF ESW-SENT-DATE = ZERO
                   MOVE SPACES TO STD-SENT-DATE
               ELSE
                   MOVE ESW-SENT-DATE TO STD-SENT-DATE
               END-IF
               MOVE 'COMMISSION PAID' TO STD-DESCRIPTION
               MOVE ESW-AMOUNT TO STD-AMOUNT
               ADD ESW-AMOUNT TO WS-GRP-PAID
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-DETAIL-LINE
           ELSE
               MOVE SPACES TO STD-BATCH, STD-SENT-DATE
               MOVE 'COMMISSION PAID' TO STD-DESCRIPTION
               MOVE ESW-AMOUNT TO STD-AMOUNT
               ADD ESW-AMOUNT TO WS-GRP-PAID
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-DETAIL-LINE
               MOVE 'REVERSED' TO STD-DESCRIPTION
               COMPUTE STD-AMOUNT = ZERO - ESW-AMOUNT
               ADD ESW-AMOUNT TO WS-GRP-REVERSED
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-DETAIL-LINE
           END-IF.
       0310-RETURN.
           RETURN EARNSORTWORK
               AT END MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
       0310-EXIT.
           EXIT.

       0320-START-EMPLOYEE.
           MOVE 'Y' TO WS-GRP-OPEN-SW.
           MOVE ESW-SSN  TO WS-GRP-SSN.
           MOVE ESW-NAME TO WS-GRP-NAME.
           MOVE ZEROES TO WS-GRP-PAID, WS-GRP-REVERSED.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-BANNER-LINE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-HEADING-LINE.
           MOVE ESW-NAME TO STN-NAME.
           MOVE ESW-SSN(6:4) TO STN-SSN-LAST4.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-NAME-LINE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-BLANK-LINE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-COLUMN-LINE.
       0320-EXIT.
           EXIT.

       0330-END-EMPLOYEE.
           IF NOT GROUP-OPEN
               GO TO 0330-EXIT
           END-IF.
           MOVE 'N' TO WS-GRP-OPEN-SW.
           COMPUTE WS-GRP-NET = WS-GRP-PAID - WS-GRP-REVERSED.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-BLANK-LINE.
           MOVE 'TOTAL COMMISSION PAID' TO STT-TEXT.
           MOVE WS-GRP-PAID TO STT-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-TOTAL-LINE.
           MOVE 'LESS REVERSALS' TO STT-TEXT.
           COMPUTE STT-AMOUNT = ZERO - WS-GRP-REVERSED.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-TOTAL-LINE.
           MOVE 'NET COMMISSION EARNINGS' TO STT-TEXT.
           MOVE WS-GRP-NET TO STT-AMOUNT.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-TOTAL-LINE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-BLANK-LINE.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 'D'             TO EXD-RECORD-TYPE.
           MOVE WS-GRP-SSN      TO EXD-SSN.
           MOVE WS-GRP-NAME     TO EXD-NAME.
           MOVE WS-GRP-PAID     TO EXD-PAID.
           MOVE WS-GRP-REVERSED TO EXD-REVERSED.
           MOVE WS-GRP-NET      TO EXD-NET.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-GRP-PAID     TO WS-EXTRACT-PAID.
           ADD WS-GRP-REVERSED TO WS-EXTRACT-REV.
           ADD WS-GRP-NET      TO WS-EXTRACT-NET.
       0330-EXIT.
           EXIT.

       0340-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE ESW-NAME   TO EXL-NAME.
           MOVE ESW-PERIOD TO EXL-PERIOD.
           IF ESW-PAYMENT
               MOVE ESW-BATCH TO EXL-BATCH
               MOVE ESW-AMOUNT TO EXL-AMOUNT
               ADD ESW-AMOUNT TO WS-EXCEPTION-TOTAL
           ELSE
               MOVE SPACES TO EXL-BATCH
               COMPUTE EXL-AMOUNT = ZERO - ESW-AMOUNT
           END-IF.
           MOVE ESW-EXC-REASON TO EXL-REASON.
           WRITE CONTROL-PRINT-LINE FROM EXCEPTION-DETAIL-LINE.
           DISPLAY 'COMMEARNINGS - ' ESW-NAME ' ' ESW-EXC-REASON.
       0340-EXIT.
           EXIT.

       0400-RECONCILE.
           COMPUTE WS-BUREAU-NET = WS-BUREAU-PAY - WS-BUREAU-REV.
           COMPUTE WS-EXPECTED-NET = WS-BUREAU-NET
               - WS-REJECTED-TOTAL - WS-PENDING-TOTAL
               + WS-NOLOG-TOTAL.
           COMPUTE WS-ACCOUNTED-NET = WS-EXTRACT-NET
               + WS-UNMATCHED-NET.
           COMPUTE WS-DIFFERENCE = WS-EXPECTED-NET - WS-ACCOUNTED-NET.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-BLANK-LINE.
           MOVE 'EXTRACT CONTROL TOTALS (EARNEXTRACT.DAT TRAILER)'
               TO CSL-TEXT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-SECTION-LINE.
           MOVE 'EMPLOYEES ON EXTRACT:' TO CTL-TEXT.
           MOVE WS-EXTRACT-COUNT TO CTL-COUNT.
           MOVE WS-EXTRACT-PAID  TO CTL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'LESS REVERSALS:' TO CAL-TEXT.
           COMPUTE CAL-AMOUNT = ZERO - WS-EXTRACT-REV.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'NET COMMISSION EARNINGS:' TO CAL-TEXT.
           MOVE WS-EXTRACT-NET TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-BLANK-LINE.
           MOVE 'RECONCILIATION TO BUREAUBATCH.DAT' TO CSL-TEXT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-SECTION-LINE.
           MOVE 'BUREAU BATCHES SENT IN TAX YEAR:' TO CTL-TEXT.
           MOVE WS-YEAR-BATCHES TO CTL-COUNT.
           MOVE WS-BUREAU-PAY   TO CTL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'LESS REVERSALS SENT:' TO CAL-TEXT.
           COMPUTE CAL-AMOUNT = ZERO - WS-BUREAU-REV.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'NET SENT TO BUREAU:' TO CAL-TEXT.
           MOVE WS-BUREAU-NET TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'LESS PAYMENTS REJECTED BY BUREAU:' TO CTL-TEXT.
           MOVE WS-REJECTED-COUNT TO CTL-COUNT.
           COMPUTE CTL-AMOUNT = ZERO - WS-REJECTED-TOTAL.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'LESS REVERSALS NOT YET SENT:' TO CTL-TEXT.
           MOVE WS-PENDING-COUNT TO CTL-COUNT.
           COMPUTE CTL-AMOUNT = ZERO - WS-PENDING-TOTAL.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'PLUS PAID IN BATCHES NOT ON LOG:' TO CTL-TEXT.
           MOVE WS-NOLOG-COUNT TO CTL-COUNT.
           MOVE WS-NOLOG-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'EXPECTED NET EARNINGS:' TO CAL-TEXT.
           MOVE WS-EXPECTED-NET TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'EXTRACT NET EARNINGS:' TO CAL-TEXT.
           MOVE WS-EXTRACT-NET TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'PLUS SENT BUT NOT MATCHED TO AN SSN:' TO CAL-TEXT.
           MOVE WS-UNMATCHED-NET TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           MOVE 'DIFFERENCE:' TO CAL-TEXT.
           MOVE WS-DIFFERENCE TO CAL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-AMOUNT-LINE.
           IF EXTRACT-IN-BALANCE
               MOVE 'IN BALANCE' TO CRL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO CRL-RESULT
               DISPLAY 'COMMEARNINGS - EXTRACT OUT OF BALANCE WITH '
                   'BUREAU BATCHES FOR ' WS-TAX-YEAR
           END-IF.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-RESULT-LINE.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-BLANK-LINE.
           MOVE 'PAYMENTS NOT YET ACKNOWLEDGED:' TO CTL-TEXT.
           MOVE WS-UNACKED-COUNT TO CTL-COUNT.
           MOVE WS-UNACKED-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
           MOVE 'EXCEPTIONS NOT ON EXTRACT:' TO CTL-TEXT.
           MOVE WS-EXCEPTION-COUNT TO CTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-PRINT-LINE FROM CONTROL-TOTAL-LINE.
       0400-EXIT.
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
           MOVE 'COMMEARNINGS'   TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-READ-COUNT    TO RUNLOG-REC-COUNT.
           IF BATCH-TABLE-FULL OR EMP-TABLE-FULL
               MOVE 'TABLE FULL'  TO RUNLOG-STATUS
           ELSE
           IF NO-SENT-INPUT
               MOVE 'NO INPUT'    TO RUNLOG-STATUS
           ELSE
           IF NOT EXTRACT-IN-BALANCE
               MOVE 'OUT OF BAL'  TO RUNLOG-STATUS
           ELSE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 'EXCEPTIONS'  TO RUNLOG-STATUS
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

          END PROGRAM COMMEARNINGS.
