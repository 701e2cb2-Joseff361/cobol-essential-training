       SELECT OPTIONAL COMMPAYSENT ASSIGN TO "COMMPAYSENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.
       SELECT SENTKEEP ASSIGN TO "COMMPAYSENT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-KEEP-STATUS.
       SELECT UNPAIDWORK ASSIGN TO "COMMUNPAID.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNPAID-STATUS.
       SELECT OPTIONAL COMMREQUEUE ASSIGN TO "COMMREQUEUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-STATUS.
       SELECT REQUEUEKEEP ASSIGN TO "COMMRQKEEP.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-KEEP-STATUS.
       SELECT OPTIONAL COMMRUNCTL ASSIGN TO "COMMRUNCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
       SELECT OPTIONAL COMMRATES ASSIGN TO "COMMRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.
       SELECT OPTIONAL COMMCLAWBACK ASSIGN TO "COMMCLAWBACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAW-STATUS.
       SELECT COMMCLAWRPT ASSIGN TO "COMMCLAWRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SALESMASTER ASSIGN TO "SALESMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL BRANCHHIST ASSIGN TO "BRANCHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT OPTIONAL EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.
       SELECT PAIDSALESFILE ASSIGN TO "CARSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-SALES-STATUS.
       SELECT PAIDSORTWORK ASSIGN TO "COMMPSRT.TMP".
       SELECT PAIDSEQWORK ASSIGN TO "COMMQSRT.TMP".
       SELECT PAIDMATCHWORK ASSIGN TO "COMMPMW.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-WORK-STATUS.
       SELECT PAIDMATCH ASSIGN TO "COMMPM.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.
       SELECT PAIDNEW ASSIGN TO "COMMPAIDNEW.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-NEW-STATUS.
       SELECT OPTIONAL PAIDCARRY ASSIGN TO "COMMPAIDCF.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-CARRY-STATUS.
       SELECT OPTIONAL BRANCHMASTER ASSIGN TO "BRANCHMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
       SELECT OPTIONAL GLJOURNAL ASSIGN TO "GLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
       SELECT GLWORK ASSIGN TO "GLJOURNAL.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-WORK-STATUS.
       SELECT OPTIONAL GLPARM ASSIGN TO "GLPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLPARM-STATUS.
       SELECT OPTIONAL ADJAPPROVAL ASSIGN TO "ADJAPPROVAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APR-STATUS.
       SELECT OPTIONAL COMMHELD ASSIGN TO "COMMHELD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
       SELECT COMMHOLDRPT ASSIGN TO "COMMHOLDRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HOLDSORTWORK ASSIGN TO "COMMHSRT.TMP".
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
            02 PAY-PERIOD         PIC X(6).
       FD COMMREVERSAL.
       01 REVERSAL-RECORD.
            88 ENDOFREVFILE VALUE HIGH-VALUES.
            02 REV-SALESPERSONNAME PIC X(25).
            02 REV-COMMISSIONABLE PIC 9(10).
            02 REV-COMMISSION     PIC 9(8)V99.
            02 SENT-COMMISSION    PIC 9(8)V99.
            02 SENT-TYPE          PIC X.
            02 SENT-PERIOD        PIC X(6).
            02 FILLER             PIC X(1).
            02 SENT-BATCH         PIC 9(5).
            02 FILLER             PIC X(1).
            02 SENT-SSN           PIC 9(9).
            02 FILLER             PIC X(1).
            02 SENT-ACK-STATUS    PIC X.
               88  SENT-REJECTED     VALUE 'R'.
            02 FILLER             PIC X(1).
            02 SENT-REJECT-REASON PIC X(4).
       FD SENTKEEP.
       01 SENT-KEEP-RECORD.
            88 ENDOFSENTKEEP VALUE HIGH-VALUES.
            02 FILLER             PIC X(75).
       FD UNPAIDWORK.
       01 UNPAID-RECORD.
            88 ENDOFUNPAID VALUE HIGH-VALUES.
            02 UNP-SALESPERSONNAME PIC X(25).
            02 UNP-COMMISSIONABLE PIC 9(10).
            02 UNP-COMMISSION     PIC 9(8)V99.
            02 FILLER             PIC X(30).
       FD COMMREQUEUE.
       01 REQUEUE-RECORD.
            88 ENDOFREQUEUE VALUE HIGH-VALUES.
            02 RQ-SALESPERSONNAME PIC X(25).
            02 RQ-COMMISSIONABLE  PIC 9(10).
            02 RQ-COMMISSION      PIC 9(8)V99.
            02 RQ-TYPE            PIC X.
            02 RQ-PERIOD          PIC X(6).
            02 FILLER             PIC X(23).
       FD REQUEUEKEEP.
       01 RQ-KEEP-RECORD.
            88 ENDOFRQKEEP VALUE HIGH-VALUES.
            02 FILLER             PIC X(75).
       FD COMMRUNCTL.
       01 RUNCTL-RECORD.
            88 ENDOFCTLFILE VALUE HIGH-VALUES.
            02 RATE-TIER2-RATE  PIC V999.
            02 FILLER           PIC X(1).
            02 RATE-TIER3-RATE  PIC V999.
       FD COMMCLAWBACK.
       01 CLAWBACK-RECORD.
            88 ENDOFCLAWFILE VALUE HIGH-VALUES.
            02 CLB-NAME         PIC X(25).
            02 FILLER           PIC X(1).
            02 CLB-BALANCE      PIC 9(8)V99.
            02 FILLER           PIC X(1).
            02 CLB-PERIOD       PIC X(6).
            02 FILLER           PIC X(1).
            02 CLB-ADDED        PIC 9(8)V99.
            02 FILLER           PIC X(1).
            02 CLB-RECOVERED    PIC 9(8)V99.
       FD COMMCLAWRPT.
       01 CLAWRPT-PRINT-LINE      PIC X(132).
       FD SALESMASTER.
       01 MASTER-RECORD.
            88 ENDOFMASTERFILE VALUE HIGH-VALUES.
            02 SM-ID            PIC 9(5).
            02 FILLER           PIC X(1).
            02 SM-NAME          PIC X(25).
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            88 ENDOFEMPFILE VALUE HIGH-VALUES.
            02 EMP-SSN          PIC 9(9).
            02 EMP-LASTNAME     PIC X(10).
            02 EMP-FIRSTNAME    PIC X(10).
            02 FILLER           PIC X(38).
            02 EMP-STATUSCODE   PIC X.
               88  EMP-TERMINATED    VALUE 'T'.
            02 EMP-TERMDATE     PIC 9(8).
            02 EMP-TERMREASON   PIC X(10).
       FD BRANCHHIST.
       01 BRANCH-HIST-RECORD.
            88 ENDOFHISTFILE VALUE HIGH-VALUES.
            02 BH-SALES-ID      PIC 9(5).
            02 FILLER           PIC X(1).
            02 BH-EFF-DATE      PIC 9(8).
            02 FILLER           PIC X(1).
            02 BH-BRANCH-CODE   PIC X(3).
       FD PAIDSALESFILE.
       01 PAID-SALES-RECORD.
            88 ENDOFPAIDSALES VALUE HIGH-VALUES.
            02 PSR-NAME         PIC X(25).
            02 FILLER           PIC X(41).
       SD PAIDSORTWORK.
       01 PAID-SORT-RECORD.
            02 PSW-NAME         PIC X(25).
            02 PSW-TYPE         PIC X.
               88 PSW-PAID-RECORD    VALUE '1'.
               88 PSW-SALES-RECORD   VALUE '2'.
               88 PSW-SENT-REVERSAL  VALUE '3'.
               88 PSW-CLAW-REVERSAL  VALUE '4'.
            02 PSW-SEQ          PIC 9(7).
            02 PSW-AMOUNT       PIC 9(8)V99.
            02 PSW-AMOUNT2      PIC 9(8)V99.
       SD PAIDSEQWORK.
       01 PAID-SEQ-RECORD.
            02 PQS-SEQ          PIC 9(7).
            02 FILLER           PIC X(1).
            02 PQS-AMOUNT       PIC 9(8)V99.
       FD PAIDMATCHWORK.
       01 PAID-MATCH-WORK-RECORD.
            02 PMW-SEQ          PIC 9(7).
            02 FILLER           PIC X(1).
            02 PMW-AMOUNT       PIC 9(8)V99.
       FD PAIDMATCH.
       01 PAID-MATCH-RECORD.
            88 ENDOFPAIDMATCH VALUE HIGH-VALUES.
            02 PMR-SEQ          PIC 9(7).
            02 FILLER           PIC X(1).
            02 PMR-AMOUNT       PIC 9(8)V99.
       FD PAIDNEW.
       01 PAID-NEW-RECORD.
            88 ENDOFPAIDNEW VALUE HIGH-VALUES.
            02 PNW-NAME         PIC X(25).
            02 PNW-TO-DATE      PIC 9(8)V99.
            02 FILLER           PIC X(1).
            02 PNW-YEAR         PIC 9(4).
       FD PAIDCARRY.
       01 PAID-CARRY-RECORD.
            88 ENDOFPAIDCARRY VALUE HIGH-VALUES.
            02 PCF-NAME         PIC X(25).
            02 PCF-TO-DATE      PIC 9(8)V99.
            02 FILLER           PIC X(1).
            02 PCF-YEAR         PIC 9(4).
       FD BRANCHMASTER.
       01 BRANCH-MASTER-RECORD.
            88 ENDOFBRMFILE VALUE HIGH-VALUES.
            02 BRM-CODE         PIC X(3).
            02 FILLER           PIC X(1).
            02 BRM-NAME         PIC X(20).
            02 FILLER           PIC X(1).
            02 BRM-REGION       PIC X(10).
            02 FILLER           PIC X(1).
            02 BRM-MANAGER      PIC X(20).
            02 FILLER           PIC X(1).
            02 BRM-COST-CENTER  PIC X(8).
       FD GLJOURNAL.
       01 GL-RECORD.
            88 ENDOFGLFILE VALUE HIGH-VALUES.
            02 GLJ-REC-TYPE     PIC X.
               88  GLJ-HEADER       VALUE 'H'.
               88  GLJ-DETAIL       VALUE 'D'.
               88  GLJ-TRAILER      VALUE 'T'.
            02 FILLER           PIC X(1).
            02 GLJ-TYPE         PIC X(8).
            02 FILLER           PIC X(1).
            02 GLJ-PERIOD       PIC X(6).
            02 FILLER           PIC X(63).
       01 GL-HEADER-RECORD.
            02 FILLER           PIC X(17).
            02 FILLER           PIC X(1).
            02 GLH-POST-DATE    PIC 9(8).
            02 FILLER           PIC X(1).
            02 GLH-DESC         PIC X(30).
            02 FILLER           PIC X(23).
       01 GL-DETAIL-RECORD.
            02 FILLER           PIC X(17).
            02 FILLER           PIC X(1).
            02 GLD-ACCOUNT      PIC X(6).
            02 FILLER           PIC X(1).
            02 GLD-COST-CENTER  PIC X(8).
            02 FILLER           PIC X(1).
            02 GLD-DC           PIC X.
            02 FILLER           PIC X(1).
            02 GLD-AMOUNT       PIC 9(10)V99.
            02 FILLER           PIC X(1).
            02 GLD-DESC         PIC X(20).
            02 FILLER           PIC X(11).
       01 GL-TRAILER-RECORD.
            02 FILLER           PIC X(17).
            02 FILLER           PIC X(1).
            02 GLT-LINE-COUNT   PIC 9(5).
            02 FILLER           PIC X(1).
            02 GLT-TOT-DEBIT    PIC 9(12)V99.
            02 FILLER           PIC X(1).
            02 GLT-TOT-CREDIT   PIC 9(12)V99.
            02 FILLER           PIC X(27).
       FD GLWORK.
       01 GL-WORK-RECORD.
            88 ENDOFGLWORK VALUE HIGH-VALUES.
            02 GLW-ACCOUNT      PIC X(6).
            02 FILLER           PIC X(1).
            02 GLW-COST-CENTER  PIC X(8).
            02 FILLER           PIC X(1).
            02 GLW-DC           PIC X.
            02 FILLER           PIC X(1).
            02 GLW-AMOUNT       PIC 9(10)V99.
            02 FILLER           PIC X(1).
            02 GLW-DESC         PIC X(20).
       FD GLPARM.
       01 GLPARM-RECORD.
            88 ENDOFGLPARM VALUE HIGH-VALUES.
            02 GLP-MODE         PIC X.
            02 GLP-DATE         PIC X(8).
       FD ADJAPPROVAL.
       01 APPROVAL-RECORD.
            88 ENDOFAPRFILE VALUE HIGH-VALUES.
            02 APR-NAME         PIC X(25).
            02 FILLER           PIC X(1).
            02 APR-YEAR         PIC 9(4).
            02 FILLER           PIC X(1).
            02 APR-DECISION     PIC X.
               88  APR-APPROVED     VALUE 'A'.
               88  APR-REJECTED     VALUE 'R'.
               88  APR-PENDING      VALUE 'P'.
            02 FILLER           PIC X(1).
            02 APR-ADJUSTMENT   PIC S9(7) SIGN LEADING SEPARATE.
            02 FILLER           PIC X(1).
            02 APR-DATE         PIC 9(8).
            02 FILLER           PIC X(1).
            02 APR-MANAGER      PIC X(20).
       FD COMMHELD.
       01 HELD-RECORD.
            88 ENDOFHELDFILE VALUE HIGH-VALUES.
            02 HLD-NAME         PIC X(25).
            02 FILLER           PIC X(1).
            02 HLD-PERIOD       PIC X(6).
            02 FILLER           PIC X(1).
            02 HLD-SINCE        PIC 9(8).
            02 FILLER           PIC X(1).
            02 HLD-BRANCH       PIC X(3).
            02 FILLER           PIC X(1).
            02 HLD-MANAGER      PIC X(20).
            02 FILLER           PIC X(1).
            02 HLD-ADJUSTMENT   PIC S9(7) SIGN LEADING SEPARATE.
            02 FILLER           PIC X(1).
            02 HLD-AMOUNT       PIC 9(8)V99.
            02 FILLER           PIC X(1).
            02 HLD-REASON       PIC X(8).
       FD COMMHOLDRPT.
       01 HOLDRPT-PRINT-LINE      PIC X(132).
       SD HOLDSORTWORK.
       01 HOLD-SORT-RECORD.
            02 HSW-MANAGER      PIC X(20).
            02 HSW-SINCE        PIC 9(8).
            02 HSW-NAME         PIC X(25).
            02 HSW-BRANCH       PIC X(3).
            02 HSW-PERIOD       PIC X(6).
            02 HSW-ADJUSTMENT   PIC S9(7).
            02 HSW-AMOUNT       PIC 9(8)V99.
            02 HSW-REASON       PIC X(8).
       FD RUNLOG.
       01 RUNLOG-RECORD.
            05  RUNLOG-PROGRAM      PIC X(15).
       01  WS-RUNCTL-FIELDS.
           05  WS-PAY-STATUS     PIC XX    VALUE SPACES.
           05  WS-SENT-STATUS    PIC XX    VALUE SPACES.
           05  WS-SENT-KEEP-STATUS PIC XX  VALUE SPACES.
           05  WS-UNPAID-STATUS  PIC XX    VALUE SPACES.
           05  WS-UNPAID-COUNT   PIC 9(5)  VALUE ZEROES.
           05  WS-RQ-STATUS      PIC XX    VALUE SPACES.
           05  WS-RQ-KEEP-STATUS PIC XX    VALUE SPACES.
           05  WS-RQ-READ-SW     PIC X     VALUE 'N'.
               88  REQUEUE-READ      VALUE 'Y'.
           05  WS-RQ-PURGED      PIC 9(5)  VALUE ZEROES.
           05  WS-CTL-STATUS     PIC XX    VALUE SPACES.
           05  WS-CTL-FULL-SW    PIC X     VALUE 'N'.
               88  CTL-TABLE-FULL    VALUE 'Y'.
           05  WS-WRONG-PERIOD   PIC 9(5)  VALUE ZEROES.
           05  WS-DUP-SW         PIC X     VALUE 'N'.
               88  DUPLICATE-RUN-BLOCKED VALUE 'Y'.

       01  WS-PAID-FIELDS.
           05  WS-PAID-STATUS    PIC XX    VALUE SPACES.
           05  WS-PRIOR-PAID     PIC 9(8)V99  VALUE ZEROES.
           05  WS-CUR-PAID       PIC 9(8)V99  VALUE ZEROES.
           05  WS-INCREMENTAL    PIC S9(8)V99 VALUE ZEROES.

       01  WS-PAID-MATCH-FIELDS.
           05  WS-PAID-SALES-STATUS PIC XX    VALUE SPACES.
           05  WS-PM-WORK-STATUS    PIC XX    VALUE SPACES.
           05  WS-PM-STATUS         PIC XX    VALUE SPACES.
           05  WS-PAID-NEW-STATUS   PIC XX    VALUE SPACES.
           05  WS-PAID-CARRY-STATUS PIC XX    VALUE SPACES.
           05  WS-PAID-REC-SEQ      PIC 9(7)  VALUE ZEROES.
           05  WS-PAID-SALES-SEQ    PIC 9(7)  VALUE ZEROES.
           05  WS-PAID-CUR-SEQ      PIC 9(7)  VALUE ZEROES.
           05  WS-PAID-SORT-SW      PIC X     VALUE 'N'.
               88  PAID-SORT-DONE       VALUE 'Y'.
           05  WS-GRP-NAME          PIC X(25) VALUE SPACES.
           05  WS-GRP-PAID-SW       PIC X     VALUE 'N'.
               88  GRP-HAS-PAID         VALUE 'Y'.
           05  WS-GRP-SALES-SW      PIC X     VALUE 'N'.
               88  GRP-HAS-SALES        VALUE 'Y'.
           05  WS-GRP-AMOUNT        PIC 9(8)V99 VALUE ZEROES.
           05  WS-DUP-NAME-COUNT    PIC 9(5)  VALUE ZEROES.

       01  WS-CLAW-FIELDS.
           05  WS-CLAW-STATUS    PIC XX    VALUE SPACES.
           05  WS-CLAW-MATCH-SW  PIC X     VALUE 'N'.
               88  CLAW-MATCH-FOUND  VALUE 'Y'.
           05  WS-CLAW-MATCH-IDX PIC 999   VALUE ZEROES.
           05  WS-CLAW-FULL-SW   PIC X     VALUE 'N'.
               88  CLAW-TABLE-FULL   VALUE 'Y'.
           05  WS-GROSS-DUE      PIC 9(8)V99  VALUE ZEROES.
           05  WS-CLAW-ADDED     PIC 9(8)V99  VALUE ZEROES.
           05  WS-CLAW-RECOVERED PIC 9(8)V99  VALUE ZEROES.
           05  WS-CLAW-BALANCE   PIC 9(8)V99  VALUE ZEROES.
           05  WS-TOT-CLAW-OPEN  PIC 9(10)V99 VALUE ZEROES.
           05  WS-TOT-CLAW-ADDED PIC 9(10)V99 VALUE ZEROES.
           05  WS-TOT-CLAW-RECOV PIC 9(10)V99 VALUE ZEROES.
           05  WS-TOT-CLAW-BAL   PIC 9(10)V99 VALUE ZEROES.
           05  WS-CLAW-OWING     PIC 9(5)     VALUE ZEROES.

       01  WS-CLAW-TABLE.
           05  WS-CLAW-COUNT     PIC 999   VALUE ZEROES.
           05  WS-CLAW-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CLAW-IDX.
               10  WS-CLAW-NAME      PIC X(25).
               10  WS-CLAW-OPENING   PIC 9(8)V99.
               10  WS-CLAW-BAL       PIC 9(8)V99.
               10  WS-CLAW-PERIOD    PIC X(6).
               10  WS-CLAW-ADD-AMT   PIC 9(8)V99.
               10  WS-CLAW-REC-AMT   PIC 9(8)V99.

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-STATUS  PIC XX    VALUE SPACES.
           05  WS-MAST-MATCH-SW  PIC X     VALUE 'N'.
               88  MASTER-NAME-FOUND VALUE 'Y'.
           05  WS-MAST-FULL-SW   PIC X     VALUE 'N'.
               88  MAST-TABLE-FULL   VALUE 'Y'.
           05  WS-CURRENT-ID     PIC 9(5)  VALUE ZEROES.

       01  WS-MASTER-TABLE.
           05  WS-MAST-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-MAST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MAST-IDX.
               10  WS-MAST-ID       PIC 9(5).
               10  WS-MAST-NAME     PIC X(25).

       01  WS-TERM-FIELDS.
           05  WS-EMP-STATUS     PIC XX    VALUE SPACES.
           05  WS-TERM-FULL-SW   PIC X     VALUE 'N'.
               88  TERM-TABLE-FULL   VALUE 'Y'.
           05  WS-FINAL-SW       PIC X     VALUE SPACE.
               88  FINAL-SETTLEMENT  VALUE 'F'.
               88  SETTLED-EARLIER   VALUE 'S'.
           05  WS-TERM-MATCH-IDX PIC 9(4)  VALUE ZEROES.
           05  WS-TERM-QUARTER   PIC 9     VALUE ZEROES.
           05  WS-TERM-SKIPPED   PIC 9(5)  VALUE ZEROES.

       01  WS-TERM-TABLE.
           05  WS-TERM-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-TERM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-TERM-IDX.
               10  WS-TERM-LAST     PIC X(10).
               10  WS-TERM-FIRST    PIC X(10).
               10  WS-TERM-DATE.
                   15  WS-TERM-YEAR    PIC 9(4).
                   15  WS-TERM-MONTH   PIC 9(2).
                   15  WS-TERM-DAY     PIC 9(2).

       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS    PIC XX    VALUE SPACES.
           05  WS-HIST-FULL-SW   PIC X     VALUE 'N'.
               88  HIST-TABLE-FULL   VALUE 'Y'.
           05  WS-HIST-MID-DATE  PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-BEST-DATE PIC 9(8)  VALUE ZEROES.
           05  WS-SPLIT-SW       PIC X     VALUE 'N'.
               88  BRANCH-SPLIT      VALUE 'Y'.
           05  WS-QTR            PIC 9     VALUE ZEROES.
           05  WS-QTR-MID-VALUES PIC X(16) VALUE '0215051508151115'.
           05  WS-QTR-MID-TABLE REDEFINES WS-QTR-MID-VALUES.
               10  WS-QTR-MID-MMDD  PIC 9(4) OCCURS 4 TIMES.
           05  WS-QTR-DETAIL OCCURS 4 TIMES.
               10  WS-QTR-AMT       PIC 9(7).
               10  WS-QTR-BRANCH    PIC X(3).
               10  WS-QTR-COMM      PIC 9(8)V99.

       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-HIST-ID       PIC 9(5).
               10  WS-HIST-EFF      PIC 9(8).
               10  WS-HIST-BRANCH   PIC X(3).

       01  WS-TIER-RATES.
           05  WS-TIER1-LIMIT    PIC 9(10) VALUE 1000000.

       01  WS-RATE-FIELDS.
           05  WS-RATES-STATUS   PIC XX    VALUE SPACES.
           05  WS-RATE-FULL-SW   PIC X     VALUE 'N'.
               88  RATE-TABLE-FULL   VALUE 'Y'.
           05  WS-RUN-DATE       PIC 9(8)  VALUE ZEROES.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR      PIC 9(4).
               10  WS-RUN-MMDD      PIC 9(4).
           05  WS-RATE-MATCH-IDX PIC 99    VALUE ZEROES.
           05  WS-RATE-BEST-DATE PIC 9(8)  VALUE ZEROES.
           05  WS-FALLBACK-SW    PIC X     VALUE 'N'.
               88  DEFAULT-RATES-USED VALUE 'Y'.
           05  WS-RATE-BRANCH-KEY PIC X(3) VALUE SPACES.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT     PIC 99    VALUE ZEROES.
               10  WS-RATE-T3-RATE  PIC V999.
               10  WS-RATE-USED     PIC X.

       01  WS-BRM-FIELDS.
           05  WS-BRM-STATUS     PIC XX    VALUE SPACES.
           05  WS-BRM-MATCH-SW   PIC X     VALUE 'N'.
               88  BRM-MATCH-FOUND   VALUE 'Y'.
           05  WS-BRM-FULL-SW    PIC X     VALUE 'N'.
               88  BRM-TABLE-FULL    VALUE 'Y'.

       01  WS-BRM-TABLE.
           05  WS-BRM-COUNT      PIC 99    VALUE ZEROES.
           05  WS-BRM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BRM-IDX.
               10  WS-BRM-CODE         PIC X(3).
               10  WS-BRM-COST-CENTER  PIC X(8).
               10  WS-BRM-MANAGER      PIC X(20).

       01  WS-GL-FIELDS.
           05  WS-GL-STATUS      PIC XX    VALUE SPACES.
           05  WS-GL-WORK-STATUS PIC XX    VALUE SPACES.
           05  WS-GLPARM-STATUS  PIC XX    VALUE SPACES.
           05  WS-GL-EXPENSE-ACCT PIC X(6) VALUE '615000'.
           05  WS-GL-PAYROLL-ACCT PIC X(6) VALUE '211000'.
           05  WS-GL-CLAW-ACCT   PIC X(6)  VALUE '125000'.
           05  WS-GL-CORP-CC     PIC X(8)  VALUE 'CORP'.
           05  WS-GL-SUSPENSE-CC PIC X(8)  VALUE 'SUSPENSE'.
           05  WS-GL-TYPE        PIC X(8)  VALUE SPACES.
           05  WS-GL-PERIOD      PIC X(6)  VALUE SPACES.
           05  WS-GL-POST-DATE   PIC 9(8)  VALUE ZEROES.
           05  WS-GL-DESC        PIC X(30) VALUE SPACES.
           05  WS-GL-REVERSE-SW  PIC X     VALUE 'N'.
               88  GL-REVERSING      VALUE 'Y'.
           05  WS-GL-ACCOUNT     PIC X(6)  VALUE SPACES.
           05  WS-GL-COST-CENTER PIC X(8)  VALUE SPACES.
           05  WS-GL-DC          PIC X     VALUE SPACES.
           05  WS-GL-AMOUNT      PIC 9(10)V99 VALUE ZEROES.
           05  WS-GL-LINE-DESC   PIC X(20) VALUE SPACES.
           05  WS-GL-LINE-COUNT  PIC 9(5)  VALUE ZEROES.
           05  WS-GL-TOT-DEBIT   PIC 9(12)V99 VALUE ZEROES.
           05  WS-GL-TOT-CREDIT  PIC 9(12)V99 VALUE ZEROES.
           05  WS-GL-EXPENSE-TOTAL PIC 9(10)V99 VALUE ZEROES.
           05  WS-GL-PAYROLL-CR  PIC 9(10)V99 VALUE ZEROES.
           05  WS-GL-CLAW-DR     PIC 9(10)V99 VALUE ZEROES.
           05  WS-GL-CLAW-CR     PIC 9(10)V99 VALUE ZEROES.
           05  WS-GL-ALLOC-AMT   PIC 9(8)V99  VALUE ZEROES.
           05  WS-GL-ALLOC-DC    PIC X     VALUE SPACES.
           05  WS-GL-REMAIN      PIC 9(8)V99  VALUE ZEROES.
           05  WS-GL-TAKE        PIC 9(8)V99  VALUE ZEROES.
           05  WS-GL-BRANCH      PIC X(3)  VALUE SPACES.
           05  WS-GL-SUSPENSE-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-GL-CAPTURE-SW  PIC X     VALUE 'N'.
               88  GL-CAPTURING      VALUE 'Y'.
           05  WS-GL-CAPTURED    PIC 9(5)  VALUE ZEROES.
           05  WS-GL-ACR-POSTED-SW PIC X   VALUE 'N'.
               88  ACCRUAL-ALREADY-POSTED VALUE 'Y'.

       01  WS-GLCC-TABLE.
           05  WS-GLCC-COUNT     PIC 99    VALUE ZEROES.
           05  WS-GLCC-MATCH-IDX PIC 99    VALUE ZEROES.
           05  WS-GLCC-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-GLCC-IDX.
               10  WS-GLCC-CODE      PIC X(8).
               10  WS-GLCC-DEBIT     PIC 9(10)V99.
               10  WS-GLCC-CREDIT    PIC 9(10)V99.

       01  WS-ACCRUAL-FIELDS.
           05  WS-ACCRUAL-SW     PIC X     VALUE 'N'.
               88  ACCRUAL-REQUESTED VALUE 'Y'.
           05  WS-ACCRUAL-DATE   PIC 9(8)  VALUE ZEROES.
           05  WS-ACCRUAL-DATE-R REDEFINES WS-ACCRUAL-DATE.
               10  WS-ACCRUAL-YEAR  PIC 9(4).
               10  WS-ACCRUAL-MONTH PIC 99.
               10  WS-ACCRUAL-DAY   PIC 99.
           05  WS-ACCRUAL-REV-DATE PIC 9(8) VALUE ZEROES.
           05  WS-ACCRUAL-REV-DATE-R REDEFINES WS-ACCRUAL-REV-DATE.
               10  WS-ACCRUAL-REV-YEAR  PIC 9(4).
               10  WS-ACCRUAL-REV-MONTH PIC 99.
               10  WS-ACCRUAL-REV-DAY   PIC 99.
           05  WS-ACCRUAL-PERIOD PIC X(6)  VALUE SPACES.
           05  WS-ACCRUAL-AMT    PIC S9(8)V99 VALUE ZEROES.
           05  WS-ACCRUAL-COUNT  PIC 9(5)  VALUE ZEROES.
           05  WS-ACCRUAL-TOTAL  PIC 9(10)V99 VALUE ZEROES.
           05  WS-ACCRUAL-TOTAL-ED PIC $$$,$$$,$$9.99.

       01  WS-SIGNOFF-FIELDS.
           05  WS-SIGNOFF-THRESHOLD  PIC 9(7) VALUE 1000.
           05  WS-ABS-ADJUSTMENT     PIC 9(7) VALUE ZEROES.
           05  WS-SIGNOFF-SW         PIC X    VALUE SPACE.
               88  SIGNOFF-APPROVED      VALUE 'A'.
               88  SIGNOFF-REJECTED      VALUE 'R'.
               88  SIGNOFF-HELD          VALUE 'H'.
           05  WS-SIGNOFF-REASON     PIC X(8) VALUE SPACES.
           05  WS-REJECTED-ADJ       PIC S9(7) VALUE ZEROES.
           05  WS-APR-STATUS         PIC XX   VALUE SPACES.
           05  WS-APR-FULL-SW        PIC X    VALUE 'N'.
               88  APR-TABLE-FULL        VALUE 'Y'.
           05  WS-APR-MATCH-IDX      PIC 9(4) VALUE ZEROES.
           05  WS-SEARCH-YEAR        PIC 9(4) VALUE ZEROES.
           05  WS-HELD-STATUS        PIC XX   VALUE SPACES.
           05  WS-HOLD-FULL-SW       PIC X    VALUE 'N'.
               88  HOLD-TABLE-FULL       VALUE 'Y'.
           05  WS-HOLD-MATCH-IDX     PIC 999  VALUE ZEROES.
           05  WS-RELEASE-SW         PIC X    VALUE 'N'.
               88  RELEASE-RUN           VALUE 'Y'.
           05  WS-RELEASE-NAME-SW    PIC X    VALUE 'N'.
               88  RELEASE-THIS-NAME     VALUE 'Y'.
           05  WS-RELEASE-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-RELEASED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-HELD-AMOUNT        PIC 9(8)V99  VALUE ZEROES.
           05  WS-HELD-COUNT         PIC 9(5)     VALUE ZEROES.
           05  WS-HELD-TOTAL         PIC 9(10)V99 VALUE ZEROES.
           05  WS-OPEN-HOLD-COUNT    PIC 9(5)     VALUE ZEROES.

       01  WS-APR-TABLE.
           05  WS-APR-COUNT      PIC 9(4)  VALUE ZEROES.
           05  WS-APR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-APR-IDX.
               10  WS-APR-NAME      PIC X(25).
               10  WS-APR-YEAR      PIC 9(4).
               10  WS-APR-DECISION  PIC X.
               10  WS-APR-AMT-SW    PIC X.
               10  WS-APR-ADJ       PIC S9(7).

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT     PIC 999   VALUE ZEROES.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-IDX.
               10  WS-HOLD-NAME     PIC X(25).
               10  WS-HOLD-PERIOD   PIC X(6).
               10  WS-HOLD-SINCE    PIC 9(8).
               10  WS-HOLD-BRANCH   PIC X(3).
               10  WS-HOLD-MANAGER  PIC X(20).
               10  WS-HOLD-ADJ      PIC S9(7).
               10  WS-HOLD-AMOUNT   PIC 9(8)V99.
               10  WS-HOLD-REASON   PIC X(8).
               10  WS-HOLD-STATE    PIC X.
               10  WS-HOLD-RELEASE  PIC X.

       01  WS-HOLD-REPORT-FIELDS.
           05  WS-HSW-SW         PIC X     VALUE 'N'.
               88  HOLD-SORT-DONE    VALUE 'Y'.
           05  WS-HRP-MANAGER    PIC X(20) VALUE SPACES.
           05  WS-HRP-DAYS       PIC 9(5)  VALUE ZEROES.
           05  WS-HRP-MGR-COUNT  PIC 9(5)  VALUE ZEROES.
           05  WS-HRP-MGR-TOTAL  PIC 9(10)V99 VALUE ZEROES.
           05  WS-HRP-TOT-COUNT  PIC 9(5)  VALUE ZEROES.
           05  WS-HRP-TOT-TOTAL  PIC 9(10)V99 VALUE ZEROES.
           05  WS-HRP-MGR-AGE OCCURS 4 TIMES PIC 9(10)V99.
           05  WS-HRP-TOT-AGE OCCURS 4 TIMES PIC 9(10)V99.
           05  WS-HRP-BUCKET     PIC 9     VALUE ZEROES.

       01  WS-COMMISSION-FIELDS.
           05  WS-SALESPERSON-YEARLY PIC 9(10)     VALUE ZEROES.
           05  WS-COMMISSIONABLE     PIC S9(10)    VALUE ZEROES.
           05  WS-TOT-INCREMENTAL    PIC 9(10)V99  VALUE ZEROES.
           05  WS-TOT-COMMISSIONABLE PIC 9(12)     VALUE ZEROES.
           05  WS-TOT-COMMISSION     PIC 9(10)V99  VALUE ZEROES.
           05  WS-CUM-SALES          PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-START        PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-END          PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-LOW          PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-HIGH         PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-T1           PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-T2           PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-T3           PIC 9(10)     VALUE ZEROES.
           05  WS-SLICE-COMM         PIC 9(8)V9(6) VALUE ZEROES.
           05  WS-COMM-WORK          PIC 9(8)V9(6) VALUE ZEROES.

       01  REGISTER-HEADING-LINE1.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 REG-PAYMENT-COUNT PIC ZZZZ9.
           05 FILLER           PIC X(97) VALUE SPACES.

       01  REGISTER-GL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'GL JOURNAL: '.
           05 REG-GL-TYPE      PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 REG-GL-PERIOD    PIC X(6).
           05 FILLER           PIC X(10) VALUE '  DEBITS: '.
           05 REG-GL-DEBIT     PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(11) VALUE '  CREDITS: '.
           05 REG-GL-CREDIT    PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(51) VALUE SPACES.

       01  REGISTER-GL-SUSPENSE-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(41) VALUE
               'GL POSTINGS TO SUSPENSE COST CENTER:     '.
           05 REG-GL-SUSPENSE  PIC ZZZZ9.
           05 FILLER           PIC X(81) VALUE SPACES.

       01  REGISTER-RELEASE-LINE.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FILLER           PIC X(38) VALUE
               'RELEASE OF HELD PAYMENTS FOR PERIOD   '.
           05 REG-REL-PERIOD   PIC X(6).
           05 FILLER           PIC X(87) VALUE SPACES.

       01  REGISTER-HELD-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PAYMENT HELD:'.
           05 REG-HELD         PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               'ADJUSTMENT NOT SIGNED OFF - '.
           05 REG-HELD-REASON  PIC X(8).
           05 FILLER           PIC X(55) VALUE SPACES.

       01  REGISTER-REJECTED-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'REJECTED ADJ:'.
           05 REG-REJECTED     PIC -$$,$$$,$$9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               'EXCLUDED FROM COMMISSIONABLE'.
           05 FILLER           PIC X(65) VALUE SPACES.

       01  REGISTER-FINAL-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
               'FINAL SETTLEMENT - TERMINATED '.
           05 REG-TERM-DATE    PIC 9(8).
           05 FILLER           PIC X(25) VALUE
               ' - SALES THROUGH QUARTER '.
           05 REG-TERM-QUARTER PIC 9.
           05 FILLER           PIC X(58) VALUE SPACES.

       01  REGISTER-HELD-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               'PAYMENTS HELD FOR SIGN-OFF:'.
           05 REG-HELD-COUNT   PIC ZZZZ9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 REG-HELD-TOTAL   PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(76) VALUE SPACES.

       01  REGISTER-RELEASED-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               'HELD PAYMENTS RELEASED:'.
           05 REG-RELEASED     PIC ZZZZ9.
           05 FILLER           PIC X(94) VALUE SPACES.

       01  STATEMENT-BANNER-LINE.
           05 FILLER           PIC X(26) VALUE
               '=========================='.
           05 FILLER           PIC X(4)  VALUE ' PCT'.
           05 FILLER           PIC X(33) VALUE SPACES.

       01  STATEMENT-BRANCH-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(8)  VALUE 'QUARTER '.
           05 STM-BR-QUARTER   PIC 9.
           05 FILLER           PIC X(8)  VALUE ' BRANCH '.
           05 STM-BR-CODE      PIC X(3).
           05 FILLER           PIC X(13) VALUE ' COMMISSION: '.
           05 STM-BR-COMM      PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(29) VALUE SPACES.

       01  STATEMENT-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'COMMISSION DUE:'.
           05 STM-THIS-PAYMENT PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(45) VALUE SPACES.

       01  STATEMENT-OVERPAID-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'OVERPAID:'.
           05 STM-OVERPAID     PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(45) VALUE SPACES.

       01  STATEMENT-RECOVERED-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'RECOVERED:'.
           05 STM-RECOVERED    PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(45) VALUE SPACES.

       01  STATEMENT-OWED-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'BALANCE OWED:'.
           05 STM-OWED         PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(45) VALUE SPACES.

       01  STATEMENT-HELD-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'PAYMENT HELD:'.
           05 STM-HELD         PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(22) VALUE
               ' PENDING ADJ SIGN-OFF'.
           05 FILLER           PIC X(23) VALUE SPACES.

       01  STATEMENT-REJECTED-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'REJECTED ADJ:'.
           05 STM-REJECTED     PIC -$$,$$$,$$9.
           05 FILLER           PIC X(19) VALUE
               ' NOT COMMISSIONABLE'.
           05 FILLER           PIC X(28) VALUE SPACES.

       01  REGISTER-CLAWBACK-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'OVERPAID:'.
           05 REG-OVERPAID     PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'RECOVERED:'.
           05 REG-RECOVERED    PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'BALANCE OWED:'.
           05 REG-OWED         PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(33) VALUE SPACES.

       01  CLAWRPT-HEADING-LINE1.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 FILLER       PIC X(36) VALUE
               'COMMISSION CLAWBACK LEDGER - PERIOD '.
           05 CLR-PERIOD   PIC X(6).
           05 FILLER       PIC X(89) VALUE SPACES.

       01  CLAWRPT-HEADING-LINE2.
           05 FILLER       PIC X(5)  VALUE SPACES.
           05 FILLER       PIC X(27) VALUE 'SALESPERSON NAME'.
           05 FILLER       PIC X(16) VALUE 'OPENING BALANCE'.
           05 FILLER       PIC X(16) VALUE 'NEW OVERPAYMENT'.
           05 FILLER       PIC X(16) VALUE 'RECOVERED'.
           05 FILLER       PIC X(16) VALUE 'REMAINING'.
           05 FILLER       PIC X(36) VALUE SPACES.

       01  CLAWRPT-DETAIL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 CLR-NAME         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLR-OPENING      PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 CLR-ADDED        PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 CLR-RECOVERED    PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 CLR-REMAINING    PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(39) VALUE SPACES.

       01  CLAWRPT-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'TOTALS:'.
           05 CLR-TOT-OPENING  PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLR-TOT-ADDED    PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLR-TOT-RECOVERED PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLR-TOT-REMAINING PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(38) VALUE SPACES.

       01  CLAWRPT-OWING-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(36) VALUE
               'SALESPEOPLE OWING COMMISSION BACK: '.
           05 CLR-OWING        PIC ZZZZ9.
           05 FILLER           PIC X(86) VALUE SPACES.

       01  CLAWRPT-NONE-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(40) VALUE
               'NO OVERPAYMENTS OUTSTANDING'.
           05 FILLER           PIC X(87) VALUE SPACES.

       01  HOLDRPT-HEADING-LINE1.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 FILLER       PIC X(52) VALUE
               'COMMISSION HELD FOR ADJUSTMENT SIGN-OFF - AGED AS OF'.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 HLR-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(70) VALUE SPACES.

       01  HOLDRPT-HEADING-LINE2.
           05 FILLER       PIC X(5)  VALUE SPACES.
           05 FILLER       PIC X(27) VALUE 'SALESPERSON NAME'.
           05 FILLER       PIC X(8)  VALUE 'BRANCH'.
           05 FILLER       PIC X(8)  VALUE 'PERIOD'.
           05 FILLER       PIC X(12) VALUE 'HELD SINCE'.
           05 FILLER       PIC X(6)  VALUE ' DAYS'.
           05 FILLER       PIC X(15) VALUE '  AMOUNT HELD'.
           05 FILLER       PIC X(13) VALUE ' ADJUSTMENT'.
           05 FILLER       PIC X(10) VALUE 'STATUS'.
           05 FILLER       PIC X(28) VALUE SPACES.

       01  HOLDRPT-MANAGER-LINE.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 FILLER       PIC X(16) VALUE 'BRANCH MANAGER: '.
           05 HLR-MANAGER  PIC X(20).
           05 FILLER       PIC X(95) VALUE SPACES.

       01  HOLDRPT-DETAIL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 HLR-NAME         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLR-BRANCH       PIC X(3).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 HLR-PERIOD       PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLR-SINCE        PIC 9(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 HLR-DAYS         PIC ZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 HLR-AMOUNT       PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLR-ADJUSTMENT   PIC -$$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLR-REASON       PIC X(8).
           05 FILLER           PIC X(30) VALUE SPACES.

       01  HOLDRPT-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 HLR-TOT-LABEL    PIC X(30).
           05 FILLER           PIC X(15) VALUE 'PAYMENTS HELD:'.
           05 HLR-TOT-COUNT    PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 HLR-TOT-AMOUNT   PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(52) VALUE SPACES.

       01  HOLDRPT-AGING-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'AGING  0-30: '.
           05 HLR-AGE1         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(9)  VALUE '  31-60: '.
           05 HLR-AGE2         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(9)  VALUE '  61-90: '.
           05 HLR-AGE3         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(11) VALUE '  OVER 90: '.
           05 HLR-AGE4         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(29) VALUE SPACES.

       01  HOLDRPT-NONE-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(45) VALUE
               'NO COMMISSION PAYMENTS HELD FOR SIGN-OFF'.
           05 FILLER           PIC X(82) VALUE SPACES.

       01  RATESET-HEADING-LINE.
           05 FILLER       PIC X(5)  VALUE SPACES.
           05 FILLER       PIC X(20) VALUE 'RATE SETS APPLIED:'.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           PERFORM 0112-READ-GL-PARM THRU 0112-EXIT.
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-RUN-QUARTER   TO WS-PERIOD-NUM.
           PERFORM 0150-LOAD-CLAWBACK THRU 0150-EXIT.
           IF CLAW-TABLE-FULL
               DISPLAY 'CARCOMMISSION - COMMCLAWBACK.DAT HAS MORE '
                   'ENTRIES THAN THE CLAWBACK TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0115-LOAD-RUN-CONTROL THRU 0115-EXIT.
           IF CTL-TABLE-FULL
               DISPLAY 'CARCOMMISSION - COMMRUNCTL.DAT HAS MORE '
                   'ENTRIES THAN THE RUN CONTROL TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           IF REVERSAL-MODE
               PERFORM 0700-REVERSE-PAYMENTS THRU 0700-EXIT
               IF WS-REVERSAL-COUNT > ZERO OR WS-UNPAID-COUNT > ZERO
                   PERFORM 0730-REVERSE-PAID THRU 0730-EXIT
                   PERFORM 0720-REVERSE-CLAWBACK THRU 0720-EXIT
                       VARYING WS-CLAW-IDX FROM 1 BY 1
                       UNTIL WS-CLAW-IDX > WS-CLAW-COUNT
                   PERFORM 0310-REWRITE-PAID THRU 0310-EXIT
                   PERFORM 0340-REWRITE-CLAWBACK THRU 0340-EXIT
                   PERFORM 0400-RECORD-RUN-CONTROL THRU 0400-EXIT
                   PERFORM 0650-REVERSE-GL-JOURNAL THRU 0650-EXIT
               END-IF
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0190-LOAD-APPROVALS THRU 0190-EXIT.
           PERFORM 0195-LOAD-HELD THRU 0195-EXIT.
           IF APR-TABLE-FULL OR HOLD-TABLE-FULL
               DISPLAY 'CARCOMMISSION - ADJAPPROVAL.DAT OR '
                   'COMMHELD.DAT HAS MORE ENTRIES THAN ITS TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0117-CHECK-DUPLICATE THRU 0117-EXIT.
           IF DUPLICATE-RUN-BLOCKED AND NOT PARM-SUPPLIED
               PERFORM 0800-CHECK-RELEASE THRU 0800-EXIT
                   VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-RELEASE-COUNT > ZERO
                   DISPLAY 'CARCOMMISSION - ' WS-RELEASE-COUNT
                       ' HELD PAYMENT(S) FOR ' WS-PERIOD
                       ' NOW SIGNED OFF - RELEASING'
                   MOVE 'N' TO WS-DUP-SW
                   MOVE 'Y' TO WS-RELEASE-SW
               END-IF
           END-IF.
           IF DUPLICATE-RUN-BLOCKED
               DISPLAY 'CARCOMMISSION - PAYMENTS ALREADY '
                   'GENERATED FOR ' WS-PERIOD
                   ' - OVERRIDE PARM REQUIRED'
               PERFORM 0820-PRINT-HOLD-REPORT THRU 0820-EXIT
               IF PARM-SUPPLIED
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF ACCRUAL-REQUESTED
                   PERFORM 0130-LOAD-TABLES THRU 0130-EXIT
                   IF HIST-TABLE-FULL OR RATE-TABLE-FULL
                      OR MAST-TABLE-FULL OR BRM-TABLE-FULL
                       DISPLAY 'CARCOMMISSION - BRANCHHIST, COMMRATES, '
                           'SALESMASTER OR BRANCHMASTER HAS MORE '
                           'ENTRIES THAN ITS TABLE HOLDS - NO ACCRUAL '
                           'POSTED'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0500-MONTH-END-ACCRUAL THRU 0500-EXIT
                   END-IF
               END-IF
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0130-LOAD-TABLES THRU 0130-EXIT.
           IF HIST-TABLE-FULL
               DISPLAY 'CARCOMMISSION - BRANCHHIST.DAT HAS MORE '
                   'ENTRIES THAN THE BRANCH HISTORY TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           IF RATE-TABLE-FULL
               DISPLAY 'CARCOMMISSION - COMMRATES.DAT HAS MORE '
                   'ENTRIES THAN THE RATE TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           IF MAST-TABLE-FULL
               DISPLAY 'CARCOMMISSION - SALESMASTER.DAT HAS MORE '
                   'ENTRIES THAN THE SALESPERSON MASTER TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           IF BRM-TABLE-FULL
               DISPLAY 'CARCOMMISSION - BRANCHMASTER.DAT HAS MORE '
                   'ENTRIES THAN THE BRANCH MASTER TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           IF TERM-TABLE-FULL
               DISPLAY 'CARCOMMISSION - EMPLOYEES.DAT HAS MORE '
                   'TERMINATIONS THAN THE TERMINATION TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0120-MATCH-PAID THRU 0120-EXIT.
           IF WS-DUP-NAME-COUNT > ZERO
               DISPLAY 'CARCOMMISSION - ' WS-DUP-NAME-COUNT
                   ' SALESPERSON NAME(S) APPEAR MORE THAN ONCE IN '
                   'CARSALES.DAT - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0605-CLEAR-GL-TOTALS THRU 0605-EXIT.
           OPEN OUTPUT PAIDNEW.
           OPEN INPUT CARSALESFILE.

           READ CARSALESFILE
           IF(ENDOFSALESFILE)
               GO TO 0900-STOP-RUN.
           MOVE NUM-RECORDS TO WS-EXPECTED-COUNT.
           IF RELEASE-RUN
               OPEN EXTEND COMMISSIONPAY
               IF WS-PAY-STATUS = '05' OR WS-PAY-STATUS = '35'
                   OPEN OUTPUT COMMISSIONPAY
               END-IF
           ELSE
               OPEN OUTPUT COMMISSIONPAY
           END-IF.
           OPEN OUTPUT COMMISSIONREGISTER.
           OPEN OUTPUT COMMSTATEMENTS.
           MOVE 'Y' TO WS-OUTPUTS-SW.
           MOVE WS-RUN-QUARTER TO REG-QUARTER.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-QUARTER-LINE
               AFTER ADVANCING 1 LINE.
           IF RELEASE-RUN
               MOVE WS-PERIOD TO REG-REL-PERIOD
               WRITE REGISTER-PRINT-LINE FROM REGISTER-RELEASE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-HEADING-LINE2
               AFTER ADVANCING 1 LINE.
           PERFORM 0200-PROCESS-COMMISSION THRU 0200-EXIT
               UNTIL ENDOFSALESFILE.
           IF CLAW-TABLE-FULL
               DISPLAY 'CARCOMMISSION - CLAWBACK TABLE FULL - '
                   'RUN STOPPED, NO PAID-TO-DATE OR CLAWBACK UPDATE'
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-STOP-RUN
           END-IF.
           IF HOLD-TABLE-FULL
               DISPLAY 'CARCOMMISSION - HELD PAYMENT TABLE FULL - '
                   'RUN STOPPED, NO PAID-TO-DATE OR CLAWBACK UPDATE'
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-STOP-RUN
           END-IF.
           PERFORM 0300-PROCESS-TOTALS.
           PERFORM 0310-REWRITE-PAID THRU 0310-EXIT.
           PERFORM 0340-REWRITE-CLAWBACK THRU 0340-EXIT.
           PERFORM 0350-PRINT-CLAWBACK-LEDGER THRU 0350-EXIT.
           PERFORM 0810-REWRITE-HELD THRU 0810-EXIT.
           PERFORM 0820-PRINT-HOLD-REPORT THRU 0820-EXIT.
           PERFORM 0400-RECORD-RUN-CONTROL THRU 0400-EXIT.
           PERFORM 0360-POST-PAYMENT-JOURNAL THRU 0360-EXIT.
           IF ACCRUAL-REQUESTED
               PERFORM 0500-MONTH-END-ACCRUAL THRU 0500-EXIT
           END-IF.
           PERFORM 0900-STOP-RUN.

       0110-READ-PARM.
       0110-EXIT.
           EXIT.

       0112-READ-GL-PARM.
           OPEN INPUT GLPARM.
           IF WS-GLPARM-STATUS NOT = '00'
               CLOSE GLPARM
               GO TO 0112-EXIT
           END-IF.
           READ GLPARM
               AT END SET ENDOFGLPARM TO TRUE
           END-READ.
           IF NOT ENDOFGLPARM
              AND GLP-MODE = 'A'
              AND GLP-DATE IS NUMERIC
               MOVE GLP-DATE TO WS-ACCRUAL-DATE
               IF WS-ACCRUAL-MONTH >= 1 AND WS-ACCRUAL-MONTH <= 12
                   MOVE 'Y' TO WS-ACCRUAL-SW
               ELSE
                   DISPLAY 'CARCOMMISSION - GLPARM.DAT DATE '
                       GLP-DATE ' IS NOT VALID - NO ACCRUAL POSTED'
               END-IF
           END-IF.
           CLOSE GLPARM.
       0112-EXIT.
           EXIT.

       0120-MATCH-PAID.
           SORT PAIDSORTWORK
               ON ASCENDING KEY PSW-NAME PSW-TYPE PSW-SEQ
               INPUT PROCEDURE IS 0122-RELEASE-PAID-AND-SALES
               OUTPUT PROCEDURE IS 0126-MATCH-PAID-TO-SALES.
           SORT PAIDSEQWORK
               ON ASCENDING KEY PQS-SEQ
               USING PAIDMATCHWORK
               GIVING PAIDMATCH.
           OPEN INPUT PAIDMATCH.
           PERFORM 0129-READ-PAID-MATCH THRU 0129-EXIT.
       0120-EXIT.
           EXIT.

       0122-RELEASE-PAID-AND-SALES.
           PERFORM 0123-RELEASE-PAID-FILE THRU 0123-EXIT.
           OPEN INPUT PAIDSALESFILE.
           IF WS-PAID-SALES-STATUS NOT = '00'
               CLOSE PAIDSALESFILE
               GO TO 0122-EXIT
           END-IF.
           READ PAIDSALESFILE
               AT END SET ENDOFPAIDSALES TO TRUE
           END-READ.
           IF NOT ENDOFPAIDSALES
               READ PAIDSALESFILE
                   AT END SET ENDOFPAIDSALES TO TRUE
               END-READ
           END-IF.
           PERFORM 0125-RELEASE-SALES-RECORD THRU 0125-EXIT
               UNTIL ENDOFPAIDSALES.
           CLOSE PAIDSALESFILE.
       0122-EXIT.
           EXIT.

       0123-RELEASE-PAID-FILE.
           OPEN INPUT COMMPAID.
           IF WS-PAID-STATUS NOT = '00'
               CLOSE COMMPAID
               GO TO 0123-EXIT
           END-IF.
           READ COMMPAID
               AT END SET ENDOFPAIDFILE TO TRUE
           END-READ.
           PERFORM 0124-RELEASE-PAID-RECORD THRU 0124-EXIT
               UNTIL ENDOFPAIDFILE.
           CLOSE COMMPAID.
       0123-EXIT.
           EXIT.

       0124-RELEASE-PAID-RECORD.
           IF PAID-TO-DATE IS NUMERIC
              AND PAID-YEAR IS NUMERIC
              AND PAID-YEAR = WS-RUN-DATE(1:4)
               ADD 1 TO WS-PAID-REC-SEQ
               MOVE PAID-NAME       TO PSW-NAME
               MOVE '1'             TO PSW-TYPE
               MOVE WS-PAID-REC-SEQ TO PSW-SEQ
               MOVE PAID-TO-DATE    TO PSW-AMOUNT
               MOVE ZEROES          TO PSW-AMOUNT2
               RELEASE PAID-SORT-RECORD
           END-IF.
           READ COMMPAID
               AT END SET ENDOFPAIDFILE TO TRUE
           END-READ.
       0124-EXIT.
           EXIT.

       0125-RELEASE-SALES-RECORD.
           ADD 1 TO WS-PAID-SALES-SEQ.
           MOVE PSR-NAME          TO PSW-NAME.
           MOVE '2'               TO PSW-TYPE.
           MOVE WS-PAID-SALES-SEQ TO PSW-SEQ.
           MOVE ZEROES            TO PSW-AMOUNT, PSW-AMOUNT2.
           RELEASE PAID-SORT-RECORD.
           READ PAIDSALESFILE
               AT END SET ENDOFPAIDSALES TO TRUE
           END-READ.
       0125-EXIT.
           EXIT.

       0126-MATCH-PAID-TO-SALES.
           OPEN OUTPUT PAIDMATCHWORK.
           OPEN OUTPUT PAIDCARRY.
           MOVE HIGH-VALUES TO WS-GRP-NAME.
           MOVE 'N' TO WS-GRP-PAID-SW, WS-GRP-SALES-SW,
               WS-PAID-SORT-SW.
           RETURN PAIDSORTWORK
               AT END MOVE 'Y' TO WS-PAID-SORT-SW
           END-RETURN.
           PERFORM 0127-MATCH-SORTED-RECORD THRU 0127-EXIT
               UNTIL PAID-SORT-DONE.
           PERFORM 0128-END-NAME-GROUP THRU 0128-EXIT.
           CLOSE PAIDMATCHWORK.
           CLOSE PAIDCARRY.
       0126-EXIT.
           EXIT.

       0127-MATCH-SORTED-RECORD.
           IF PSW-NAME NOT = WS-GRP-NAME
               PERFORM 0128-END-NAME-GROUP THRU 0128-EXIT
               MOVE PSW-NAME TO WS-GRP-NAME
               MOVE 'N' TO WS-GRP-PAID-SW, WS-GRP-SALES-SW
               MOVE ZEROES TO WS-GRP-AMOUNT
           END-IF.
           IF PSW-PAID-RECORD
               IF GRP-HAS-PAID
                   MOVE SPACES     TO PAID-CARRY-RECORD
                   MOVE PSW-NAME   TO PCF-NAME
                   MOVE PSW-AMOUNT TO PCF-TO-DATE
                   MOVE WS-RUN-DATE(1:4) TO PCF-YEAR
                   WRITE PAID-CARRY-RECORD
               ELSE
                   MOVE 'Y' TO WS-GRP-PAID-SW
                   MOVE PSW-AMOUNT TO WS-GRP-AMOUNT
               END-IF
           ELSE
               IF GRP-HAS-SALES
                   ADD 1 TO WS-DUP-NAME-COUNT
                   DISPLAY 'CARCOMMISSION - DUPLICATE NAME '
                       PSW-NAME
               END-IF
               MOVE 'Y' TO WS-GRP-SALES-SW
               MOVE SPACES        TO PAID-MATCH-WORK-RECORD
               MOVE PSW-SEQ       TO PMW-SEQ
               MOVE WS-GRP-AMOUNT TO PMW-AMOUNT
               WRITE PAID-MATCH-WORK-RECORD
           END-IF.
           RETURN PAIDSORTWORK
               AT END MOVE 'Y' TO WS-PAID-SORT-SW
           END-RETURN.
       0127-EXIT.
           EXIT.

       0128-END-NAME-GROUP.
           IF GRP-HAS-PAID AND NOT GRP-HAS-SALES
               MOVE SPACES        TO PAID-CARRY-RECORD
               MOVE WS-GRP-NAME   TO PCF-NAME
               MOVE WS-GRP-AMOUNT TO PCF-TO-DATE
               MOVE WS-RUN-DATE(1:4) TO PCF-YEAR
               WRITE PAID-CARRY-RECORD
           END-IF.
       0128-EXIT.
           EXIT.

       0129-READ-PAID-MATCH.
           READ PAIDMATCH
               AT END SET ENDOFPAIDMATCH TO TRUE
           END-READ.
           IF ENDOFPAIDMATCH
               MOVE 9999999 TO PMR-SEQ
           END-IF.
       0129-EXIT.
           EXIT.

       0150-LOAD-CLAWBACK.
           OPEN INPUT COMMCLAWBACK.
           IF WS-CLAW-STATUS NOT = '00'
               CLOSE COMMCLAWBACK
               GO TO 0150-EXIT
           END-IF.
           READ COMMCLAWBACK
               AT END SET ENDOFCLAWFILE TO TRUE
           END-READ.
           PERFORM 0155-LOAD-CLAWBACK-RECORD THRU 0155-EXIT
               UNTIL ENDOFCLAWFILE.
           CLOSE COMMCLAWBACK.
       0150-EXIT.
           EXIT.

       0155-LOAD-CLAWBACK-RECORD.
           IF CLB-BALANCE IS NOT NUMERIC
               GO TO 0155-NEXT
           END-IF.
           IF WS-CLAW-COUNT NOT < 500
               MOVE 'Y' TO WS-CLAW-FULL-SW
               GO TO 0155-NEXT
           END-IF.
           ADD 1 TO WS-CLAW-COUNT.
           MOVE CLB-NAME    TO WS-CLAW-NAME(WS-CLAW-COUNT).
           MOVE CLB-BALANCE TO WS-CLAW-OPENING(WS-CLAW-COUNT).
           MOVE CLB-BALANCE TO WS-CLAW-BAL(WS-CLAW-COUNT).
           MOVE CLB-PERIOD  TO WS-CLAW-PERIOD(WS-CLAW-COUNT).
           IF CLB-ADDED IS NUMERIC
               MOVE CLB-ADDED TO WS-CLAW-ADD-AMT(WS-CLAW-COUNT)
           ELSE
               MOVE ZEROES TO WS-CLAW-ADD-AMT(WS-CLAW-COUNT)
           END-IF.
           IF CLB-RECOVERED IS NUMERIC
               MOVE CLB-RECOVERED TO WS-CLAW-REC-AMT(WS-CLAW-COUNT)
           ELSE
               MOVE ZEROES TO WS-CLAW-REC-AMT(WS-CLAW-COUNT)
           END-IF.
           ADD CLB-BALANCE TO WS-TOT-CLAW-OPEN.
       0155-NEXT.
           READ COMMCLAWBACK
               AT END SET ENDOFCLAWFILE TO TRUE
           END-READ.
       0155-EXIT.
           EXIT.

       0115-LOAD-RUN-CONTROL.
           EXIT.

       0116-LOAD-CTL-RECORD.
           IF CTL-RUN-DATE IS NUMERIC
              AND WS-CTL-COUNT NOT < 50
               MOVE 'Y' TO WS-CTL-FULL-SW
           END-IF.
           IF WS-CTL-COUNT < 50
              AND CTL-RUN-DATE IS NUMERIC
               ADD 1 TO WS-CTL-COUNT
       0118-EXIT.
           EXIT.

       0130-LOAD-TABLES.
           PERFORM 0140-LOAD-RATES THRU 0140-EXIT.
           PERFORM 0160-LOAD-MASTER THRU 0160-EXIT.
           PERFORM 0170-LOAD-BRANCH-HISTORY THRU 0170-EXIT.
           PERFORM 0180-LOAD-BRANCH-MASTER THRU 0180-EXIT.
           PERFORM 0186-LOAD-TERMINATIONS THRU 0186-EXIT.
       0130-EXIT.
           EXIT.

       0140-LOAD-RATES.
           OPEN INPUT COMMRATES.
           IF WS-RATES-STATUS NOT = '00'
           EXIT.

       0145-LOAD-RATE-RECORD.
           IF RATE-EFF-DATE IS NUMERIC
              AND WS-RATE-COUNT NOT < 50
               MOVE 'Y' TO WS-RATE-FULL-SW
           END-IF.
           IF WS-RATE-COUNT < 50
              AND RATE-EFF-DATE IS NUMERIC
              AND RATE-TIER1-LIMIT IS NUMERIC
       0145-EXIT.
           EXIT.

       0160-LOAD-MASTER.
           OPEN INPUT SALESMASTER.
           IF WS-MASTER-STATUS NOT = '00'
               CLOSE SALESMASTER
               GO TO 0160-EXIT
           END-IF.
           READ SALESMASTER
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
           PERFORM 0165-LOAD-MASTER-RECORD THRU 0165-EXIT
               UNTIL ENDOFMASTERFILE.
           CLOSE SALESMASTER.
       0160-EXIT.
           EXIT.

       0165-LOAD-MASTER-RECORD.
           IF SM-ID IS NUMERIC
              AND WS-MAST-COUNT NOT < 500
               MOVE 'Y' TO WS-MAST-FULL-SW
           END-IF.
           IF WS-MAST-COUNT < 500
              AND SM-ID IS NUMERIC
               ADD 1 TO WS-MAST-COUNT
               MOVE SM-ID   TO WS-MAST-ID(WS-MAST-COUNT)
               MOVE SM-NAME TO WS-MAST-NAME(WS-MAST-COUNT)
           END-IF.
           READ SALESMASTER
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
       0165-EXIT.
           EXIT.

       0170-LOAD-BRANCH-HISTORY.
           OPEN INPUT BRANCHHIST.
           IF WS-HIST-STATUS NOT = '00'
               CLOSE BRANCHHIST
               GO TO 0170-EXIT
           END-IF.
           READ BRANCHHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
           PERFORM 0175-LOAD-HISTORY-RECORD THRU 0175-EXIT
               UNTIL ENDOFHISTFILE.
           CLOSE BRANCHHIST.
       0170-EXIT.
           EXIT.

       0175-LOAD-HISTORY-RECORD.
           IF BH-SALES-ID IS NUMERIC
              AND BH-EFF-DATE IS NUMERIC
              AND BH-BRANCH-CODE NOT = SPACES
               IF WS-HIST-COUNT < 1000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE BH-SALES-ID    TO WS-HIST-ID(WS-HIST-COUNT)
                   MOVE BH-EFF-DATE    TO WS-HIST-EFF(WS-HIST-COUNT)
                   MOVE BH-BRANCH-CODE TO
                       WS-HIST-BRANCH(WS-HIST-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HIST-FULL-SW
               END-IF
           END-IF.
           READ BRANCHHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
       0175-EXIT.
           EXIT.

       0180-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCHMASTER.
           IF WS-BRM-STATUS NOT = '00'
               CLOSE BRANCHMASTER
               GO TO 0180-EXIT
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
           PERFORM 0185-LOAD-BRANCH-RECORD THRU 0185-EXIT
               UNTIL ENDOFBRMFILE.
           CLOSE BRANCHMASTER.
       0180-EXIT.
           EXIT.

       0185-LOAD-BRANCH-RECORD.
           IF BRM-CODE NOT = SPACES
              AND WS-BRM-COUNT NOT < 50
               MOVE 'Y' TO WS-BRM-FULL-SW
           END-IF.
           IF WS-BRM-COUNT < 50
              AND BRM-CODE NOT = SPACES
               ADD 1 TO WS-BRM-COUNT
               MOVE BRM-CODE TO WS-BRM-CODE(WS-BRM-COUNT)
               MOVE BRM-COST-CENTER
                   TO WS-BRM-COST-CENTER(WS-BRM-COUNT)
               MOVE BRM-MANAGER TO WS-BRM-MANAGER(WS-BRM-COUNT)
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
       0185-EXIT.
           EXIT.

       0186-LOAD-TERMINATIONS.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS NOT = '00'
               CLOSE EMPLOYEEFILE
               GO TO 0186-EXIT
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
           PERFORM 0187-LOAD-TERMINATION-RECORD THRU 0187-EXIT
               UNTIL ENDOFEMPFILE.
           CLOSE EMPLOYEEFILE.
       0186-EXIT.
           EXIT.

       0187-LOAD-TERMINATION-RECORD.
           IF EMP-TERMINATED
              AND EMP-TERMDATE IS NUMERIC
               IF WS-TERM-COUNT < 1000
                   ADD 1 TO WS-TERM-COUNT
                   MOVE EMP-LASTNAME  TO WS-TERM-LAST(WS-TERM-COUNT)
                   MOVE EMP-FIRSTNAME TO WS-TERM-FIRST(WS-TERM-COUNT)
                   MOVE EMP-TERMDATE  TO WS-TERM-DATE(WS-TERM-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TERM-FULL-SW
               END-IF
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
       0187-EXIT.
           EXIT.

       0190-LOAD-APPROVALS.
           OPEN INPUT ADJAPPROVAL.
           IF WS-APR-STATUS NOT = '00'
               CLOSE ADJAPPROVAL
               GO TO 0190-EXIT
           END-IF.
           READ ADJAPPROVAL
               AT END SET ENDOFAPRFILE TO TRUE
           END-READ.
           PERFORM 0192-LOAD-APPROVAL-RECORD THRU 0192-EXIT
               UNTIL ENDOFAPRFILE.
           CLOSE ADJAPPROVAL.
       0190-EXIT.
           EXIT.

       0192-LOAD-APPROVAL-RECORD.
           IF APR-YEAR IS NOT NUMERIC
              OR APR-NAME = SPACES
              OR NOT (APR-APPROVED OR APR-REJECTED OR APR-PENDING)
               GO TO 0192-NEXT
           END-IF.
           MOVE APR-NAME TO WS-SEARCH-NAME.
           MOVE APR-YEAR TO WS-SEARCH-YEAR.
           PERFORM 0215-FIND-APPROVAL THRU 0215-EXIT.
           IF WS-APR-MATCH-IDX = ZERO
               IF WS-APR-COUNT NOT < 1000
                   MOVE 'Y' TO WS-APR-FULL-SW
                   GO TO 0192-NEXT
               END-IF
               ADD 1 TO WS-APR-COUNT
               MOVE WS-APR-COUNT TO WS-APR-MATCH-IDX
               MOVE APR-NAME TO WS-APR-NAME(WS-APR-MATCH-IDX)
               MOVE APR-YEAR TO WS-APR-YEAR(WS-APR-MATCH-IDX)
           END-IF.
           MOVE APR-DECISION TO WS-APR-DECISION(WS-APR-MATCH-IDX).
           IF APR-ADJUSTMENT IS NUMERIC
               MOVE 'Y' TO WS-APR-AMT-SW(WS-APR-MATCH-IDX)
               MOVE APR-ADJUSTMENT TO WS-APR-ADJ(WS-APR-MATCH-IDX)
           ELSE
               MOVE 'N' TO WS-APR-AMT-SW(WS-APR-MATCH-IDX)
               MOVE ZEROES TO WS-APR-ADJ(WS-APR-MATCH-IDX)
           END-IF.
       0192-NEXT.
           READ ADJAPPROVAL
               AT END SET ENDOFAPRFILE TO TRUE
           END-READ.
       0192-EXIT.
           EXIT.

       0195-LOAD-HELD.
           OPEN INPUT COMMHELD.
           IF WS-HELD-STATUS NOT = '00'
               CLOSE COMMHELD
               GO TO 0195-EXIT
           END-IF.
           READ COMMHELD
               AT END SET ENDOFHELDFILE TO TRUE
           END-READ.
           PERFORM 0197-LOAD-HELD-RECORD THRU 0197-EXIT
               UNTIL ENDOFHELDFILE.
           CLOSE COMMHELD.
       0195-EXIT.
           EXIT.

       0197-LOAD-HELD-RECORD.
           IF HLD-NAME = SPACES
              OR HLD-SINCE IS NOT NUMERIC
               GO TO 0197-NEXT
           END-IF.
           IF WS-HOLD-COUNT NOT < 500
               MOVE 'Y' TO WS-HOLD-FULL-SW
               GO TO 0197-NEXT
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HLD-NAME    TO WS-HOLD-NAME(WS-HOLD-COUNT).
           MOVE HLD-PERIOD  TO WS-HOLD-PERIOD(WS-HOLD-COUNT).
           MOVE HLD-SINCE   TO WS-HOLD-SINCE(WS-HOLD-COUNT).
           MOVE HLD-BRANCH  TO WS-HOLD-BRANCH(WS-HOLD-COUNT).
           MOVE HLD-MANAGER TO WS-HOLD-MANAGER(WS-HOLD-COUNT).
           IF HLD-ADJUSTMENT IS NUMERIC
               MOVE HLD-ADJUSTMENT TO WS-HOLD-ADJ(WS-HOLD-COUNT)
           ELSE
               MOVE ZEROES TO WS-HOLD-ADJ(WS-HOLD-COUNT)
           END-IF.
           IF HLD-AMOUNT IS NUMERIC
               MOVE HLD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
           ELSE
               MOVE ZEROES TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
           END-IF.
           MOVE HLD-REASON  TO WS-HOLD-REASON(WS-HOLD-COUNT).
           MOVE 'O' TO WS-HOLD-STATE(WS-HOLD-COUNT).
           MOVE 'N' TO WS-HOLD-RELEASE(WS-HOLD-COUNT).
       0197-NEXT.
           READ COMMHELD
               AT END SET ENDOFHELDFILE TO TRUE
           END-READ.
       0197-EXIT.
           EXIT.

       0200-PROCESS-COMMISSION.
           READ CARSALESFILE INTO SALESDETAILS
               AT END SET ENDOFSALESFILE TO TRUE
           END-READ.
           IF ENDOFSALESFILE
               GO TO 0200-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM 0214-CHECK-SIGNOFF THRU 0214-EXIT.
           IF RELEASE-RUN
               PERFORM 0219-CHECK-RELEASE-NAME THRU 0219-EXIT
               IF NOT RELEASE-THIS-NAME
                   PERFORM 0259-CARRY-PRIOR-PAID THRU 0259-EXIT
                   GO TO 0200-EXIT
               END-IF
           END-IF.
           PERFORM 0220-CHECK-TERMINATION THRU 0220-EXIT.
           IF SETTLED-EARLIER
               ADD 1 TO WS-TERM-SKIPPED
               PERFORM 0259-CARRY-PRIOR-PAID THRU 0259-EXIT
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0210-ACCUMULATE-YTD-SALES THRU 0210-EXIT.
           PERFORM 0230-RESOLVE-BRANCHES THRU 0230-EXIT.
           IF BRANCH-SPLIT
               PERFORM 0255-COMPUTE-SPLIT-COMMISSION THRU 0255-EXIT
           ELSE
               MOVE WS-QTR-BRANCH(1) TO WS-RATE-BRANCH-KEY
               PERFORM 0240-SELECT-RATE-SET THRU 0240-EXIT
               PERFORM 0250-COMPUTE-COMMISSION
           END-IF.
           IF SIGNOFF-HELD
               PERFORM 0264-HOLD-PAYMENT THRU 0264-EXIT
           ELSE
               MOVE SALESPERSONNAME TO WS-SEARCH-NAME
               PERFORM 0217-FIND-HOLD-ENTRY THRU 0217-EXIT
               IF WS-HOLD-MATCH-IDX > ZERO
                   MOVE 'X' TO WS-HOLD-STATE(WS-HOLD-MATCH-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               PERFORM 0260-APPLY-PAID-TO-DATE THRU 0260-EXIT
               PERFORM 0290-POST-GL-PAYMENT THRU 0290-EXIT
               PERFORM 0270-WRITE-PAYMENT THRU 0270-EXIT
           END-IF.
           PERFORM 0275-WRITE-STATEMENT THRU 0275-EXIT.
           PERFORM 0280-WRITE-REGISTER-LINE.
           ADD WS-COMMISSIONABLE TO WS-TOT-COMMISSIONABLE.
           ADD WS-COMMISSION     TO WS-TOT-COMMISSION.
       0200-EXIT.
           EXIT.

       0210-ACCUMULATE-YTD-SALES.
           EVALUATE WS-RUN-QUARTER
               WHEN 1
                   MOVE Q1-SALES TO WS-SALESPERSON-YEARLY
                   COMPUTE WS-SALESPERSON-YEARLY =
                       Q1-SALES + Q2-SALES + Q3-SALES + Q4-SALES
           END-EVALUATE.
       0210-EXIT.
           EXIT.

       0214-CHECK-SIGNOFF.
           MOVE SPACE  TO WS-SIGNOFF-SW.
           MOVE SPACES TO WS-SIGNOFF-REASON.
           MOVE ZEROES TO WS-REJECTED-ADJ.
           COMPUTE WS-ABS-ADJUSTMENT = FUNCTION ABS(ADJUSTMENT).
           IF WS-ABS-ADJUSTMENT NOT > WS-SIGNOFF-THRESHOLD
               GO TO 0214-EXIT
           END-IF.
           MOVE SALESPERSONNAME TO WS-SEARCH-NAME.
           MOVE WS-RUN-YEAR     TO WS-SEARCH-YEAR.
           PERFORM 0215-FIND-APPROVAL THRU 0215-EXIT.
           MOVE 'H'       TO WS-SIGNOFF-SW.
           MOVE 'PENDING' TO WS-SIGNOFF-REASON.
           IF WS-APR-MATCH-IDX = ZERO
               GO TO 0214-EXIT
           END-IF.
           IF WS-APR-AMT-SW(WS-APR-MATCH-IDX) = 'Y'
              AND WS-APR-ADJ(WS-APR-MATCH-IDX) NOT = ADJUSTMENT
               MOVE 'CHANGED' TO WS-SIGNOFF-REASON
               GO TO 0214-EXIT
           END-IF.
           EVALUATE WS-APR-DECISION(WS-APR-MATCH-IDX)
               WHEN 'A'
                   MOVE 'A'        TO WS-SIGNOFF-SW
                   MOVE 'APPROVED' TO WS-SIGNOFF-REASON
               WHEN 'R'
                   MOVE 'R'        TO WS-SIGNOFF-SW
                   MOVE 'REJECTED' TO WS-SIGNOFF-REASON
                   MOVE ADJUSTMENT TO WS-REJECTED-ADJ
                   MOVE ZEROES     TO ADJUSTMENT
           END-EVALUATE.
       0214-EXIT.
           EXIT.

       0215-FIND-APPROVAL.
           MOVE ZEROES TO WS-APR-MATCH-IDX.
           PERFORM 0216-SEARCH-APPROVAL THRU 0216-EXIT
               VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT
                  OR WS-APR-MATCH-IDX > ZERO.
       0215-EXIT.
           EXIT.

       0216-SEARCH-APPROVAL.
           IF WS-APR-NAME(WS-APR-IDX) = WS-SEARCH-NAME
              AND WS-APR-YEAR(WS-APR-IDX) = WS-SEARCH-YEAR
               MOVE WS-APR-IDX TO WS-APR-MATCH-IDX
           END-IF.
       0216-EXIT.
           EXIT.

       0217-FIND-HOLD-ENTRY.
           MOVE ZEROES TO WS-HOLD-MATCH-IDX.
           PERFORM 0218-SEARCH-HOLD-ENTRY THRU 0218-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-MATCH-IDX > ZERO.
       0217-EXIT.
           EXIT.

       0218-SEARCH-HOLD-ENTRY.
           IF WS-HOLD-NAME(WS-HOLD-IDX) = WS-SEARCH-NAME
               MOVE WS-HOLD-IDX TO WS-HOLD-MATCH-IDX
           END-IF.
       0218-EXIT.
           EXIT.

       0219-CHECK-RELEASE-NAME.
           MOVE 'N' TO WS-RELEASE-NAME-SW.
           MOVE SALESPERSONNAME TO WS-SEARCH-NAME.
           PERFORM 0217-FIND-HOLD-ENTRY THRU 0217-EXIT.
           IF WS-HOLD-MATCH-IDX = ZERO
               GO TO 0219-EXIT
           END-IF.
           IF WS-HOLD-RELEASE(WS-HOLD-MATCH-IDX) = 'Y'
              AND NOT SIGNOFF-HELD
               MOVE 'Y' TO WS-RELEASE-NAME-SW
           ELSE
               MOVE 'K' TO WS-HOLD-STATE(WS-HOLD-MATCH-IDX)
           END-IF.
       0219-EXIT.
           EXIT.

       0220-CHECK-TERMINATION.
           MOVE SPACE  TO WS-FINAL-SW.
           MOVE ZEROES TO WS-TERM-MATCH-IDX, WS-TERM-QUARTER.
           PERFORM 0222-SEARCH-TERMINATION
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
                  OR WS-TERM-MATCH-IDX > ZERO.
           IF WS-TERM-MATCH-IDX = ZERO
               GO TO 0220-EXIT
           END-IF.
           IF WS-TERM-YEAR(WS-TERM-MATCH-IDX) > WS-RUN-YEAR
               GO TO 0220-EXIT
           END-IF.
           IF WS-TERM-YEAR(WS-TERM-MATCH-IDX) < WS-RUN-YEAR
               MOVE 'S' TO WS-FINAL-SW
               GO TO 0220-EXIT
           END-IF.
           COMPUTE WS-TERM-QUARTER =
               (WS-TERM-MONTH(WS-TERM-MATCH-IDX) + 2) / 3.
           IF WS-TERM-QUARTER > WS-RUN-QUARTER
               GO TO 0220-EXIT
           END-IF.
           MOVE 'F' TO WS-FINAL-SW.
           IF WS-TERM-QUARTER < 4
               MOVE ZEROES TO Q4-SALES
           END-IF.
           IF WS-TERM-QUARTER < 3
               MOVE ZEROES TO Q3-SALES
           END-IF.
           IF WS-TERM-QUARTER < 2
               MOVE ZEROES TO Q2-SALES
           END-IF.
       0220-EXIT.
           EXIT.

       0222-SEARCH-TERMINATION.
           IF WS-TERM-LAST(WS-TERM-IDX) = LASTNAME(1:10)
              AND WS-TERM-FIRST(WS-TERM-IDX) = FIRSTNAME
               MOVE WS-TERM-IDX TO WS-TERM-MATCH-IDX
           END-IF.
       0222-EXIT.
           EXIT.

       0230-RESOLVE-BRANCHES.
           MOVE Q1-SALES TO WS-QTR-AMT(1).
           MOVE Q2-SALES TO WS-QTR-AMT(2).
           MOVE Q3-SALES TO WS-QTR-AMT(3).
           MOVE Q4-SALES TO WS-QTR-AMT(4).
           MOVE 'N' TO WS-SPLIT-SW.
           MOVE ZEROES TO WS-CURRENT-ID.
           IF WS-HIST-COUNT > ZERO
               MOVE 'N' TO WS-MAST-MATCH-SW
               PERFORM 0234-SEARCH-MASTER-NAME
                   VARYING WS-MAST-IDX FROM 1 BY 1
                   UNTIL WS-MAST-IDX > WS-MAST-COUNT
                      OR MASTER-NAME-FOUND
           END-IF.
           PERFORM 0232-RESOLVE-QTR-BRANCH THRU 0232-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
       0230-EXIT.
           EXIT.

       0232-RESOLVE-QTR-BRANCH.
           MOVE BRANCH-CODE TO WS-QTR-BRANCH(WS-QTR).
           MOVE ZEROES TO WS-QTR-COMM(WS-QTR).
           IF WS-CURRENT-ID = ZERO
               GO TO 0232-EXIT
           END-IF.
           COMPUTE WS-HIST-MID-DATE =
               WS-RUN-YEAR * 10000 + WS-QTR-MID-MMDD(WS-QTR).
           MOVE ZEROES TO WS-HIST-BEST-DATE.
           PERFORM 0236-SCAN-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
           IF WS-QTR NOT > WS-RUN-QUARTER
              AND WS-QTR-BRANCH(WS-QTR) NOT = WS-QTR-BRANCH(1)
               MOVE 'Y' TO WS-SPLIT-SW
           END-IF.
       0232-EXIT.
           EXIT.

       0234-SEARCH-MASTER-NAME.
           IF WS-MAST-NAME(WS-MAST-IDX) = SALESPERSONNAME
               MOVE 'Y' TO WS-MAST-MATCH-SW
               MOVE WS-MAST-ID(WS-MAST-IDX) TO WS-CURRENT-ID
           END-IF.
       0234-EXIT.
           EXIT.

       0236-SCAN-HISTORY.
           IF WS-HIST-ID(WS-HIST-IDX) = WS-CURRENT-ID
              AND WS-HIST-EFF(WS-HIST-IDX) NOT > WS-HIST-MID-DATE
              AND WS-HIST-EFF(WS-HIST-IDX) NOT < WS-HIST-BEST-DATE
               MOVE WS-HIST-BRANCH(WS-HIST-IDX)
                   TO WS-QTR-BRANCH(WS-QTR)
               MOVE WS-HIST-EFF(WS-HIST-IDX) TO WS-HIST-BEST-DATE
           END-IF.
       0236-EXIT.
           EXIT.

       0240-SELECT-RATE-SET.
           EXIT.

       0242-SCAN-BRANCH-RATE.
           IF WS-RATE-BRANCH(WS-RATE-IDX) = WS-RATE-BRANCH-KEY
              AND WS-RATE-BRANCH(WS-RATE-IDX) NOT = SPACES
              AND WS-RATE-EFF(WS-RATE-IDX) NOT > WS-RUN-DATE
              AND WS-RATE-EFF(WS-RATE-IDX) NOT < WS-RATE-BEST-DATE
       0250-EXIT.
           EXIT.

       0255-COMPUTE-SPLIT-COMMISSION.
           COMPUTE WS-COMMISSIONABLE =
               WS-SALESPERSON-YEARLY + ADJUSTMENT.
           IF WS-COMMISSIONABLE < ZERO
               MOVE ZERO TO WS-COMMISSIONABLE
           END-IF.
           MOVE ZEROES TO WS-TIER1-AMT, WS-TIER2-AMT, WS-TIER3-AMT,
               WS-CUM-SALES, WS-SLICE-START, WS-COMM-WORK.
           PERFORM 0256-COMPUTE-QTR-SLICE THRU 0256-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > WS-RUN-QUARTER.
           COMPUTE WS-COMMISSION ROUNDED = WS-COMM-WORK.
       0255-EXIT.
           EXIT.

       0256-COMPUTE-QTR-SLICE.
           ADD WS-QTR-AMT(WS-QTR) TO WS-CUM-SALES.
           IF WS-QTR = WS-RUN-QUARTER
              OR WS-CUM-SALES > WS-COMMISSIONABLE
               MOVE WS-COMMISSIONABLE TO WS-SLICE-END
           ELSE
               MOVE WS-CUM-SALES TO WS-SLICE-END
           END-IF.
           IF WS-SLICE-END NOT > WS-SLICE-START
               GO TO 0256-EXIT
           END-IF.
           MOVE WS-QTR-BRANCH(WS-QTR) TO WS-RATE-BRANCH-KEY.
           PERFORM 0240-SELECT-RATE-SET THRU 0240-EXIT.
           MOVE ZEROES TO WS-SLICE-T1, WS-SLICE-T2, WS-SLICE-T3.
           IF WS-SLICE-START < WS-TIER1-LIMIT
               IF WS-SLICE-END < WS-TIER1-LIMIT
                   MOVE WS-SLICE-END TO WS-SLICE-HIGH
               ELSE
                   MOVE WS-TIER1-LIMIT TO WS-SLICE-HIGH
               END-IF
               COMPUTE WS-SLICE-T1 = WS-SLICE-HIGH - WS-SLICE-START
           END-IF.
           IF WS-SLICE-START > WS-TIER1-LIMIT
               MOVE WS-SLICE-START TO WS-SLICE-LOW
           ELSE
               MOVE WS-TIER1-LIMIT TO WS-SLICE-LOW
           END-IF.
           IF WS-SLICE-END < WS-TIER2-LIMIT
               MOVE WS-SLICE-END TO WS-SLICE-HIGH
           ELSE
               MOVE WS-TIER2-LIMIT TO WS-SLICE-HIGH
           END-IF.
           IF WS-SLICE-HIGH > WS-SLICE-LOW
               COMPUTE WS-SLICE-T2 = WS-SLICE-HIGH - WS-SLICE-LOW
           END-IF.
           IF WS-SLICE-START > WS-TIER2-LIMIT
               MOVE WS-SLICE-START TO WS-SLICE-LOW
           ELSE
               MOVE WS-TIER2-LIMIT TO WS-SLICE-LOW
           END-IF.
           IF WS-SLICE-END > WS-SLICE-LOW
               COMPUTE WS-SLICE-T3 = WS-SLICE-END - WS-SLICE-LOW
           END-IF.
           COMPUTE WS-SLICE-COMM =
               (WS-SLICE-T1 * WS-TIER1-RATE) +
               (WS-SLICE-T2 * WS-TIER2-RATE) +
               (WS-SLICE-T3 * WS-TIER3-RATE).
           ADD WS-SLICE-COMM TO WS-COMM-WORK.
           COMPUTE WS-QTR-COMM(WS-QTR) ROUNDED = WS-SLICE-COMM.
           ADD WS-SLICE-T1 TO WS-TIER1-AMT.
           ADD WS-SLICE-T2 TO WS-TIER2-AMT.
           ADD WS-SLICE-T3 TO WS-TIER3-AMT.
           MOVE WS-SLICE-END TO WS-SLICE-START.
       0256-EXIT.
           EXIT.

       0258-FIND-PRIOR-PAID.
           MOVE SALESPERSONNAME TO WS-SEARCH-NAME.
           ADD 1 TO WS-PAID-CUR-SEQ.
           PERFORM 0129-READ-PAID-MATCH THRU 0129-EXIT
               UNTIL PMR-SEQ NOT < WS-PAID-CUR-SEQ.
           IF PMR-SEQ = WS-PAID-CUR-SEQ
               MOVE PMR-AMOUNT TO WS-PRIOR-PAID
           ELSE
               MOVE ZEROES TO WS-PRIOR-PAID
           END-IF.
       0258-EXIT.
           EXIT.

       0259-CARRY-PRIOR-PAID.
           PERFORM 0258-FIND-PRIOR-PAID THRU 0258-EXIT.
           MOVE SPACES           TO PAID-NEW-RECORD.
           MOVE SALESPERSONNAME  TO PNW-NAME.
           MOVE WS-PRIOR-PAID    TO PNW-TO-DATE.
           MOVE WS-RUN-DATE(1:4) TO PNW-YEAR.
           WRITE PAID-NEW-RECORD.
       0259-EXIT.
           EXIT.

       0260-APPLY-PAID-TO-DATE.
           PERFORM 0258-FIND-PRIOR-PAID THRU 0258-EXIT.
           MOVE WS-PRIOR-PAID TO WS-CUR-PAID.
           COMPUTE WS-INCREMENTAL =
               WS-COMMISSION - WS-PRIOR-PAID.
           PERFORM 0262-APPLY-CLAWBACK THRU 0262-EXIT.
           ADD WS-GROSS-DUE TO WS-CUR-PAID.
           MOVE SPACES           TO PAID-NEW-RECORD.
           MOVE SALESPERSONNAME  TO PNW-NAME.
           MOVE WS-CUR-PAID      TO PNW-TO-DATE.
           MOVE WS-RUN-DATE(1:4) TO PNW-YEAR.
           WRITE PAID-NEW-RECORD.
           ADD WS-INCREMENTAL TO WS-TOT-INCREMENTAL.
       0260-EXIT.
           EXIT.

       0262-APPLY-CLAWBACK.
           MOVE ZEROES TO WS-GROSS-DUE, WS-CLAW-ADDED,
               WS-CLAW-RECOVERED, WS-CLAW-BALANCE.
           PERFORM 0266-FIND-CLAWBACK THRU 0266-EXIT.
           IF WS-INCREMENTAL < ZERO
               COMPUTE WS-CLAW-ADDED = ZERO - WS-INCREMENTAL
               MOVE ZEROES TO WS-INCREMENTAL
               SUBTRACT WS-CLAW-ADDED FROM WS-CUR-PAID
               PERFORM 0267-ADD-CLAWBACK-ENTRY THRU 0267-EXIT
               IF CLAW-TABLE-FULL
                   GO TO 0262-EXIT
               END-IF
               ADD WS-CLAW-ADDED TO WS-CLAW-BAL(WS-CLAW-MATCH-IDX)
               ADD WS-CLAW-ADDED TO
                   WS-CLAW-ADD-AMT(WS-CLAW-MATCH-IDX)
               ADD WS-CLAW-ADDED TO WS-TOT-CLAW-ADDED
           ELSE
               MOVE WS-INCREMENTAL TO WS-GROSS-DUE
               IF CLAW-MATCH-FOUND
                  AND WS-CLAW-BAL(WS-CLAW-MATCH-IDX) > ZERO
                  AND WS-INCREMENTAL > ZERO
                   IF WS-INCREMENTAL > WS-CLAW-BAL(WS-CLAW-MATCH-IDX)
                       MOVE WS-CLAW-BAL(WS-CLAW-MATCH-IDX)
                           TO WS-CLAW-RECOVERED
                   ELSE
                       MOVE WS-INCREMENTAL TO WS-CLAW-RECOVERED
                   END-IF
                   SUBTRACT WS-CLAW-RECOVERED FROM WS-INCREMENTAL
                   SUBTRACT WS-CLAW-RECOVERED FROM
                       WS-CLAW-BAL(WS-CLAW-MATCH-IDX)
                   PERFORM 0268-STAMP-CLAWBACK-PERIOD THRU 0268-EXIT
                   ADD WS-CLAW-RECOVERED TO
                       WS-CLAW-REC-AMT(WS-CLAW-MATCH-IDX)
                   ADD WS-CLAW-RECOVERED TO WS-TOT-CLAW-RECOV
               END-IF
           END-IF.
           IF CLAW-MATCH-FOUND
               MOVE WS-CLAW-BAL(WS-CLAW-MATCH-IDX) TO WS-CLAW-BALANCE
           END-IF.
       0262-EXIT.
           EXIT.

       0264-HOLD-PAYMENT.
           PERFORM 0259-CARRY-PRIOR-PAID THRU 0259-EXIT.
           MOVE WS-PRIOR-PAID TO WS-CUR-PAID.
           COMPUTE WS-INCREMENTAL =
               WS-COMMISSION - WS-PRIOR-PAID.
           IF WS-INCREMENTAL > ZERO
               MOVE WS-INCREMENTAL TO WS-HELD-AMOUNT
           ELSE
               MOVE ZEROES TO WS-HELD-AMOUNT
           END-IF.
           MOVE ZEROES TO WS-INCREMENTAL, WS-GROSS-DUE, WS-CLAW-ADDED,
               WS-CLAW-RECOVERED, WS-CLAW-BALANCE.
           PERFORM 0266-FIND-CLAWBACK THRU 0266-EXIT.
           IF CLAW-MATCH-FOUND
               MOVE WS-CLAW-BAL(WS-CLAW-MATCH-IDX) TO WS-CLAW-BALANCE
           END-IF.
           PERFORM 0265-SET-HOLD-ENTRY THRU 0265-EXIT.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-HELD-AMOUNT TO WS-HELD-TOTAL.
       0264-EXIT.
           EXIT.

       0265-SET-HOLD-ENTRY.
           PERFORM 0217-FIND-HOLD-ENTRY THRU 0217-EXIT.
           IF WS-HOLD-MATCH-IDX = ZERO
               IF WS-HOLD-COUNT NOT < 500
                   MOVE 'Y' TO WS-HOLD-FULL-SW
                   GO TO 0265-EXIT
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-HOLD-MATCH-IDX
               MOVE SALESPERSONNAME TO WS-HOLD-NAME(WS-HOLD-MATCH-IDX)
               MOVE WS-RUN-DATE TO WS-HOLD-SINCE(WS-HOLD-MATCH-IDX)
           END-IF.
           MOVE WS-PERIOD TO WS-HOLD-PERIOD(WS-HOLD-MATCH-IDX).
           MOVE WS-QTR-BRANCH(WS-RUN-QUARTER)
               TO WS-HOLD-BRANCH(WS-HOLD-MATCH-IDX).
           MOVE 'NO MANAGER ON FILE'
               TO WS-HOLD-MANAGER(WS-HOLD-MATCH-IDX).
           PERFORM 0299-SEARCH-BRANCH-MANAGER THRU 0299-EXIT
               VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT.
           MOVE ADJUSTMENT        TO WS-HOLD-ADJ(WS-HOLD-MATCH-IDX).
           MOVE WS-HELD-AMOUNT    TO WS-HOLD-AMOUNT(WS-HOLD-MATCH-IDX).
           MOVE WS-SIGNOFF-REASON TO WS-HOLD-REASON(WS-HOLD-MATCH-IDX).
           MOVE 'K' TO WS-HOLD-STATE(WS-HOLD-MATCH-IDX).
           MOVE 'N' TO WS-HOLD-RELEASE(WS-HOLD-MATCH-IDX).
       0265-EXIT.
           EXIT.

       0266-FIND-CLAWBACK.
           MOVE 'N' TO WS-CLAW-MATCH-SW.
           MOVE ZEROES TO WS-CLAW-MATCH-IDX.
           PERFORM 0269-SEARCH-CLAWBACK-ENTRY
               VARYING WS-CLAW-IDX FROM 1 BY 1
               UNTIL WS-CLAW-IDX > WS-CLAW-COUNT
                  OR CLAW-MATCH-FOUND.
       0266-EXIT.
           EXIT.

       0267-ADD-CLAWBACK-ENTRY.
           IF CLAW-MATCH-FOUND
               PERFORM 0268-STAMP-CLAWBACK-PERIOD THRU 0268-EXIT
               GO TO 0267-EXIT
           END-IF.
           IF WS-CLAW-COUNT NOT < 500
               MOVE 'Y' TO WS-CLAW-FULL-SW
               GO TO 0267-EXIT
           END-IF.
           ADD 1 TO WS-CLAW-COUNT.
           MOVE WS-CLAW-COUNT TO WS-CLAW-MATCH-IDX.
           MOVE 'Y' TO WS-CLAW-MATCH-SW.
           MOVE WS-SEARCH-NAME TO WS-CLAW-NAME(WS-CLAW-MATCH-IDX).
           MOVE ZEROES TO WS-CLAW-OPENING(WS-CLAW-MATCH-IDX),
               WS-CLAW-BAL(WS-CLAW-MATCH-IDX).
           MOVE SPACES TO WS-CLAW-PERIOD(WS-CLAW-MATCH-IDX).
           PERFORM 0268-STAMP-CLAWBACK-PERIOD THRU 0268-EXIT.
       0267-EXIT.
           EXIT.

       0268-STAMP-CLAWBACK-PERIOD.
           IF WS-CLAW-PERIOD(WS-CLAW-MATCH-IDX) NOT = WS-PERIOD
               MOVE WS-PERIOD TO WS-CLAW-PERIOD(WS-CLAW-MATCH-IDX)
               MOVE ZEROES TO WS-CLAW-ADD-AMT(WS-CLAW-MATCH-IDX),
                   WS-CLAW-REC-AMT(WS-CLAW-MATCH-IDX)
           END-IF.
       0268-EXIT.
           EXIT.

       0269-SEARCH-CLAWBACK-ENTRY.
           IF WS-CLAW-NAME(WS-CLAW-IDX) = WS-SEARCH-NAME
               MOVE 'Y' TO WS-CLAW-MATCH-SW
               MOVE WS-CLAW-IDX TO WS-CLAW-MATCH-IDX
           END-IF.
       0269-EXIT.
           EXIT.

       0270-WRITE-PAYMENT.
           IF WS-INCREMENTAL = ZERO
               GO TO 0270-EXIT
           MOVE FIRSTNAME        TO PAY-FIRSTNAME.
           MOVE WS-COMMISSIONABLE TO PAY-COMMISSIONABLE.
           MOVE WS-INCREMENTAL   TO PAY-COMMISSION.
           IF FINAL-SETTLEMENT
               MOVE 'F'          TO PAY-TYPE
           ELSE
               MOVE 'P'          TO PAY-TYPE
           END-IF.
           MOVE WS-PERIOD        TO PAY-PERIOD.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-YEARLY-LINE.
           MOVE ADJUSTMENT TO STM-ADJUSTMENT.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-ADJUST-LINE.
           IF SIGNOFF-REJECTED
               MOVE WS-REJECTED-ADJ TO STM-REJECTED
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-REJECTED-LINE
           END-IF.
           MOVE WS-COMMISSIONABLE TO STM-COMMISSIONABLE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-COMMABLE-LINE.
           MOVE 1 TO STM-TIER.
           COMPUTE WS-TIER-PCT = WS-TIER3-RATE * 100.
           MOVE WS-TIER-PCT TO STM-TIER-RATE.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-TIER-LINE.
           IF BRANCH-SPLIT
               PERFORM 0276-WRITE-BRANCH-LINE THRU 0276-EXIT
                   VARYING WS-QTR FROM 1 BY 1
                   UNTIL WS-QTR > WS-RUN-QUARTER
           END-IF.
           MOVE WS-COMMISSION TO STM-COMMISSION.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-TOTAL-LINE.
           MOVE WS-PRIOR-PAID TO STM-PAID.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-PAID-LINE.
           IF WS-CLAW-ADDED > ZERO
               MOVE WS-CLAW-ADDED TO STM-OVERPAID
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-OVERPAID-LINE
           END-IF.
           IF WS-CLAW-RECOVERED > ZERO
               MOVE WS-CLAW-RECOVERED TO STM-RECOVERED
               WRITE STATEMENT-PRINT-LINE
                   FROM STATEMENT-RECOVERED-LINE
           END-IF.
           MOVE WS-INCREMENTAL TO STM-THIS-PAYMENT.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-PAYMENT-LINE.
           IF SIGNOFF-HELD
               MOVE WS-HELD-AMOUNT TO STM-HELD
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-HELD-LINE
           END-IF.
           IF WS-CLAW-BALANCE > ZERO
               MOVE WS-CLAW-BALANCE TO STM-OWED
               WRITE STATEMENT-PRINT-LINE FROM STATEMENT-OWED-LINE
           END-IF.
           WRITE STATEMENT-PRINT-LINE FROM ' '.
       0275-EXIT.
           EXIT.

       0276-WRITE-BRANCH-LINE.
           MOVE WS-QTR TO STM-BR-QUARTER.
           MOVE WS-QTR-BRANCH(WS-QTR) TO STM-BR-CODE.
           MOVE WS-QTR-COMM(WS-QTR) TO STM-BR-COMM.
           WRITE STATEMENT-PRINT-LINE FROM STATEMENT-BRANCH-LINE.
       0276-EXIT.
           EXIT.

       0280-WRITE-REGISTER-LINE.
           MOVE SALESPERSONNAME      TO REG-NAME.
           MOVE WS-SALESPERSON-YEARLY TO REG-YEARLYSALES.
           MOVE WS-COMMISSION        TO REG-COMMISSION.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF FINAL-SETTLEMENT
               MOVE WS-TERM-DATE(WS-TERM-MATCH-IDX) TO REG-TERM-DATE
               MOVE WS-TERM-QUARTER TO REG-TERM-QUARTER
               WRITE REGISTER-PRINT-LINE FROM REGISTER-FINAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SIGNOFF-REJECTED
               MOVE WS-REJECTED-ADJ TO REG-REJECTED
               WRITE REGISTER-PRINT-LINE FROM REGISTER-REJECTED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-RUN-QUARTER < 4 OR WS-PRIOR-PAID > ZERO
               MOVE WS-PRIOR-PAID  TO REG-PAID
               MOVE WS-INCREMENTAL TO REG-THIS-PAYMENT
               WRITE REGISTER-PRINT-LINE FROM REGISTER-PAID-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-CLAW-ADDED > ZERO OR WS-CLAW-RECOVERED > ZERO
              OR WS-CLAW-BALANCE > ZERO
               MOVE WS-CLAW-ADDED     TO REG-OVERPAID
               MOVE WS-CLAW-RECOVERED TO REG-RECOVERED
               MOVE WS-CLAW-BALANCE   TO REG-OWED
               WRITE REGISTER-PRINT-LINE FROM REGISTER-CLAWBACK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SIGNOFF-HELD
               MOVE WS-HELD-AMOUNT    TO REG-HELD
               MOVE WS-SIGNOFF-REASON TO REG-HELD-REASON
               WRITE REGISTER-PRINT-LINE FROM REGISTER-HELD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0280-EXIT.
           EXIT.

       0290-POST-GL-PAYMENT.
           IF WS-GROSS-DUE > ZERO
               MOVE WS-GROSS-DUE TO WS-GL-ALLOC-AMT
               MOVE 'D' TO WS-GL-ALLOC-DC
               PERFORM 0291-ALLOCATE-EXPENSE THRU 0291-EXIT
               ADD WS-INCREMENTAL    TO WS-GL-PAYROLL-CR
               ADD WS-CLAW-RECOVERED TO WS-GL-CLAW-CR
           END-IF.
           IF WS-CLAW-ADDED > ZERO
               MOVE WS-CLAW-ADDED TO WS-GL-ALLOC-AMT
               MOVE 'C' TO WS-GL-ALLOC-DC
               PERFORM 0291-ALLOCATE-EXPENSE THRU 0291-EXIT
               ADD WS-CLAW-ADDED TO WS-GL-CLAW-DR
           END-IF.
       0290-EXIT.
           EXIT.

       0291-ALLOCATE-EXPENSE.
           IF NOT BRANCH-SPLIT
               MOVE WS-QTR-BRANCH(1) TO WS-GL-BRANCH
               MOVE WS-GL-ALLOC-AMT  TO WS-GL-TAKE
               PERFORM 0294-POST-COST-CENTER THRU 0294-EXIT
               GO TO 0291-EXIT
           END-IF.
           MOVE WS-GL-ALLOC-AMT TO WS-GL-REMAIN.
           PERFORM 0292-ALLOCATE-QTR-SLICE THRU 0292-EXIT
               VARYING WS-QTR FROM WS-RUN-QUARTER BY -1
               UNTIL WS-QTR < 1 OR WS-GL-REMAIN = ZERO.
           IF WS-GL-REMAIN > ZERO
               MOVE WS-QTR-BRANCH(WS-RUN-QUARTER) TO WS-GL-BRANCH
               MOVE WS-GL-REMAIN TO WS-GL-TAKE
               PERFORM 0294-POST-COST-CENTER THRU 0294-EXIT
           END-IF.
       0291-EXIT.
           EXIT.

       0292-ALLOCATE-QTR-SLICE.
           IF WS-QTR-COMM(WS-QTR) = ZERO
               GO TO 0292-EXIT
           END-IF.
           IF WS-GL-REMAIN > WS-QTR-COMM(WS-QTR)
               MOVE WS-QTR-COMM(WS-QTR) TO WS-GL-TAKE
           ELSE
               MOVE WS-GL-REMAIN TO WS-GL-TAKE
           END-IF.
           SUBTRACT WS-GL-TAKE FROM WS-GL-REMAIN.
           MOVE WS-QTR-BRANCH(WS-QTR) TO WS-GL-BRANCH.
           PERFORM 0294-POST-COST-CENTER THRU 0294-EXIT.
       0292-EXIT.
           EXIT.

       0294-POST-COST-CENTER.
           MOVE WS-GL-BRANCH TO WS-GL-COST-CENTER.
           IF WS-BRM-COUNT > ZERO
               MOVE 'N' TO WS-BRM-MATCH-SW
               PERFORM 0296-SEARCH-BRANCH-MASTER THRU 0296-EXIT
                   VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                      OR BRM-MATCH-FOUND
               IF NOT BRM-MATCH-FOUND
                   MOVE WS-GL-SUSPENSE-CC TO WS-GL-COST-CENTER
                   ADD 1 TO WS-GL-SUSPENSE-COUNT
               END-IF
           END-IF.
           MOVE ZEROES TO WS-GLCC-MATCH-IDX.
           PERFORM 0298-SEARCH-GL-COST-CENTER THRU 0298-EXIT
               VARYING WS-GLCC-IDX FROM 1 BY 1
               UNTIL WS-GLCC-IDX > WS-GLCC-COUNT
                  OR WS-GLCC-MATCH-IDX > ZERO.
           IF WS-GLCC-MATCH-IDX = ZERO
               IF WS-GLCC-COUNT < 60
                   ADD 1 TO WS-GLCC-COUNT
                   MOVE WS-GLCC-COUNT TO WS-GLCC-MATCH-IDX
                   MOVE WS-GL-COST-CENTER
                       TO WS-GLCC-CODE(WS-GLCC-MATCH-IDX)
                   MOVE ZEROES TO WS-GLCC-DEBIT(WS-GLCC-MATCH-IDX),
                       WS-GLCC-CREDIT(WS-GLCC-MATCH-IDX)
               ELSE
                   MOVE 1 TO WS-GLCC-MATCH-IDX
                   ADD 1 TO WS-GL-SUSPENSE-COUNT
               END-IF
           END-IF.
           IF WS-GL-ALLOC-DC = 'D'
               ADD WS-GL-TAKE TO WS-GLCC-DEBIT(WS-GLCC-MATCH-IDX)
           ELSE
               ADD WS-GL-TAKE TO WS-GLCC-CREDIT(WS-GLCC-MATCH-IDX)
           END-IF.
           ADD WS-GL-TAKE TO WS-GL-EXPENSE-TOTAL.
       0294-EXIT.
           EXIT.

       0296-SEARCH-BRANCH-MASTER.
           IF WS-BRM-CODE(WS-BRM-IDX) = WS-GL-BRANCH
               MOVE 'Y' TO WS-BRM-MATCH-SW
               IF WS-BRM-COST-CENTER(WS-BRM-IDX) NOT = SPACES
                   MOVE WS-BRM-COST-CENTER(WS-BRM-IDX)
                       TO WS-GL-COST-CENTER
               END-IF
           END-IF.
       0296-EXIT.
           EXIT.

       0298-SEARCH-GL-COST-CENTER.
           IF WS-GLCC-CODE(WS-GLCC-IDX) = WS-GL-COST-CENTER
               MOVE WS-GLCC-IDX TO WS-GLCC-MATCH-IDX
           END-IF.
       0298-EXIT.
           EXIT.

       0299-SEARCH-BRANCH-MANAGER.
           IF WS-BRM-CODE(WS-BRM-IDX) =
                  WS-HOLD-BRANCH(WS-HOLD-MATCH-IDX)
              AND WS-BRM-MANAGER(WS-BRM-IDX) NOT = SPACES
               MOVE WS-BRM-MANAGER(WS-BRM-IDX)
                   TO WS-HOLD-MANAGER(WS-HOLD-MATCH-IDX)
           END-IF.
       0299-EXIT.
           EXIT.

       0300-PROCESS-TOTALS.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-TOTAL-LINE1
               AFTER ADVANCING 2 LINES.
           MOVE WS-PAYMENT-COUNT TO REG-PAYMENT-COUNT.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO REG-HELD-COUNT
               MOVE WS-HELD-TOTAL TO REG-HELD-TOTAL
               WRITE REGISTER-PRINT-LINE FROM REGISTER-HELD-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'CARCOMMISSION - ' WS-HELD-COUNT
                   ' PAYMENT(S) HELD FOR ADJUSTMENT SIGN-OFF'
           END-IF.
           IF WS-RELEASED-COUNT > ZERO
               MOVE WS-RELEASED-COUNT TO REG-RELEASED
               WRITE REGISTER-PRINT-LINE FROM REGISTER-RELEASED-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'CARCOMMISSION - ' WS-RELEASED-COUNT
                   ' HELD PAYMENT(S) RELEASED'
           END-IF.
           PERFORM 0330-PRINT-RATE-SETS THRU 0330-EXIT.
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               MOVE WS-EXPECTED-COUNT TO MIS-EXPECTED
           EXIT.

       0310-REWRITE-PAID.
           CLOSE PAIDNEW.
           OPEN OUTPUT COMMPAID.
           OPEN INPUT PAIDNEW.
           READ PAIDNEW
               AT END SET ENDOFPAIDNEW TO TRUE
           END-READ.
           PERFORM 0320-WRITE-PAID-RECORD THRU 0320-EXIT
               UNTIL ENDOFPAIDNEW.
           CLOSE PAIDNEW.
           OPEN INPUT PAIDCARRY.
           IF WS-PAID-CARRY-STATUS = '00'
               READ PAIDCARRY
                   AT END SET ENDOFPAIDCARRY TO TRUE
               END-READ
               PERFORM 0325-WRITE-CARRY-RECORD THRU 0325-EXIT
                   UNTIL ENDOFPAIDCARRY
           END-IF.
           CLOSE PAIDCARRY.
           CLOSE COMMPAID.
       0310-EXIT.
           EXIT.

       0320-WRITE-PAID-RECORD.
           MOVE SPACES TO PAID-RECORD.
           MOVE PNW-NAME    TO PAID-NAME.
           MOVE PNW-TO-DATE TO PAID-TO-DATE.
           MOVE PNW-YEAR    TO PAID-YEAR.
           WRITE PAID-RECORD.
           READ PAIDNEW
               AT END SET ENDOFPAIDNEW TO TRUE
           END-READ.
       0320-EXIT.
           EXIT.

       0325-WRITE-CARRY-RECORD.
           MOVE SPACES TO PAID-RECORD.
           MOVE PCF-NAME    TO PAID-NAME.
           MOVE PCF-TO-DATE TO PAID-TO-DATE.
           MOVE PCF-YEAR    TO PAID-YEAR.
           WRITE PAID-RECORD.
           READ PAIDCARRY
               AT END SET ENDOFPAIDCARRY TO TRUE
           END-READ.
       0325-EXIT.
           EXIT.

       0340-REWRITE-CLAWBACK.
           OPEN OUTPUT COMMCLAWBACK.
           PERFORM 0345-WRITE-CLAWBACK-RECORD THRU 0345-EXIT
               VARYING WS-CLAW-IDX FROM 1 BY 1
               UNTIL WS-CLAW-IDX > WS-CLAW-COUNT.
           CLOSE COMMCLAWBACK.
       0340-EXIT.
           EXIT.

       0345-WRITE-CLAWBACK-RECORD.
           IF WS-CLAW-BAL(WS-CLAW-IDX) = ZERO
              AND WS-CLAW-PERIOD(WS-CLAW-IDX) NOT = WS-PERIOD
               GO TO 0345-EXIT
           END-IF.
           MOVE SPACES TO CLAWBACK-RECORD.
           MOVE WS-CLAW-NAME(WS-CLAW-IDX)    TO CLB-NAME.
           MOVE WS-CLAW-BAL(WS-CLAW-IDX)     TO CLB-BALANCE.
           MOVE WS-CLAW-PERIOD(WS-CLAW-IDX)  TO CLB-PERIOD.
           MOVE WS-CLAW-ADD-AMT(WS-CLAW-IDX) TO CLB-ADDED.
           MOVE WS-CLAW-REC-AMT(WS-CLAW-IDX) TO CLB-RECOVERED.
           WRITE CLAWBACK-RECORD.
       0345-EXIT.
           EXIT.

       0350-PRINT-CLAWBACK-LEDGER.
           OPEN OUTPUT COMMCLAWRPT.
           MOVE WS-PERIOD TO CLR-PERIOD.
           WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-HEADING-LINE1
               AFTER ADVANCING 1 LINE.
           WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-HEADING-LINE2
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO WS-TOT-CLAW-BAL, WS-CLAW-OWING.
           PERFORM 0355-PRINT-CLAWBACK-LINE THRU 0355-EXIT
               VARYING WS-CLAW-IDX FROM 1 BY 1
               UNTIL WS-CLAW-IDX > WS-CLAW-COUNT.
           IF WS-TOT-CLAW-OPEN = ZERO AND WS-TOT-CLAW-ADDED = ZERO
               WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-TOT-CLAW-OPEN  TO CLR-TOT-OPENING.
           MOVE WS-TOT-CLAW-ADDED TO CLR-TOT-ADDED.
           MOVE WS-TOT-CLAW-RECOV TO CLR-TOT-RECOVERED.
           MOVE WS-TOT-CLAW-BAL   TO CLR-TOT-REMAINING.
           WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-CLAW-OWING TO CLR-OWING.
           WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-OWING-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE COMMCLAWRPT.
       0350-EXIT.
           EXIT.

       0355-PRINT-CLAWBACK-LINE.
           IF WS-CLAW-OPENING(WS-CLAW-IDX) = ZERO
              AND WS-CLAW-BAL(WS-CLAW-IDX) = ZERO
              AND WS-CLAW-PERIOD(WS-CLAW-IDX) NOT = WS-PERIOD
               GO TO 0355-EXIT
           END-IF.
           MOVE WS-CLAW-NAME(WS-CLAW-IDX)    TO CLR-NAME.
           MOVE WS-CLAW-OPENING(WS-CLAW-IDX) TO CLR-OPENING.
           IF WS-CLAW-PERIOD(WS-CLAW-IDX) = WS-PERIOD
               MOVE WS-CLAW-ADD-AMT(WS-CLAW-IDX) TO CLR-ADDED
               MOVE WS-CLAW-REC-AMT(WS-CLAW-IDX) TO CLR-RECOVERED
           ELSE
               MOVE ZEROES TO CLR-ADDED, CLR-RECOVERED
           END-IF.
           MOVE WS-CLAW-BAL(WS-CLAW-IDX)     TO CLR-REMAINING.
           ADD WS-CLAW-BAL(WS-CLAW-IDX) TO WS-TOT-CLAW-BAL.
           IF WS-CLAW-BAL(WS-CLAW-IDX) > ZERO
               ADD 1 TO WS-CLAW-OWING
           END-IF.
           WRITE CLAWRPT-PRINT-LINE FROM CLAWRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0355-EXIT.
           EXIT.

       0360-POST-PAYMENT-JOURNAL.
           MOVE 'COMMPAY'   TO WS-GL-TYPE.
           MOVE WS-PERIOD   TO WS-GL-PERIOD.
           MOVE WS-RUN-DATE TO WS-GL-POST-DATE.
           MOVE 'COMMISSION PAYMENT RUN' TO WS-GL-DESC.
           MOVE 'N' TO WS-GL-REVERSE-SW.
           PERFORM 0600-WRITE-GL-JOURNAL THRU 0600-EXIT.
           PERFORM 0370-WRITE-GL-REGISTER-LINE THRU 0370-EXIT.
           IF WS-GL-SUSPENSE-COUNT > ZERO
               DISPLAY 'CARCOMMISSION - ' WS-GL-SUSPENSE-COUNT
                   ' GL POSTING(S) TO SUSPENSE COST CENTER - BRANCH '
                   'NOT ON BRANCHMASTER.DAT'
               MOVE WS-GL-SUSPENSE-COUNT TO REG-GL-SUSPENSE
               WRITE REGISTER-PRINT-LINE FROM REGISTER-GL-SUSPENSE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0360-EXIT.
           EXIT.

       0370-WRITE-GL-REGISTER-LINE.
           IF WS-GL-LINE-COUNT = ZERO
              OR NOT OUTPUTS-OPEN
               GO TO 0370-EXIT
           END-IF.
           MOVE WS-GL-TYPE       TO REG-GL-TYPE.
           MOVE WS-GL-PERIOD     TO REG-GL-PERIOD.
           MOVE WS-GL-TOT-DEBIT  TO REG-GL-DEBIT.
           MOVE WS-GL-TOT-CREDIT TO REG-GL-CREDIT.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-GL-LINE
               AFTER ADVANCING 1 LINE.
       0370-EXIT.
           EXIT.

       0400-RECORD-RUN-CONTROL.
           OPEN OUTPUT COMMRUNCTL.
           PERFORM 0410-WRITE-CTL-RECORD THRU 0410-EXIT
           ELSE
               MOVE WS-PAYMENT-COUNT  TO CTL-PAY-COUNT
               MOVE WS-TOT-INCREMENTAL TO CTL-PAY-TOTAL
               IF RELEASE-RUN
                   MOVE 'RELEASED' TO CTL-STATUS
               ELSE
                   MOVE 'PAID'     TO CTL-STATUS
               END-IF
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE COMMRUNCTL.
       0410-EXIT.
           EXIT.

       0500-MONTH-END-ACCRUAL.
           MOVE WS-ACCRUAL-DATE(1:6) TO WS-ACCRUAL-PERIOD.
           PERFORM 0660-SCAN-GL-JOURNAL THRU 0660-EXIT.
           IF ACCRUAL-ALREADY-POSTED
               DISPLAY 'CARCOMMISSION - ACCRUAL FOR '
                   WS-ACCRUAL-PERIOD ' ALREADY ON GLJOURNAL.DAT - '
                   'NOT POSTED AGAIN'
               GO TO 0500-EXIT
           END-IF.
           COMPUTE WS-RUN-QUARTER = (WS-ACCRUAL-MONTH + 2) / 3.
           MOVE ZEROES TO WS-PAID-REC-SEQ, WS-PAID-SALES-SEQ,
               WS-PAID-CUR-SEQ, WS-DUP-NAME-COUNT.
           CLOSE PAIDMATCH.
           PERFORM 0120-MATCH-PAID THRU 0120-EXIT.
           IF WS-DUP-NAME-COUNT > ZERO
               DISPLAY 'CARCOMMISSION - DUPLICATE SALESPERSON NAMES '
                   'IN CARSALES.DAT - NO ACCRUAL POSTED FOR '
                   WS-ACCRUAL-PERIOD
               CLOSE PAIDMATCH
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0605-CLEAR-GL-TOTALS THRU 0605-EXIT.
           MOVE ZEROES TO WS-ACCRUAL-COUNT, WS-ACCRUAL-TOTAL.
           OPEN INPUT PAIDSALESFILE.
           IF WS-PAID-SALES-STATUS NOT = '00'
               CLOSE PAIDSALESFILE
               CLOSE PAIDMATCH
               GO TO 0500-EXIT
           END-IF.
           READ PAIDSALESFILE
               AT END SET ENDOFPAIDSALES TO TRUE
           END-READ.
           PERFORM 0510-ACCRUE-SALESPERSON THRU 0510-EXIT
               UNTIL ENDOFPAIDSALES.
           CLOSE PAIDSALESFILE.
           CLOSE PAIDMATCH.
           MOVE 'COMMACR'         TO WS-GL-TYPE.
           MOVE WS-ACCRUAL-PERIOD TO WS-GL-PERIOD.
           MOVE WS-ACCRUAL-DATE   TO WS-GL-POST-DATE.
           MOVE 'COMMISSION EARNED NOT PAID' TO WS-GL-DESC.
           MOVE 'N' TO WS-GL-REVERSE-SW.
           PERFORM 0600-WRITE-GL-JOURNAL THRU 0600-EXIT.
           IF WS-GL-LINE-COUNT = ZERO
               DISPLAY 'CARCOMMISSION - NO UNPAID COMMISSION TO '
                   'ACCRUE FOR ' WS-ACCRUAL-PERIOD
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0370-WRITE-GL-REGISTER-LINE THRU 0370-EXIT.
           MOVE WS-ACCRUAL-TOTAL TO WS-ACCRUAL-TOTAL-ED.
           DISPLAY 'CARCOMMISSION - ACCRUAL ' WS-ACCRUAL-PERIOD
               ' POSTED FOR ' WS-ACCRUAL-COUNT ' SALESPEOPLE - '
               WS-ACCRUAL-TOTAL-ED.
           IF WS-ACCRUAL-MONTH = 12
               COMPUTE WS-ACCRUAL-REV-YEAR = WS-ACCRUAL-YEAR + 1
               MOVE 1 TO WS-ACCRUAL-REV-MONTH
           ELSE
               MOVE WS-ACCRUAL-YEAR TO WS-ACCRUAL-REV-YEAR
               COMPUTE WS-ACCRUAL-REV-MONTH = WS-ACCRUAL-MONTH + 1
           END-IF.
           MOVE 1 TO WS-ACCRUAL-REV-DAY.
           MOVE 'COMMACRV'          TO WS-GL-TYPE.
           MOVE WS-ACCRUAL-REV-DATE TO WS-GL-POST-DATE.
           MOVE 'COMMISSION ACCRUAL REVERSAL' TO WS-GL-DESC.
           MOVE 'Y' TO WS-GL-REVERSE-SW.
           PERFORM 0600-WRITE-GL-JOURNAL THRU 0600-EXIT.
           PERFORM 0370-WRITE-GL-REGISTER-LINE THRU 0370-EXIT.
           MOVE 'N' TO WS-GL-REVERSE-SW.
       0500-EXIT.
           EXIT.

       0510-ACCRUE-SALESPERSON.
           READ PAIDSALESFILE INTO SALESDETAILS
               AT END SET ENDOFPAIDSALES TO TRUE
           END-READ.
           IF ENDOFPAIDSALES
               GO TO 0510-EXIT
           END-IF.
           PERFORM 0214-CHECK-SIGNOFF THRU 0214-EXIT.
           PERFORM 0210-ACCUMULATE-YTD-SALES THRU 0210-EXIT.
           PERFORM 0230-RESOLVE-BRANCHES THRU 0230-EXIT.
           IF BRANCH-SPLIT
               PERFORM 0255-COMPUTE-SPLIT-COMMISSION THRU 0255-EXIT
           ELSE
               MOVE WS-QTR-BRANCH(1) TO WS-RATE-BRANCH-KEY
               PERFORM 0240-SELECT-RATE-SET THRU 0240-EXIT
               PERFORM 0250-COMPUTE-COMMISSION
           END-IF.
           PERFORM 0258-FIND-PRIOR-PAID THRU 0258-EXIT.
           COMPUTE WS-ACCRUAL-AMT = WS-COMMISSION - WS-PRIOR-PAID.
           IF WS-ACCRUAL-AMT NOT > ZERO
               GO TO 0510-EXIT
           END-IF.
           MOVE WS-ACCRUAL-AMT TO WS-GL-ALLOC-AMT.
           MOVE 'D' TO WS-GL-ALLOC-DC.
           PERFORM 0291-ALLOCATE-EXPENSE THRU 0291-EXIT.
           ADD WS-ACCRUAL-AMT TO WS-GL-PAYROLL-CR.
           ADD WS-ACCRUAL-AMT TO WS-ACCRUAL-TOTAL.
           ADD 1 TO WS-ACCRUAL-COUNT.
       0510-EXIT.
           EXIT.

       0600-WRITE-GL-JOURNAL.
           MOVE ZEROES TO WS-GL-LINE-COUNT, WS-GL-TOT-DEBIT,
               WS-GL-TOT-CREDIT.
           IF WS-GL-EXPENSE-TOTAL = ZERO
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0610-OPEN-GL-JOURNAL THRU 0610-EXIT.
           PERFORM 0620-WRITE-GL-HEADER THRU 0620-EXIT.
           PERFORM 0630-WRITE-CC-LINES THRU 0630-EXIT
               VARYING WS-GLCC-IDX FROM 1 BY 1
               UNTIL WS-GLCC-IDX > WS-GLCC-COUNT.
           IF WS-GL-PAYROLL-CR > ZERO
               MOVE WS-GL-PAYROLL-ACCT TO WS-GL-ACCOUNT
               MOVE WS-GL-CORP-CC      TO WS-GL-COST-CENTER
               MOVE 'C'                TO WS-GL-DC
               MOVE WS-GL-PAYROLL-CR   TO WS-GL-AMOUNT
               MOVE 'ACCRUED PAYROLL'  TO WS-GL-LINE-DESC
               PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT
           END-IF.
           IF WS-GL-CLAW-DR > ZERO
               MOVE WS-GL-CLAW-ACCT    TO WS-GL-ACCOUNT
               MOVE WS-GL-CORP-CC      TO WS-GL-COST-CENTER
               MOVE 'D'                TO WS-GL-DC
               MOVE WS-GL-CLAW-DR      TO WS-GL-AMOUNT
               MOVE 'CLAWBACK OVERPAID' TO WS-GL-LINE-DESC
               PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT
           END-IF.
           IF WS-GL-CLAW-CR > ZERO
               MOVE WS-GL-CLAW-ACCT    TO WS-GL-ACCOUNT
               MOVE WS-GL-CORP-CC      TO WS-GL-COST-CENTER
               MOVE 'C'                TO WS-GL-DC
               MOVE WS-GL-CLAW-CR      TO WS-GL-AMOUNT
               MOVE 'CLAWBACK RECOVERED' TO WS-GL-LINE-DESC
               PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT
           END-IF.
           PERFORM 0645-WRITE-GL-TRAILER THRU 0645-EXIT.
           CLOSE GLJOURNAL.
       0600-EXIT.
           EXIT.

       0605-CLEAR-GL-TOTALS.
           MOVE ZEROES TO WS-GL-EXPENSE-TOTAL, WS-GL-PAYROLL-CR,
               WS-GL-CLAW-DR, WS-GL-CLAW-CR.
           MOVE 1 TO WS-GLCC-COUNT.
           MOVE WS-GL-SUSPENSE-CC TO WS-GLCC-CODE(1).
           MOVE ZEROES TO WS-GLCC-DEBIT(1), WS-GLCC-CREDIT(1).
       0605-EXIT.
           EXIT.

       0610-OPEN-GL-JOURNAL.
           OPEN EXTEND GLJOURNAL.
           IF WS-GL-STATUS = '05' OR WS-GL-STATUS = '35'
               OPEN OUTPUT GLJOURNAL
           END-IF.
       0610-EXIT.
           EXIT.

       0620-WRITE-GL-HEADER.
           MOVE SPACES        TO GL-RECORD.
           MOVE 'H'           TO GLJ-REC-TYPE.
           MOVE WS-GL-TYPE    TO GLJ-TYPE.
           MOVE WS-GL-PERIOD  TO GLJ-PERIOD.
           MOVE WS-GL-POST-DATE TO GLH-POST-DATE.
           MOVE WS-GL-DESC    TO GLH-DESC.
           WRITE GL-RECORD.
       0620-EXIT.
           EXIT.

       0630-WRITE-CC-LINES.
           MOVE WS-GL-EXPENSE-ACCT TO WS-GL-ACCOUNT.
           MOVE WS-GLCC-CODE(WS-GLCC-IDX) TO WS-GL-COST-CENTER.
           MOVE 'COMMISSION EXPENSE' TO WS-GL-LINE-DESC.
           IF WS-GLCC-DEBIT(WS-GLCC-IDX) > ZERO
               MOVE 'D' TO WS-GL-DC
               MOVE WS-GLCC-DEBIT(WS-GLCC-IDX) TO WS-GL-AMOUNT
               PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT
           END-IF.
           IF WS-GLCC-CREDIT(WS-GLCC-IDX) > ZERO
               MOVE 'C' TO WS-GL-DC
               MOVE WS-GLCC-CREDIT(WS-GLCC-IDX) TO WS-GL-AMOUNT
               PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT
           END-IF.
       0630-EXIT.
           EXIT.

       0640-WRITE-GL-LINE.
           IF GL-REVERSING
               IF WS-GL-DC = 'D'
                   MOVE 'C' TO WS-GL-DC
               ELSE
                   MOVE 'D' TO WS-GL-DC
               END-IF
           END-IF.
           MOVE SPACES            TO GL-RECORD.
           MOVE 'D'               TO GLJ-REC-TYPE.
           MOVE WS-GL-TYPE        TO GLJ-TYPE.
           MOVE WS-GL-PERIOD      TO GLJ-PERIOD.
           MOVE WS-GL-ACCOUNT     TO GLD-ACCOUNT.
           MOVE WS-GL-COST-CENTER TO GLD-COST-CENTER.
           MOVE WS-GL-DC          TO GLD-DC.
           MOVE WS-GL-AMOUNT      TO GLD-AMOUNT.
           MOVE WS-GL-LINE-DESC   TO GLD-DESC.
           WRITE GL-RECORD.
           ADD 1 TO WS-GL-LINE-COUNT.
           IF WS-GL-DC = 'D'
               ADD WS-GL-AMOUNT TO WS-GL-TOT-DEBIT
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-TOT-CREDIT
           END-IF.
       0640-EXIT.
           EXIT.

       0645-WRITE-GL-TRAILER.
           MOVE SPACES           TO GL-RECORD.
           MOVE 'T'              TO GLJ-REC-TYPE.
           MOVE WS-GL-TYPE       TO GLJ-TYPE.
           MOVE WS-GL-PERIOD     TO GLJ-PERIOD.
           MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT.
           MOVE WS-GL-TOT-DEBIT  TO GLT-TOT-DEBIT.
           MOVE WS-GL-TOT-CREDIT TO GLT-TOT-CREDIT.
           WRITE GL-RECORD.
           IF WS-GL-TOT-DEBIT NOT = WS-GL-TOT-CREDIT
               DISPLAY 'CARCOMMISSION - GL JOURNAL ' WS-GL-TYPE ' '
                   WS-GL-PERIOD ' IS OUT OF BALANCE'
           END-IF.
       0645-EXIT.
           EXIT.

       0650-REVERSE-GL-JOURNAL.
           PERFORM 0660-SCAN-GL-JOURNAL THRU 0660-EXIT.
           IF WS-GL-CAPTURED = ZERO
               DISPLAY 'CARCOMMISSION - NO COMMPAY GL JOURNAL FOR '
                   WS-PERIOD ' - NO GL REVERSAL POSTED'
               GO TO 0650-EXIT
           END-IF.
           MOVE 'COMMREV'   TO WS-GL-TYPE.
           MOVE WS-PERIOD   TO WS-GL-PERIOD.
           MOVE WS-RUN-DATE TO WS-GL-POST-DATE.
           MOVE 'COMMISSION PAYMENT REVERSAL' TO WS-GL-DESC.
           MOVE 'Y' TO WS-GL-REVERSE-SW.
           MOVE ZEROES TO WS-GL-LINE-COUNT, WS-GL-TOT-DEBIT,
               WS-GL-TOT-CREDIT.
           PERFORM 0610-OPEN-GL-JOURNAL THRU 0610-EXIT.
           PERFORM 0620-WRITE-GL-HEADER THRU 0620-EXIT.
           OPEN INPUT GLWORK.
           READ GLWORK
               AT END SET ENDOFGLWORK TO TRUE
           END-READ.
           PERFORM 0655-REVERSE-GL-LINE THRU 0655-EXIT
               UNTIL ENDOFGLWORK.
           CLOSE GLWORK.
           PERFORM 0645-WRITE-GL-TRAILER THRU 0645-EXIT.
           CLOSE GLJOURNAL.
           MOVE 'N' TO WS-GL-REVERSE-SW.
           DISPLAY 'CARCOMMISSION - GL JOURNAL COMMREV ' WS-PERIOD
               ' POSTED - ' WS-GL-LINE-COUNT ' LINES'.
       0650-EXIT.
           EXIT.

       0655-REVERSE-GL-LINE.
           MOVE GLW-ACCOUNT     TO WS-GL-ACCOUNT.
           MOVE GLW-COST-CENTER TO WS-GL-COST-CENTER.
           MOVE GLW-DC          TO WS-GL-DC.
           MOVE GLW-AMOUNT      TO WS-GL-AMOUNT.
           MOVE GLW-DESC        TO WS-GL-LINE-DESC.
           PERFORM 0640-WRITE-GL-LINE THRU 0640-EXIT.
           READ GLWORK
               AT END SET ENDOFGLWORK TO TRUE
           END-READ.
       0655-EXIT.
           EXIT.

       0660-SCAN-GL-JOURNAL.
           MOVE 'N' TO WS-GL-CAPTURE-SW, WS-GL-ACR-POSTED-SW.
           MOVE ZEROES TO WS-GL-CAPTURED.
           OPEN OUTPUT GLWORK.
           OPEN INPUT GLJOURNAL.
           IF WS-GL-STATUS NOT = '00'
               CLOSE GLJOURNAL
               CLOSE GLWORK
               GO TO 0660-EXIT
           END-IF.
           READ GLJOURNAL
               AT END SET ENDOFGLFILE TO TRUE
           END-READ.
           PERFORM 0665-SCAN-GL-RECORD THRU 0665-EXIT
               UNTIL ENDOFGLFILE.
           CLOSE GLJOURNAL.
           CLOSE GLWORK.
       0660-EXIT.
           EXIT.

       0665-SCAN-GL-RECORD.
           EVALUATE TRUE
               WHEN GLJ-HEADER
                   MOVE 'N' TO WS-GL-CAPTURE-SW
                   IF GLJ-TYPE = 'COMMPAY'
                      AND GLJ-PERIOD = WS-PERIOD
                       MOVE 'Y' TO WS-GL-CAPTURE-SW
                   END-IF
                   IF GLJ-TYPE = 'COMMREV'
                      AND GLJ-PERIOD = WS-PERIOD
                       CLOSE GLWORK
                       OPEN OUTPUT GLWORK
                       MOVE ZEROES TO WS-GL-CAPTURED
                   END-IF
                   IF GLJ-TYPE = 'COMMACR'
                      AND GLJ-PERIOD = WS-ACCRUAL-PERIOD
                       MOVE 'Y' TO WS-GL-ACR-POSTED-SW
                   END-IF
               WHEN GLJ-DETAIL AND GL-CAPTURING
                   MOVE SPACES          TO GL-WORK-RECORD
                   MOVE GLD-ACCOUNT     TO GLW-ACCOUNT
                   MOVE GLD-COST-CENTER TO GLW-COST-CENTER
                   MOVE GLD-DC          TO GLW-DC
                   MOVE GLD-AMOUNT      TO GLW-AMOUNT
                   MOVE GLD-DESC        TO GLW-DESC
                   WRITE GL-WORK-RECORD
                   ADD 1 TO WS-GL-CAPTURED
               WHEN GLJ-TRAILER
                   MOVE 'N' TO WS-GL-CAPTURE-SW
           END-EVALUATE.
           READ GLJOURNAL
               AT END SET ENDOFGLFILE TO TRUE
           END-READ.
       0665-EXIT.
           EXIT.

       0700-REVERSE-PAYMENTS.
           OPEN INPUT COMMPAYSENT.
           IF WS-SENT-STATUS NOT = '00'
               GO TO 0700-EXIT
           END-IF.
           OPEN OUTPUT COMMREVERSAL.
           OPEN OUTPUT SENTKEEP.
           OPEN OUTPUT UNPAIDWORK.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
           END-READ.
           PERFORM 0710-REVERSE-PAYMENT-RECORD THRU 0710-EXIT
               UNTIL ENDOFSENTFILE.
           CLOSE COMMREVERSAL.
           CLOSE SENTKEEP.
           CLOSE UNPAIDWORK.
           CLOSE COMMPAYSENT.
           IF WS-REVERSAL-COUNT = ZERO AND WS-UNPAID-COUNT = ZERO
               DISPLAY 'CARCOMMISSION - NOTHING REVERSED FOR '
                   WS-PERIOD ' - WRONG PERIOD RECORDS: '
                   WS-WRONG-PERIOD
                   WS-WRONG-PERIOD
                   ' RECORDS NOT STAMPED FOR ' WS-PERIOD
           END-IF.
           IF WS-UNPAID-COUNT > ZERO
               DISPLAY 'CARCOMMISSION - ' WS-UNPAID-COUNT
                   ' PAYMENT(S) FOR ' WS-PERIOD
                   ' NEVER SENT TO THE BUREAU - BACKED OUT OF '
                   'PAID-TO-DATE ONLY'
           END-IF.
           OPEN OUTPUT COMMPAYSENT.
           OPEN INPUT SENTKEEP.
           READ SENTKEEP
               AT END SET ENDOFSENTKEEP TO TRUE
           END-READ.
           PERFORM 0715-RESTORE-SENT-RECORD THRU 0715-EXIT
               UNTIL ENDOFSENTKEEP.
           CLOSE SENTKEEP.
           CLOSE COMMPAYSENT.
           PERFORM 0705-MARK-PERIOD-REVERSED THRU 0705-EXIT
               VARYING WS-CTL-IDX FROM 1 BY 1

       0705-MARK-PERIOD-REVERSED.
           IF WS-CTL-PERIOD(WS-CTL-IDX) = WS-PERIOD
              AND (WS-CTL-PSTATUS(WS-CTL-IDX) = 'PAID'
                OR WS-CTL-PSTATUS(WS-CTL-IDX) = 'RELEASED')
               MOVE 'REVERSED' TO WS-CTL-PSTATUS(WS-CTL-IDX)
           END-IF.
       0705-EXIT.
           IF SENT-PERIOD NOT = SPACES
              AND SENT-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-WRONG-PERIOD
               WRITE SENT-KEEP-RECORD FROM SENT-RECORD
               GO TO 0710-NEXT
           END-IF.
           IF SENT-REJECTED
               WRITE SENT-KEEP-RECORD FROM SENT-RECORD
               GO TO 0710-NEXT
           END-IF.
           IF SENT-SSN IS NUMERIC
              AND SENT-SSN = ZERO
               ADD 1 TO WS-UNPAID-COUNT
               WRITE UNPAID-RECORD FROM SENT-RECORD
               GO TO 0710-NEXT
           END-IF.
           ADD 1 TO WS-REVERSAL-COUNT.
           MOVE 'R'                  TO REV-TYPE.
           MOVE WS-PERIOD            TO REV-PERIOD.
           WRITE REVERSAL-RECORD.
       0710-NEXT.
           READ COMMPAYSENT
               AT END SET ENDOFSENTFILE TO TRUE
       0710-EXIT.
           EXIT.

       0715-RESTORE-SENT-RECORD.
           WRITE SENT-RECORD FROM SENT-KEEP-RECORD.
           READ SENTKEEP
               AT END SET ENDOFSENTKEEP TO TRUE
           END-READ.
       0715-EXIT.
           EXIT.

       0720-REVERSE-CLAWBACK.
           IF WS-CLAW-PERIOD(WS-CLAW-IDX) NOT = WS-PERIOD
               GO TO 0720-EXIT
           END-IF.
           ADD WS-CLAW-REC-AMT(WS-CLAW-IDX) TO
               WS-CLAW-BAL(WS-CLAW-IDX).
           IF WS-CLAW-BAL(WS-CLAW-IDX) >
                  WS-CLAW-ADD-AMT(WS-CLAW-IDX)
               SUBTRACT WS-CLAW-ADD-AMT(WS-CLAW-IDX) FROM
                   WS-CLAW-BAL(WS-CLAW-IDX)
           ELSE
               MOVE ZEROES TO WS-CLAW-BAL(WS-CLAW-IDX)
           END-IF.
           MOVE ZEROES TO WS-CLAW-ADD-AMT(WS-CLAW-IDX),
               WS-CLAW-REC-AMT(WS-CLAW-IDX).
           MOVE SPACES TO WS-CLAW-PERIOD(WS-CLAW-IDX).
       0720-EXIT.
           EXIT.

       0730-REVERSE-PAID.
           SORT PAIDSORTWORK
               ON ASCENDING KEY PSW-NAME PSW-TYPE PSW-SEQ
               INPUT PROCEDURE IS 0732-RELEASE-REVERSALS
               OUTPUT PROCEDURE IS 0736-APPLY-REVERSALS.
           IF REQUEUE-READ
               OPEN OUTPUT COMMREQUEUE
               OPEN INPUT REQUEUEKEEP
               READ REQUEUEKEEP
                   AT END SET ENDOFRQKEEP TO TRUE
               END-READ
               PERFORM 0739-RESTORE-QUEUED THRU 0739-EXIT
                   UNTIL ENDOFRQKEEP
               CLOSE REQUEUEKEEP
               CLOSE COMMREQUEUE
           END-IF.
           IF WS-RQ-PURGED > ZERO
               DISPLAY 'CARCOMMISSION - ' WS-RQ-PURGED
                   ' REQUEUED PAYMENT(S) FOR ' WS-PERIOD
                   ' REMOVED FROM COMMREQUEUE.DAT'
           END-IF.
       0730-EXIT.
           EXIT.

       0732-RELEASE-REVERSALS.
           PERFORM 0123-RELEASE-PAID-FILE THRU 0123-EXIT.
           OPEN INPUT COMMREVERSAL.
           READ COMMREVERSAL
               AT END SET ENDOFREVFILE TO TRUE
           END-READ.
           PERFORM 0733-RELEASE-SENT-REVERSAL THRU 0733-EXIT
               UNTIL ENDOFREVFILE.
           CLOSE COMMREVERSAL.
           OPEN INPUT UNPAIDWORK.
           READ UNPAIDWORK
               AT END SET ENDOFUNPAID TO TRUE
           END-READ.
           PERFORM 0740-RELEASE-UNPAID-PAYMENT THRU 0740-EXIT
               UNTIL ENDOFUNPAID.
           CLOSE UNPAIDWORK.
           PERFORM 0735-RELEASE-QUEUED-PAYMENTS THRU 0735-EXIT.
           PERFORM 0734-RELEASE-CLAW-REVERSAL THRU 0734-EXIT
               VARYING WS-CLAW-IDX FROM 1 BY 1
               UNTIL WS-CLAW-IDX > WS-CLAW-COUNT.
       0732-EXIT.
           EXIT.

       0733-RELEASE-SENT-REVERSAL.
           ADD 1 TO WS-PAID-REC-SEQ.
           MOVE REV-SALESPERSONNAME TO PSW-NAME.
           MOVE '3'                 TO PSW-TYPE.
           MOVE WS-PAID-REC-SEQ     TO PSW-SEQ.
           MOVE REV-COMMISSION      TO PSW-AMOUNT.
           MOVE ZEROES              TO PSW-AMOUNT2.
           RELEASE PAID-SORT-RECORD.
           READ COMMREVERSAL
               AT END SET ENDOFREVFILE TO TRUE
           END-READ.
       0733-EXIT.
           EXIT.

       0734-RELEASE-CLAW-REVERSAL.
           IF WS-CLAW-PERIOD(WS-CLAW-IDX) NOT = WS-PERIOD
               GO TO 0734-EXIT
           END-IF.
           ADD 1 TO WS-PAID-REC-SEQ.
           MOVE WS-CLAW-NAME(WS-CLAW-IDX)    TO PSW-NAME.
           MOVE '4'                          TO PSW-TYPE.
           MOVE WS-PAID-REC-SEQ              TO PSW-SEQ.
           MOVE WS-CLAW-ADD-AMT(WS-CLAW-IDX) TO PSW-AMOUNT.
           MOVE WS-CLAW-REC-AMT(WS-CLAW-IDX) TO PSW-AMOUNT2.
           RELEASE PAID-SORT-RECORD.
       0734-EXIT.
           EXIT.

       0735-RELEASE-QUEUED-PAYMENTS.
           OPEN INPUT COMMREQUEUE.
           IF WS-RQ-STATUS NOT = '00'
               CLOSE COMMREQUEUE
               GO TO 0735-EXIT
           END-IF.
           MOVE 'Y' TO WS-RQ-READ-SW.
           OPEN OUTPUT REQUEUEKEEP.
           READ COMMREQUEUE
               AT END SET ENDOFREQUEUE TO TRUE
           END-READ.
           PERFORM 0745-SPLIT-QUEUED-PAYMENT THRU 0745-EXIT
               UNTIL ENDOFREQUEUE.
           CLOSE REQUEUEKEEP.
           CLOSE COMMREQUEUE.
       0735-EXIT.
           EXIT.

       0736-APPLY-REVERSALS.
           OPEN OUTPUT PAIDNEW.
           OPEN OUTPUT PAIDCARRY.
           CLOSE PAIDCARRY.
           MOVE HIGH-VALUES TO WS-GRP-NAME.
           MOVE 'N' TO WS-GRP-PAID-SW, WS-PAID-SORT-SW.
           RETURN PAIDSORTWORK
               AT END MOVE 'Y' TO WS-PAID-SORT-SW
           END-RETURN.
           PERFORM 0737-APPLY-SORTED-REVERSAL THRU 0737-EXIT
               UNTIL PAID-SORT-DONE.
           PERFORM 0738-WRITE-REVERSED-PAID THRU 0738-EXIT.
       0736-EXIT.
           EXIT.

       0737-APPLY-SORTED-REVERSAL.
           IF PSW-NAME NOT = WS-GRP-NAME
               PERFORM 0738-WRITE-REVERSED-PAID THRU 0738-EXIT
               MOVE PSW-NAME TO WS-GRP-NAME
               MOVE 'N' TO WS-GRP-PAID-SW
               MOVE ZEROES TO WS-GRP-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN PSW-PAID-RECORD AND GRP-HAS-PAID
                   MOVE SPACES           TO PAID-NEW-RECORD
                   MOVE PSW-NAME         TO PNW-NAME
                   MOVE PSW-AMOUNT       TO PNW-TO-DATE
                   MOVE WS-RUN-DATE(1:4) TO PNW-YEAR
                   WRITE PAID-NEW-RECORD
               WHEN PSW-PAID-RECORD
                   MOVE 'Y' TO WS-GRP-PAID-SW
                   MOVE PSW-AMOUNT TO WS-GRP-AMOUNT
               WHEN PSW-SENT-REVERSAL AND GRP-HAS-PAID
                   IF WS-GRP-AMOUNT > PSW-AMOUNT
                       SUBTRACT PSW-AMOUNT FROM WS-GRP-AMOUNT
                   ELSE
                       MOVE ZEROES TO WS-GRP-AMOUNT
                   END-IF
               WHEN PSW-CLAW-REVERSAL AND GRP-HAS-PAID
                   ADD PSW-AMOUNT TO WS-GRP-AMOUNT
                   IF WS-GRP-AMOUNT > PSW-AMOUNT2
                       SUBTRACT PSW-AMOUNT2 FROM WS-GRP-AMOUNT
                   ELSE
                       MOVE ZEROES TO WS-GRP-AMOUNT
                   END-IF
           END-EVALUATE.
           RETURN PAIDSORTWORK
               AT END MOVE 'Y' TO WS-PAID-SORT-SW
           END-RETURN.
       0737-EXIT.
           EXIT.

       0738-WRITE-REVERSED-PAID.
           IF GRP-HAS-PAID
               MOVE SPACES           TO PAID-NEW-RECORD
               MOVE WS-GRP-NAME      TO PNW-NAME
               MOVE WS-GRP-AMOUNT    TO PNW-TO-DATE
               MOVE WS-RUN-DATE(1:4) TO PNW-YEAR
               WRITE PAID-NEW-RECORD
           END-IF.
       0738-EXIT.
           EXIT.

       0739-RESTORE-QUEUED.
           WRITE REQUEUE-RECORD FROM RQ-KEEP-RECORD.
           READ REQUEUEKEEP
               AT END SET ENDOFRQKEEP TO TRUE
           END-READ.
       0739-EXIT.
           EXIT.

       0740-RELEASE-UNPAID-PAYMENT.
           ADD 1 TO WS-PAID-REC-SEQ.
           MOVE UNP-SALESPERSONNAME TO PSW-NAME.
           MOVE '3'                 TO PSW-TYPE.
           MOVE WS-PAID-REC-SEQ     TO PSW-SEQ.
           MOVE UNP-COMMISSION      TO PSW-AMOUNT.
           MOVE ZEROES              TO PSW-AMOUNT2.
           RELEASE PAID-SORT-RECORD.
           READ UNPAIDWORK
               AT END SET ENDOFUNPAID TO TRUE
           END-READ.
       0740-EXIT.
           EXIT.

       0745-SPLIT-QUEUED-PAYMENT.
           IF RQ-PERIOD = WS-PERIOD AND RQ-TYPE NOT = 'R'
               ADD 1 TO WS-RQ-PURGED
               ADD 1 TO WS-PAID-REC-SEQ
               MOVE RQ-SALESPERSONNAME TO PSW-NAME
               MOVE '3'                TO PSW-TYPE
               MOVE WS-PAID-REC-SEQ    TO PSW-SEQ
               MOVE RQ-COMMISSION      TO PSW-AMOUNT
               MOVE ZEROES             TO PSW-AMOUNT2
               RELEASE PAID-SORT-RECORD
           ELSE
               WRITE RQ-KEEP-RECORD FROM REQUEUE-RECORD
           END-IF.
           READ COMMREQUEUE
               AT END SET ENDOFREQUEUE TO TRUE
           END-READ.
       0745-EXIT.
           EXIT.

       0800-CHECK-RELEASE.
           MOVE WS-HOLD-NAME(WS-HOLD-IDX) TO WS-SEARCH-NAME.
           MOVE WS-RUN-YEAR TO WS-SEARCH-YEAR.
           PERFORM 0215-FIND-APPROVAL THRU 0215-EXIT.
           IF WS-APR-MATCH-IDX = ZERO
               GO TO 0800-EXIT
           END-IF.
           IF WS-APR-AMT-SW(WS-APR-MATCH-IDX) = 'Y'
              AND WS-APR-ADJ(WS-APR-MATCH-IDX) NOT =
                  WS-HOLD-ADJ(WS-HOLD-IDX)
               GO TO 0800-EXIT
           END-IF.
           IF WS-APR-DECISION(WS-APR-MATCH-IDX) = 'A'
              OR WS-APR-DECISION(WS-APR-MATCH-IDX) = 'R'
               MOVE 'Y' TO WS-HOLD-RELEASE(WS-HOLD-IDX)
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.
       0800-EXIT.
           EXIT.

       0810-REWRITE-HELD.
           OPEN OUTPUT COMMHELD.
           PERFORM 0815-WRITE-HELD-RECORD THRU 0815-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
           CLOSE COMMHELD.
       0810-EXIT.
           EXIT.

       0815-WRITE-HELD-RECORD.
           IF WS-HOLD-STATE(WS-HOLD-IDX) NOT = 'K'
               MOVE 'X' TO WS-HOLD-STATE(WS-HOLD-IDX)
               GO TO 0815-EXIT
           END-IF.
           MOVE SPACES TO HELD-RECORD.
           MOVE WS-HOLD-NAME(WS-HOLD-IDX)    TO HLD-NAME.
           MOVE WS-HOLD-PERIOD(WS-HOLD-IDX)  TO HLD-PERIOD.
           MOVE WS-HOLD-SINCE(WS-HOLD-IDX)   TO HLD-SINCE.
           MOVE WS-HOLD-BRANCH(WS-HOLD-IDX)  TO HLD-BRANCH.
           MOVE WS-HOLD-MANAGER(WS-HOLD-IDX) TO HLD-MANAGER.
           MOVE WS-HOLD-ADJ(WS-HOLD-IDX)     TO HLD-ADJUSTMENT.
           MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)  TO HLD-AMOUNT.
           MOVE WS-HOLD-REASON(WS-HOLD-IDX)  TO HLD-REASON.
           WRITE HELD-RECORD.
       0815-EXIT.
           EXIT.

       0820-PRINT-HOLD-REPORT.
           OPEN OUTPUT COMMHOLDRPT.
           MOVE WS-RUN-DATE TO HLR-RUN-DATE.
           WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-HEADING-LINE1
               AFTER ADVANCING 1 LINE.
           WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-HEADING-LINE2
               AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO WS-HRP-TOT-COUNT, WS-HRP-TOT-TOTAL,
               WS-HRP-TOT-AGE(1), WS-HRP-TOT-AGE(2),
               WS-HRP-TOT-AGE(3), WS-HRP-TOT-AGE(4).
           SORT HOLDSORTWORK
               ON ASCENDING KEY HSW-MANAGER HSW-SINCE HSW-NAME
               INPUT PROCEDURE IS 0822-RELEASE-HELD-ENTRIES
               OUTPUT PROCEDURE IS 0824-PRINT-HELD-ENTRIES.
           IF WS-HRP-TOT-COUNT = ZERO
               WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'ALL BRANCH MANAGERS' TO HLR-TOT-LABEL
               MOVE WS-HRP-TOT-COUNT TO HLR-TOT-COUNT
               MOVE WS-HRP-TOT-TOTAL TO HLR-TOT-AMOUNT
               WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-HRP-TOT-AGE(1) TO HLR-AGE1
               MOVE WS-HRP-TOT-AGE(2) TO HLR-AGE2
               MOVE WS-HRP-TOT-AGE(3) TO HLR-AGE3
               MOVE WS-HRP-TOT-AGE(4) TO HLR-AGE4
               WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-AGING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-HRP-TOT-COUNT TO WS-OPEN-HOLD-COUNT.
           CLOSE COMMHOLDRPT.
       0820-EXIT.
           EXIT.

       0822-RELEASE-HELD-ENTRIES.
           PERFORM 0823-RELEASE-HELD-ENTRY THRU 0823-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
       0822-EXIT.
           EXIT.

       0823-RELEASE-HELD-ENTRY.
           IF WS-HOLD-STATE(WS-HOLD-IDX) = 'X'
               GO TO 0823-EXIT
           END-IF.
           MOVE WS-HOLD-MANAGER(WS-HOLD-IDX) TO HSW-MANAGER.
           MOVE WS-HOLD-SINCE(WS-HOLD-IDX)   TO HSW-SINCE.
           MOVE WS-HOLD-NAME(WS-HOLD-IDX)    TO HSW-NAME.
           MOVE WS-HOLD-BRANCH(WS-HOLD-IDX)  TO HSW-BRANCH.
           MOVE WS-HOLD-PERIOD(WS-HOLD-IDX)  TO HSW-PERIOD.
           MOVE WS-HOLD-ADJ(WS-HOLD-IDX)     TO HSW-ADJUSTMENT.
           MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)  TO HSW-AMOUNT.
           MOVE WS-HOLD-REASON(WS-HOLD-IDX)  TO HSW-REASON.
           RELEASE HOLD-SORT-RECORD.
       0823-EXIT.
           EXIT.

       0824-PRINT-HELD-ENTRIES.
           MOVE HIGH-VALUES TO WS-HRP-MANAGER.
           MOVE 'N' TO WS-HSW-SW.
           RETURN HOLDSORTWORK
               AT END MOVE 'Y' TO WS-HSW-SW
           END-RETURN.
           PERFORM 0826-PRINT-HELD-LINE THRU 0826-EXIT
               UNTIL HOLD-SORT-DONE.
           PERFORM 0828-END-MANAGER-GROUP THRU 0828-EXIT.
       0824-EXIT.
           EXIT.

       0826-PRINT-HELD-LINE.
           IF HSW-MANAGER NOT = WS-HRP-MANAGER
               PERFORM 0828-END-MANAGER-GROUP THRU 0828-EXIT
               MOVE HSW-MANAGER TO WS-HRP-MANAGER
               MOVE HSW-MANAGER TO HLR-MANAGER
               WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-MANAGER-LINE
                   AFTER ADVANCING 2 LINES
               MOVE ZEROES TO WS-HRP-MGR-COUNT, WS-HRP-MGR-TOTAL,
                   WS-HRP-MGR-AGE(1), WS-HRP-MGR-AGE(2),
                   WS-HRP-MGR-AGE(3), WS-HRP-MGR-AGE(4)
           END-IF.
           IF HSW-SINCE NOT < WS-RUN-DATE
               MOVE ZEROES TO WS-HRP-DAYS
           ELSE
               COMPUTE WS-HRP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(HSW-SINCE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-HRP-DAYS NOT > 30
                   MOVE 1 TO WS-HRP-BUCKET
               WHEN WS-HRP-DAYS NOT > 60
                   MOVE 2 TO WS-HRP-BUCKET
               WHEN WS-HRP-DAYS NOT > 90
                   MOVE 3 TO WS-HRP-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-HRP-BUCKET
           END-EVALUATE.
           ADD HSW-AMOUNT TO WS-HRP-MGR-AGE(WS-HRP-BUCKET),
               WS-HRP-TOT-AGE(WS-HRP-BUCKET),
               WS-HRP-MGR-TOTAL, WS-HRP-TOT-TOTAL.
           ADD 1 TO WS-HRP-MGR-COUNT, WS-HRP-TOT-COUNT.
           MOVE HSW-NAME       TO HLR-NAME.
           MOVE HSW-BRANCH     TO HLR-BRANCH.
           MOVE HSW-PERIOD     TO HLR-PERIOD.
           MOVE HSW-SINCE      TO HLR-SINCE.
           MOVE WS-HRP-DAYS    TO HLR-DAYS.
           MOVE HSW-AMOUNT     TO HLR-AMOUNT.
           MOVE HSW-ADJUSTMENT TO HLR-ADJUSTMENT.
           MOVE HSW-REASON     TO HLR-REASON.
           WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           RETURN HOLDSORTWORK
               AT END MOVE 'Y' TO WS-HSW-SW
           END-RETURN.
       0826-EXIT.
           EXIT.

       0828-END-MANAGER-GROUP.
           IF WS-HRP-MANAGER = HIGH-VALUES
               GO TO 0828-EXIT
           END-IF.
           MOVE 'MANAGER TOTAL' TO HLR-TOT-LABEL.
           MOVE WS-HRP-MGR-COUNT TO HLR-TOT-COUNT.
           MOVE WS-HRP-MGR-TOTAL TO HLR-TOT-AMOUNT.
           WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-HRP-MGR-AGE(1) TO HLR-AGE1.
           MOVE WS-HRP-MGR-AGE(2) TO HLR-AGE2.
           MOVE WS-HRP-MGR-AGE(3) TO HLR-AGE3.
           MOVE WS-HRP-MGR-AGE(4) TO HLR-AGE4.
           WRITE HOLDRPT-PRINT-LINE FROM HOLDRPT-AGING-LINE
               AFTER ADVANCING 1 LINE.
       0828-EXIT.
           EXIT.

       0900-STOP-RUN.
           PERFORM 0890-WRITE-RUNLOG.
           IF OUTPUTS-OPEN
                   COMMSTATEMENTS
           END-IF.
           CLOSE CARSALESFILE.
           CLOSE PAIDMATCH.
           CLOSE PAIDNEW.
           STOP RUN.

       0890-WRITE-RUNLOG.
           IF DUPLICATE-RUN-BLOCKED
               MOVE 'DUP PERIOD' TO RUNLOG-STATUS
           ELSE
           IF CLAW-TABLE-FULL OR HIST-TABLE-FULL
              OR APR-TABLE-FULL OR HOLD-TABLE-FULL
              OR TERM-TABLE-FULL OR CTL-TABLE-FULL
              OR RATE-TABLE-FULL OR MAST-TABLE-FULL
              OR BRM-TABLE-FULL
               MOVE 'TABLE FULL' TO RUNLOG-STATUS
           ELSE
           IF WS-DUP-NAME-COUNT > ZERO
               MOVE 'DUP NAME'   TO RUNLOG-STATUS
           ELSE
           IF REVERSAL-MODE
               MOVE WS-REVERSAL-COUNT TO RUNLOG-REC-COUNT
               MOVE 'REVERSED'   TO RUNLOG-STATUS
           ELSE
           IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               MOVE 'MISMATCH'   TO RUNLOG-STATUS
           ELSE
           IF WS-GL-SUSPENSE-COUNT > ZERO
               MOVE 'GL SUSPENSE' TO RUNLOG-STATUS
           ELSE
           IF WS-OPEN-HOLD-COUNT > ZERO
               MOVE 'COMM HELD'  TO RUNLOG-STATUS
           ELSE
           IF RELEASE-RUN
               MOVE 'RELEASED'   TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'   TO RUNLOG-STATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
