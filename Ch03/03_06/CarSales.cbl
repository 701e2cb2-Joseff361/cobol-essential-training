           FILE STATUS IS WS-BRM-STATUS.
       SELECT SALESIDEXC ASSIGN TO "SALESIDEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BRANCHHIST ASSIGN TO "BRANCHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT MATCHSALESFILE ASSIGN TO "CARSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-SALES-STATUS.
       SELECT PRIORSORTWORK ASSIGN TO "CARSALESPSRT.TMP".
       SELECT PRIORSEQWORK ASSIGN TO "CARSALESQSRT.TMP".
       SELECT PRIORMATCHWORK ASSIGN TO "CARSALESPMW.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-WORK-STATUS.
       SELECT PRIORMATCH ASSIGN TO "CARSALESPM.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.
       SELECT REVIEWWORK ASSIGN TO "CARSALESREV.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-WORK-STATUS.
       SELECT SIGNOFFWORK ASSIGN TO "CARSALESSGN.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNOFF-WORK-STATUS.


       DATA DIVISION.
               02 BRM-REGION       PIC X(10).
               02 FILLER           PIC X(1).
               02 BRM-MANAGER      PIC X(20).
               02 FILLER           PIC X(1).
               02 BRM-COST-CENTER  PIC X(8).
       FD BRANCHHIST.
            01 BRANCH-HIST-RECORD.
               88 ENDOFHISTFILE VALUE HIGH-VALUES.
               02 BH-SALES-ID      PIC 9(5).
               02 FILLER           PIC X(1).
               02 BH-EFF-DATE      PIC 9(8).
               02 FILLER           PIC X(1).
               02 BH-BRANCH-CODE   PIC X(3).
       FD MATCHSALESFILE.
            01 MATCH-SALES-RECORD.
               88 ENDOFMATCHSALES VALUE HIGH-VALUES.
               02 MSR-NAME         PIC X(25).
               02 MSR-QUARTERS.
                  05  MSR-Q1-SALES    PIC 9(7).
                  05  MSR-Q2-SALES    PIC 9(7).
                  05  MSR-Q3-SALES    PIC 9(7).
                  05  MSR-Q4-SALES    PIC 9(7).
               02 FILLER           PIC X(13).
       SD PRIORSORTWORK.
            01 PRIOR-SORT-RECORD.
               02 PSW-KEY.
                  05  PSW-KEY-TYPE    PIC X(1).
                  05  PSW-KEY-VALUE   PIC X(25).
                  05  PSW-KEY-ID REDEFINES PSW-KEY-VALUE.
                      10  PSW-KEY-ID-NUM  PIC 9(5).
                      10  FILLER          PIC X(20).
               02 PSW-SOURCE       PIC X(1).
                  88 PSW-PRIOR-YEAR   VALUE '1'.
                  88 PSW-CURRENT-YEAR VALUE '2'.
               02 PSW-SEQ          PIC 9(5).
               02 PSW-YEARLY       PIC 9(12).
       SD PRIORSEQWORK.
            01 PRIOR-SEQ-RECORD.
               02 PQS-SEQ          PIC 9(5).
               02 FILLER           PIC X(1).
               02 PQS-YEARLY       PIC 9(12).
       FD PRIORMATCHWORK.
            01 PRIOR-MATCH-WORK-RECORD.
               02 PMW-SEQ          PIC 9(5).
               02 FILLER           PIC X(1).
               02 PMW-YEARLY       PIC 9(12).
       FD PRIORMATCH.
            01 PRIOR-MATCH-RECORD.
               88 ENDOFPRIORMATCH VALUE HIGH-VALUES.
               02 PM-SEQ           PIC 9(5).
               02 FILLER           PIC X(1).
               02 PM-YEARLY        PIC 9(12).
       FD REVIEWWORK.
            01 REVIEW-WORK-RECORD.
               88 ENDOFREVIEWWORK VALUE HIGH-VALUES.
               02 RVW-NAME         PIC X(25).
               02 FILLER           PIC X(1).
               02 RVW-YEARLY       PIC 9(12).
               02 FILLER           PIC X(1).
               02 RVW-ADJUST       PIC S9(7) SIGN IS LEADING SEPARATE.
       FD SIGNOFFWORK.
            01 SIGNOFF-WORK-RECORD.
               88 ENDOFSIGNOFFWORK VALUE HIGH-VALUES.
               02 SGW-NAME         PIC X(25).
               02 FILLER           PIC X(1).
               02 SGW-YEARLY       PIC 9(12).
               02 FILLER           PIC X(1).
               02 SGW-ADJUST       PIC S9(7) SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-FIELDS.
           05  WS-PRIOR-MATCH-SW    PIC X     VALUE 'N'.
               88  PRIOR-MATCH-FOUND     VALUE 'Y'.
           05  WS-PRIOR-EXPECTED    PIC 99999 VALUE ZEROES.
           05  WS-PRIOR-YEARLY-AMT  PIC 9(12) VALUE ZEROES.
           05  WS-CHANGE-AMT        PIC S9(12) VALUE ZEROES.
           05  WS-CHANGE-PCT        PIC S999V99 VALUE ZEROES.

       01  WS-PRIOR-MATCH-FIELDS.
           05  WS-MATCH-SALES-STATUS PIC XX    VALUE SPACES.
           05  WS-PM-WORK-STATUS    PIC XX    VALUE SPACES.
           05  WS-PM-STATUS         PIC XX    VALUE SPACES.
           05  WS-PRIOR-REC-SEQ     PIC 9(5)  VALUE ZEROES.
           05  WS-SALES-SEQ         PIC 9(5)  VALUE ZEROES.
           05  WS-CURRENT-SEQ       PIC 9(5)  VALUE ZEROES.
           05  WS-PM-LAST-KEY       PIC X(26) VALUE SPACES.
           05  WS-PM-LAST-YEARLY    PIC 9(12) VALUE ZEROES.
           05  WS-PRIOR-SORT-SW     PIC X     VALUE 'N'.
               88  PRIOR-SORT-DONE       VALUE 'Y'.

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-STATUS     PIC XX    VALUE SPACES.
               10  WS-MAST-ID          PIC 9(5).
               10  WS-MAST-NAME        PIC X(25).

       01  WS-TREND-FIELDS.
           05  WS-TREND-COUNT       PIC 9(5)  VALUE ZEROES.
           05  WS-GAIN-COUNT        PIC 9     VALUE ZEROES.
           05  WS-DECL-COUNT        PIC 9     VALUE ZEROES.
           05  WS-INS-POS           PIC 9     VALUE ZEROES.
           05  WS-SHIFT-IDX         PIC 9     VALUE ZEROES.
           05  WS-PRINT-IDX         PIC 9     VALUE ZEROES.

       01  WS-GAIN-TABLE.
           05  WS-GAIN-ENTRY OCCURS 4 TIMES.
               10  WS-GAIN-NAME        PIC X(25).
               10  WS-GAIN-CHANGE      PIC S9(12).
               10  WS-GAIN-PCT         PIC S999V99.

       01  WS-DECL-TABLE.
           05  WS-DECL-ENTRY OCCURS 4 TIMES.
               10  WS-DECL-NAME        PIC X(25).
               10  WS-DECL-CHANGE      PIC S9(12).
               10  WS-DECL-PCT         PIC S999V99.
       01  WS-DATE.
           05  WS-YEAR          PIC 99.
           05  WS-MONTH         PIC 99.
           05  WS-REVIEW-SW          PIC X     VALUE 'N'.
               88  ADJUSTMENT-NEEDS-REVIEW  VALUE 'Y'.

       01  WS-REVIEW-FIELDS.
           05  WS-REVIEW-COUNT       PIC 9(5)  VALUE ZEROES.
           05  WS-REVIEW-WORK-STATUS PIC XX    VALUE SPACES.

       01  WS-SIGNOFF-FIELDS.
           05  WS-SIGNOFF-THRESHOLD  PIC 9(7) VALUE 1000.
           05  WS-BRANCH-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BRANCH-CODE      PIC X(3).
               10  WS-BRANCH-QTRS.
                   15  WS-BRANCH-Q1        PIC 9(8).
                   15  WS-BRANCH-Q2        PIC 9(8).
                   15  WS-BRANCH-Q3        PIC 9(8).
                   15  WS-BRANCH-Q4        PIC 9(8).
               10  WS-BRANCH-QTRS-R REDEFINES WS-BRANCH-QTRS.
                   15  WS-BRANCH-QTR       PIC 9(8) OCCURS 4 TIMES.
               10  WS-BRANCH-YEARLY    PIC 9(12).
               10  WS-BRANCH-CARS      PIC 9999.

       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS       PIC XX    VALUE SPACES.
           05  WS-HIST-FULL-SW      PIC X     VALUE 'N'.
               88  HIST-TABLE-FULL      VALUE 'Y'.
           05  WS-HIST-RUN-DATE     PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-RUN-DATE-R REDEFINES WS-HIST-RUN-DATE.
               10  WS-HIST-RUN-YEAR    PIC 9(4).
               10  WS-HIST-RUN-MMDD    PIC 9(4).
           05  WS-HIST-MID-DATE     PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-BEST-DATE    PIC 9(8)  VALUE ZEROES.
           05  WS-SEARCH-BRANCH     PIC X(3)  VALUE SPACES.
           05  WS-QTR               PIC 9     VALUE ZEROES.
           05  WS-CUM-SALES         PIC 9(10) VALUE ZEROES.
           05  WS-CUM-CARS          PIC 9(5)  VALUE ZEROES.
           05  WS-PREV-CUM-CARS     PIC 9(5)  VALUE ZEROES.
           05  WS-QTR-CARS          PIC 9(5)  VALUE ZEROES.
           05  WS-QTR-MID-VALUES    PIC X(16) VALUE
                   '0215051508151115'.
           05  WS-QTR-MID-TABLE REDEFINES WS-QTR-MID-VALUES.
               10  WS-QTR-MID-MMDD     PIC 9(4) OCCURS 4 TIMES.
           05  WS-QTR-DETAIL OCCURS 4 TIMES.
               10  WS-QTR-AMT          PIC 9(7).
               10  WS-QTR-BRANCH       PIC X(3).

       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT        PIC 9(4)  VALUE ZEROES.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-HIST-ID          PIC 9(5).
               10  WS-HIST-EFF         PIC 9(8).
               10  WS-HIST-BRANCH      PIC X(3).

       01  WS-BRM-FIELDS.
           05  WS-BRM-STATUS        PIC XX    VALUE SPACES.
           05  WS-BRM-MATCH-SW      PIC X     VALUE 'N'.
               10  WS-REG-YEARLY      PIC 9(12).
               10  WS-REG-CARS        PIC 9(5).

       01  WS-SIGNOFF-WORK-FIELDS.
           05  WS-SIGNOFF-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-SIGNOFF-WORK-STATUS PIC XX  VALUE SPACES.

       01  HEADING-LINE.

		   OPEN OUTPUT SALESIDEXC.
		   PERFORM 0135-LOAD-MASTER THRU 0135-EXIT.
		   PERFORM 0137-LOAD-BRANCH-MASTER THRU 0137-EXIT.
           PERFORM 0150-LOAD-BRANCH-HISTORY THRU 0150-EXIT.
           IF HIST-TABLE-FULL
               DISPLAY 'CARSALES - BRANCHHIST.DAT HAS MORE ENTRIES '
                   'THAN THE BRANCH HISTORY TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0890-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0140-LOAD-PRIOR-YEAR THRU 0140-EXIT.
           OPEN OUTPUT REVIEWWORK.
           OPEN OUTPUT SIGNOFFWORK.
		   IF CHECKPOINT-FOUND
		       PERFORM 0130-SKIP-CHECKPOINTED-RECORD
		           WS-RECORD-COUNT TIMES
           EXIT.

       0140-LOAD-PRIOR-YEAR.
           SORT PRIORSORTWORK
               ON ASCENDING KEY PSW-KEY PSW-SOURCE PSW-SEQ
               INPUT PROCEDURE IS 0141-RELEASE-PRIOR-AND-CURRENT
               OUTPUT PROCEDURE IS 0146-MATCH-PRIOR-YEAR.
           IF NOT PRIOR-YEAR-AVAILABLE
               GO TO 0140-EXIT
           END-IF.
           SORT PRIORSEQWORK
               ON ASCENDING KEY PQS-SEQ
               USING PRIORMATCHWORK
               GIVING PRIORMATCH.
           OPEN INPUT PRIORMATCH.
           PERFORM 0149-READ-PRIOR-MATCH THRU 0149-EXIT.
       0140-EXIT.
           EXIT.

       0141-RELEASE-PRIOR-AND-CURRENT.
           OPEN INPUT PRIORYEARFILE.
           IF WS-PRIOR-STATUS = '00'
               READ PRIORYEARFILE
               END-IF
               CLOSE PRIORYEARFILE
           END-IF.
           IF NOT PRIOR-YEAR-AVAILABLE
               GO TO 0141-EXIT
           END-IF.
           OPEN INPUT MATCHSALESFILE.
           READ MATCHSALESFILE
               AT END SET ENDOFMATCHSALES TO TRUE
           END-READ.
           IF NOT ENDOFMATCHSALES
               READ MATCHSALESFILE
                   AT END SET ENDOFMATCHSALES TO TRUE
               END-READ
           END-IF.
           PERFORM 0143-RELEASE-CURRENT-RECORD THRU 0143-EXIT
               UNTIL ENDOFMATCHSALES.
           CLOSE MATCHSALESFILE.
       0141-EXIT.
           EXIT.

       0142-BUILD-MATCH-KEY.
           PERFORM 0138-RESOLVE-NAME THRU 0138-EXIT.
           MOVE SPACES TO PSW-KEY.
           IF WS-RESOLVED-ID > ZERO
               MOVE 'I' TO PSW-KEY-TYPE
               MOVE WS-RESOLVED-ID TO PSW-KEY-ID-NUM
           ELSE
               MOVE 'N' TO PSW-KEY-TYPE
               MOVE WS-LOOKUP-NAME TO PSW-KEY-VALUE
           END-IF.
       0142-EXIT.
           EXIT.

       0143-RELEASE-CURRENT-RECORD.
           ADD 1 TO WS-SALES-SEQ.
           MOVE MSR-NAME TO WS-LOOKUP-NAME.
           PERFORM 0142-BUILD-MATCH-KEY THRU 0142-EXIT.
           MOVE '2' TO PSW-SOURCE.
           MOVE WS-SALES-SEQ TO PSW-SEQ.
           MOVE ZEROES TO PSW-YEARLY.
           RELEASE PRIOR-SORT-RECORD.
           READ MATCHSALESFILE
               AT END SET ENDOFMATCHSALES TO TRUE
           END-READ.
       0143-EXIT.
           EXIT.

       0145-LOAD-PRIOR-RECORD.
           READ PRIORYEARFILE
               AT END SET PRIOR-ENDOFFILE TO TRUE
           END-READ.
           IF NOT PRIOR-ENDOFFILE
               ADD 1 TO WS-PRIOR-REC-SEQ
               MOVE PRIOR-SALESPERSONNAME TO WS-LOOKUP-NAME
               PERFORM 0142-BUILD-MATCH-KEY THRU 0142-EXIT
               MOVE '1' TO PSW-SOURCE
               MOVE WS-PRIOR-REC-SEQ TO PSW-SEQ
               ADD PRIOR-Q1-SALES, PRIOR-Q2-SALES, PRIOR-Q3-SALES,
                   PRIOR-Q4-SALES
                   GIVING PSW-YEARLY
               RELEASE PRIOR-SORT-RECORD
           END-IF.
       0145-EXIT.
           EXIT.

       0146-MATCH-PRIOR-YEAR.
           IF NOT PRIOR-YEAR-AVAILABLE
               GO TO 0146-EXIT
           END-IF.
           OPEN OUTPUT PRIORMATCHWORK.
           MOVE HIGH-VALUES TO WS-PM-LAST-KEY.
           MOVE 'N' TO WS-PRIOR-SORT-SW.
           RETURN PRIORSORTWORK
               AT END MOVE 'Y' TO WS-PRIOR-SORT-SW
           END-RETURN.
           PERFORM 0147-MATCH-SORTED-RECORD THRU 0147-EXIT
               UNTIL PRIOR-SORT-DONE.
           CLOSE PRIORMATCHWORK.
       0146-EXIT.
           EXIT.

       0147-MATCH-SORTED-RECORD.
           IF PSW-PRIOR-YEAR
               IF PSW-KEY NOT = WS-PM-LAST-KEY
                   MOVE PSW-KEY    TO WS-PM-LAST-KEY
                   MOVE PSW-YEARLY TO WS-PM-LAST-YEARLY
               END-IF
           ELSE
               IF PSW-KEY = WS-PM-LAST-KEY
                   MOVE SPACES TO PRIOR-MATCH-WORK-RECORD
                   MOVE PSW-SEQ TO PMW-SEQ
                   MOVE WS-PM-LAST-YEARLY TO PMW-YEARLY
                   WRITE PRIOR-MATCH-WORK-RECORD
               END-IF
           END-IF.
           RETURN PRIORSORTWORK
               AT END MOVE 'Y' TO WS-PRIOR-SORT-SW
           END-RETURN.
       0147-EXIT.
           EXIT.

       0149-READ-PRIOR-MATCH.
           READ PRIORMATCH
               AT END SET ENDOFPRIORMATCH TO TRUE
           END-READ.
           IF ENDOFPRIORMATCH
               MOVE 99999 TO PM-SEQ
           END-IF.
       0149-EXIT.
           EXIT.

       0150-LOAD-BRANCH-HISTORY.
           ACCEPT WS-HIST-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BRANCHHIST.
           IF WS-HIST-STATUS NOT = '00'
               CLOSE BRANCHHIST
               GO TO 0150-EXIT
           END-IF.
           READ BRANCHHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
           PERFORM 0155-LOAD-HISTORY-RECORD THRU 0155-EXIT
               UNTIL ENDOFHISTFILE.
           CLOSE BRANCHHIST.
       0150-EXIT.
           EXIT.

       0155-LOAD-HISTORY-RECORD.
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
       0155-EXIT.
           EXIT.

       0200-PROCESS-SALES.
   		READ CARSALESFILE INTO SALESDETAILS
			    AT END SET ENDOFSALESFILE TO TRUE
               MOVE '*REVIEW*' TO DET-REVIEW-FLAG
           END-IF.
           IF ADJUSTMENT-NEEDS-REVIEW
               ADD 1 TO WS-REVIEW-COUNT
               MOVE SPACES TO REVIEW-WORK-RECORD
               MOVE SALESPERSONNAME       TO RVW-NAME
               MOVE WS-SALESPERSON-YEARLY TO RVW-YEARLY
               MOVE ADJUSTMENT            TO RVW-ADJUST
               WRITE REVIEW-WORK-RECORD
           END-IF.

           MOVE 'N' TO WS-SIGNOFF-SW.
               MOVE 'Y' TO WS-SIGNOFF-SW
           END-IF.
           IF NEEDS-SIGNOFF
               ADD 1 TO WS-SIGNOFF-COUNT
               MOVE SPACES TO SIGNOFF-WORK-RECORD
               MOVE SALESPERSONNAME       TO SGW-NAME
               MOVE WS-SALESPERSON-YEARLY TO SGW-YEARLY
               MOVE ADJUSTMENT            TO SGW-ADJUST
               WRITE SIGNOFF-WORK-RECORD
           END-IF.
       0250-EXIT.
           EXIT.

       0260-COMPARE-PRIOR-YEAR.
           MOVE 'N' TO WS-PRIOR-MATCH-SW.
           ADD 1 TO WS-CURRENT-SEQ.
           MOVE SALESPERSONNAME TO WS-LOOKUP-NAME.
           PERFORM 0138-RESOLVE-NAME THRU 0138-EXIT.
           MOVE WS-RESOLVED-ID TO WS-CURRENT-ID.
               ADD 1 TO WS-IDEXC-COUNT
           END-IF.
           IF PRIOR-YEAR-AVAILABLE
               PERFORM 0149-READ-PRIOR-MATCH THRU 0149-EXIT
                   UNTIL PM-SEQ NOT < WS-CURRENT-SEQ
               IF PM-SEQ = WS-CURRENT-SEQ
                   MOVE 'Y' TO WS-PRIOR-MATCH-SW
               END-IF
           END-IF.
           IF PRIOR-MATCH-FOUND
               MOVE PM-YEARLY TO WS-PRIOR-YEARLY-AMT
               COMPUTE WS-CHANGE-AMT =
                   WS-SALESPERSON-YEARLY - WS-PRIOR-YEARLY-AMT
               MOVE WS-CHANGE-AMT TO DET-VS-LY
       0260-EXIT.
           EXIT.


       0290-ACCUMULATE-BRANCH.
           MOVE Q1-SALES TO WS-QTR-AMT(1).
           MOVE Q2-SALES TO WS-QTR-AMT(2).
           MOVE Q3-SALES TO WS-QTR-AMT(3).
           MOVE Q4-SALES TO WS-QTR-AMT(4).
           PERFORM 0280-RESOLVE-QTR-BRANCH THRU 0280-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
           MOVE ZEROES TO WS-CUM-SALES, WS-PREV-CUM-CARS.
           IF WS-SALESPERSON-YEARLY = ZERO
               MOVE BRANCH-CODE TO WS-SEARCH-BRANCH
               PERFORM 0293-FIND-BRANCH-ENTRY THRU 0293-EXIT
               IF WS-BRANCH-MATCH-IDX > 0
                   ADD CARTOTAL TO WS-BRANCH-CARS(WS-BRANCH-MATCH-IDX)
               END-IF
           ELSE
               PERFORM 0291-ACCUMULATE-QUARTER THRU 0291-EXIT
                   VARYING WS-QTR FROM 1 BY 1
                   UNTIL WS-QTR > 4
           END-IF.
       0290-EXIT.
           EXIT.

       0280-RESOLVE-QTR-BRANCH.
           MOVE BRANCH-CODE TO WS-QTR-BRANCH(WS-QTR).
           IF WS-CURRENT-ID = ZERO OR WS-HIST-COUNT = ZERO
               GO TO 0280-EXIT
           END-IF.
           COMPUTE WS-HIST-MID-DATE =
               WS-HIST-RUN-YEAR * 10000 + WS-QTR-MID-MMDD(WS-QTR).
           MOVE ZEROES TO WS-HIST-BEST-DATE.
           PERFORM 0285-SCAN-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
       0280-EXIT.
           EXIT.

       0285-SCAN-HISTORY.
           IF WS-HIST-ID(WS-HIST-IDX) = WS-CURRENT-ID
              AND WS-HIST-EFF(WS-HIST-IDX) NOT > WS-HIST-MID-DATE
              AND WS-HIST-EFF(WS-HIST-IDX) NOT < WS-HIST-BEST-DATE
               MOVE WS-HIST-BRANCH(WS-HIST-IDX)
                   TO WS-QTR-BRANCH(WS-QTR)
               MOVE WS-HIST-EFF(WS-HIST-IDX) TO WS-HIST-BEST-DATE
           END-IF.
       0285-EXIT.
           EXIT.

       0291-ACCUMULATE-QUARTER.
           ADD WS-QTR-AMT(WS-QTR) TO WS-CUM-SALES.
           COMPUTE WS-CUM-CARS ROUNDED =
               CARTOTAL * WS-CUM-SALES / WS-SALESPERSON-YEARLY.
           COMPUTE WS-QTR-CARS = WS-CUM-CARS - WS-PREV-CUM-CARS.
           MOVE WS-CUM-CARS TO WS-PREV-CUM-CARS.
           IF WS-QTR-AMT(WS-QTR) = ZERO AND WS-QTR-CARS = ZERO
               GO TO 0291-EXIT
           END-IF.
           MOVE WS-QTR-BRANCH(WS-QTR) TO WS-SEARCH-BRANCH.
           PERFORM 0293-FIND-BRANCH-ENTRY THRU 0293-EXIT.
           IF WS-BRANCH-MATCH-IDX > 0
               ADD WS-QTR-AMT(WS-QTR) TO
                   WS-BRANCH-QTR(WS-BRANCH-MATCH-IDX, WS-QTR)
               ADD WS-QTR-AMT(WS-QTR) TO
                   WS-BRANCH-YEARLY(WS-BRANCH-MATCH-IDX)
               ADD WS-QTR-CARS TO WS-BRANCH-CARS(WS-BRANCH-MATCH-IDX)
           END-IF.
       0291-EXIT.
           EXIT.

       0293-FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-BRANCH-MATCH-SW.
           MOVE ZEROES TO WS-BRANCH-MATCH-IDX.
           PERFORM 0295-SEARCH-BRANCH-ENTRY
              AND WS-BRANCH-COUNT < 10
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-MATCH-IDX
               MOVE WS-SEARCH-BRANCH TO
                   WS-BRANCH-CODE(WS-BRANCH-MATCH-IDX)
               MOVE ZEROES TO WS-BRANCH-Q1(WS-BRANCH-MATCH-IDX),
                   WS-BRANCH-Q2(WS-BRANCH-MATCH-IDX),
           IF WS-BRANCH-MATCH-IDX = ZERO
               MOVE 'Y' TO WS-BRANCH-OVFL-SW
           END-IF.
       0293-EXIT.
           EXIT.

       0295-SEARCH-BRANCH-ENTRY.
           IF WS-BRANCH-CODE(WS-BRANCH-IDX) = WS-SEARCH-BRANCH
               MOVE 'Y' TO WS-BRANCH-MATCH-SW
               MOVE WS-BRANCH-IDX TO WS-BRANCH-MATCH-IDX
           END-IF.
           EXIT.

       0268-ADD-TREND-ENTRY.
           ADD 1 TO WS-TREND-COUNT.
           IF WS-CHANGE-AMT > ZERO
               PERFORM 0272-INSERT-GAINER THRU 0272-EXIT
           END-IF.
           IF WS-CHANGE-AMT < ZERO
               PERFORM 0275-INSERT-DECLINER THRU 0275-EXIT
           END-IF.
       0268-EXIT.
           EXIT.

       0272-INSERT-GAINER.
           MOVE 1 TO WS-INS-POS.
           PERFORM 0273-NEXT-GAIN-POS THRU 0273-EXIT
               UNTIL WS-INS-POS > WS-GAIN-COUNT
                  OR WS-CHANGE-AMT > WS-GAIN-CHANGE(WS-INS-POS).
           IF WS-INS-POS > 3
               GO TO 0272-EXIT
           END-IF.
           IF WS-GAIN-COUNT < 3
               ADD 1 TO WS-GAIN-COUNT
           END-IF.
           MOVE WS-GAIN-COUNT TO WS-SHIFT-IDX.
           PERFORM 0274-SHIFT-GAINER THRU 0274-EXIT
               UNTIL WS-SHIFT-IDX NOT > WS-INS-POS.
           MOVE SALESPERSONNAME TO WS-GAIN-NAME(WS-INS-POS).
           MOVE WS-CHANGE-AMT   TO WS-GAIN-CHANGE(WS-INS-POS).
           MOVE WS-CHANGE-PCT   TO WS-GAIN-PCT(WS-INS-POS).
       0272-EXIT.
           EXIT.

       0273-NEXT-GAIN-POS.
           ADD 1 TO WS-INS-POS.
       0273-EXIT.
           EXIT.

       0274-SHIFT-GAINER.
           MOVE WS-GAIN-ENTRY(WS-SHIFT-IDX - 1)
               TO WS-GAIN-ENTRY(WS-SHIFT-IDX).
           SUBTRACT 1 FROM WS-SHIFT-IDX.
       0274-EXIT.
           EXIT.

       0275-INSERT-DECLINER.
           MOVE 1 TO WS-INS-POS.
           PERFORM 0276-NEXT-DECL-POS THRU 0276-EXIT
               UNTIL WS-INS-POS > WS-DECL-COUNT
                  OR WS-CHANGE-AMT < WS-DECL-CHANGE(WS-INS-POS).
           IF WS-INS-POS > 3
               GO TO 0275-EXIT
           END-IF.
           IF WS-DECL-COUNT < 3
               ADD 1 TO WS-DECL-COUNT
           END-IF.
           MOVE WS-DECL-COUNT TO WS-SHIFT-IDX.
           PERFORM 0277-SHIFT-DECLINER THRU 0277-EXIT
               UNTIL WS-SHIFT-IDX NOT > WS-INS-POS.
           MOVE SALESPERSONNAME TO WS-DECL-NAME(WS-INS-POS).
           MOVE WS-CHANGE-AMT   TO WS-DECL-CHANGE(WS-INS-POS).
           MOVE WS-CHANGE-PCT   TO WS-DECL-PCT(WS-INS-POS).
       0275-EXIT.
           EXIT.

       0276-NEXT-DECL-POS.
           ADD 1 TO WS-INS-POS.
       0276-EXIT.
           EXIT.

       0277-SHIFT-DECLINER.
           MOVE WS-DECL-ENTRY(WS-SHIFT-IDX - 1)
               TO WS-DECL-ENTRY(WS-SHIFT-IDX).
           SUBTRACT 1 FROM WS-SHIFT-IDX.
       0277-EXIT.
           EXIT.

		0300-PROCESS-TOTALS.
               ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM REVIEW-HEADING-LINE2 AFTER
               ADVANCING 1 LINE.
           CLOSE REVIEWWORK.
           IF WS-REVIEW-COUNT = 0
               WRITE PRINT-LINE FROM REVIEW-NONE-LINE AFTER
                   ADVANCING 1 LINE
           ELSE
               OPEN INPUT REVIEWWORK
               READ REVIEWWORK
                   AT END SET ENDOFREVIEWWORK TO TRUE
               END-READ
               PERFORM 0360-PRINT-REVIEW-LINE THRU 0360-EXIT
                   UNTIL ENDOFREVIEWWORK
               CLOSE REVIEWWORK
           END-IF.
       0350-EXIT.
           EXIT.

       0360-PRINT-REVIEW-LINE.
           MOVE RVW-NAME   TO REV-NAME.
           MOVE RVW-YEARLY TO REV-YEARLYSALES.
           MOVE RVW-ADJUST TO REV-ADJUSTMENT.
           WRITE PRINT-LINE FROM REVIEW-DETAIL-LINE AFTER
               ADVANCING 1 LINE.
           READ REVIEWWORK
               AT END SET ENDOFREVIEWWORK TO TRUE
           END-READ.
       0360-EXIT.
           EXIT.

               AFTER ADVANCING 1 LINE.
           WRITE SIGNOFF-PRINT-LINE FROM SIGNOFF-HEADING-LINE2
               AFTER ADVANCING 1 LINE.
           CLOSE SIGNOFFWORK.
           IF WS-SIGNOFF-COUNT = 0
               WRITE SIGNOFF-PRINT-LINE FROM SIGNOFF-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN INPUT SIGNOFFWORK
               READ SIGNOFFWORK
                   AT END SET ENDOFSIGNOFFWORK TO TRUE
               END-READ
               PERFORM 0365-PRINT-SIGNOFF-LINE THRU 0365-EXIT
                   UNTIL ENDOFSIGNOFFWORK
               CLOSE SIGNOFFWORK
           END-IF.
       0355-EXIT.
           EXIT.

       0365-PRINT-SIGNOFF-LINE.
           MOVE SGW-NAME   TO SGN-NAME.
           MOVE SGW-YEARLY TO SGN-YEARLYSALES.
           MOVE SGW-ADJUST TO SGN-ADJUSTMENT.
           WRITE SIGNOFF-PRINT-LINE FROM SIGNOFF-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           READ SIGNOFFWORK
               AT END SET ENDOFSIGNOFFWORK TO TRUE
           END-READ.
       0365-EXIT.
           EXIT.

               WRITE PRINT-LINE FROM TREND-NONE-LINE AFTER
                   ADVANCING 1 LINE
           ELSE
               PERFORM 0375-PRINT-TOP-GAINER
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-GAIN-COUNT
               WRITE PRINT-LINE FROM TREND-DECLINE-HEADING AFTER
                   ADVANCING 2 LINES
               PERFORM 0380-PRINT-TOP-DECLINER
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-DECL-COUNT
           END-IF.
       0370-EXIT.
           EXIT.

       0375-PRINT-TOP-GAINER.
           MOVE WS-GAIN-NAME(WS-PRINT-IDX)   TO TRND-NAME.
           MOVE WS-GAIN-CHANGE(WS-PRINT-IDX) TO TRND-CHANGE.
           MOVE WS-GAIN-PCT(WS-PRINT-IDX)    TO TRND-PCT.
           WRITE PRINT-LINE FROM TREND-DETAIL-LINE AFTER
               ADVANCING 1 LINE.
       0375-EXIT.
           EXIT.

       0380-PRINT-TOP-DECLINER.
           MOVE WS-DECL-NAME(WS-PRINT-IDX)   TO TRND-NAME.
           MOVE WS-DECL-CHANGE(WS-PRINT-IDX) TO TRND-CHANGE.
           MOVE WS-DECL-PCT(WS-PRINT-IDX)    TO TRND-PCT.
           WRITE PRINT-LINE FROM TREND-DETAIL-LINE AFTER
               ADVANCING 1 LINE.
       0380-EXIT.
           EXIT.

        0900-STOP-RUN.
     		 OPEN OUTPUT CARSALESCKPT.
             CLOSE CARSALESCKPT.
            MOVE WS-START-TIME    TO RUNLOG-START-TIME.
            MOVE WS-END-TIME      TO RUNLOG-END-TIME.
            MOVE WS-RECORD-COUNT  TO RUNLOG-REC-COUNT.
            IF HIST-TABLE-FULL
                MOVE 'TABLE FULL' TO RUNLOG-STATUS
            ELSE
            IF WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
                MOVE 'MISMATCH'   TO RUNLOG-STATUS
            ELSE
                MOVE 'COMPLETE'   TO RUNLOG-STATUS
            END-IF
            END-IF.
            ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
            MOVE 'NIGHTLY' TO RUNLOG-BATCH.
