       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARQUOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CARSALESFILE ASSIGN TO "CARSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.
       SELECT OPTIONAL SALESQUOTA ASSIGN TO "SALESQUOTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTA-STATUS.
       SELECT OPTIONAL QUOTAPARM ASSIGN TO "QUOTAPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT OPTIONAL SALESMASTER ASSIGN TO "SALESMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL BRANCHMASTER ASSIGN TO "BRANCHMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
       SELECT OPTIONAL BRANCHHIST ASSIGN TO "BRANCHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT QUOTAREPORT ASSIGN TO "QUOTARPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CLUBSORTWORK ASSIGN TO "CLUBSORT.TMP".
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARSALESFILE.
       01 SALESDETAILS.
            88 ENDOFSALESFILE VALUE HIGH-VALUES.
            02 SALESPERSONNAME.
               05  LASTNAME     PIC X(15).
               05  FIRSTNAME    PIC X(10).
            02 NUMBER-OF-RECS REDEFINES SALESPERSONNAME.
               05  NUM-RECORDS  PIC 99999.
               05  FILLER       PIC X(20).
            02 QUARTERLYSALES.
               05  Q1-SALES     PIC 9(7).
               05  Q2-SALES     PIC 9(7).
               05  Q3-SALES     PIC 9(7).
               05  Q4-SALES     PIC 9(7).
            02 QUARTERLYSALES-R REDEFINES QUARTERLYSALES.
               05  QTR-SALES    PIC 9(7) OCCURS 4 TIMES.
            02 CARTOTAL         PIC 9(3).
            02 ADJUSTMENT       PIC S9(7).
            02 BRANCH-CODE      PIC X(3).
       FD SALESQUOTA.
       01 QUOTA-RECORD.
            88 ENDOFQUOTAFILE VALUE HIGH-VALUES.
            02 QTA-SALES-ID     PIC 9(5).
            02 FILLER           PIC X(1).
            02 QTA-BRANCH-CODE  PIC X(3).
            02 FILLER           PIC X(1).
            02 QTA-YEAR         PIC 9(4).
            02 FILLER           PIC X(1).
            02 QTA-QUARTER      PIC 9(1).
            02 FILLER           PIC X(1).
            02 QTA-UNITS        PIC 9(3).
            02 FILLER           PIC X(1).
            02 QTA-DOLLARS      PIC 9(7).
       FD QUOTAPARM.
       01 QUOTAPARM-RECORD.
            02 QPARM-YEAR       PIC X(4).
            02 FILLER           PIC X(8).
       FD SALESMASTER.
       01 MASTER-RECORD.
            88 ENDOFMASTERFILE VALUE HIGH-VALUES.
            02 SM-ID            PIC 9(5).
            02 FILLER           PIC X(1).
            02 SM-NAME          PIC X(25).
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
       FD BRANCHHIST.
       01 BRANCH-HIST-RECORD.
            88 ENDOFHISTFILE VALUE HIGH-VALUES.
            02 BH-SALES-ID      PIC 9(5).
            02 FILLER           PIC X(1).
            02 BH-EFF-DATE      PIC 9(8).
            02 FILLER           PIC X(1).
            02 BH-BRANCH-CODE   PIC X(3).
       FD QUOTAREPORT.
       01 QUOTA-PRINT-LINE      PIC X(132).
       SD CLUBSORTWORK.
       01 CLUB-SORT-REC.
            88 ENDOFCLUBSORT VALUE HIGH-VALUES.
            02 CSR-PCT          PIC 9(5)V9.
            02 CSR-NAME         PIC X(25).
            02 CSR-ID           PIC 9(5).
            02 CSR-BRANCH       PIC X(3).
            02 CSR-ACTUAL       PIC 9(10).
            02 CSR-QUOTA        PIC 9(10).
            02 CSR-CARS         PIC 9(5).
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
           05  WS-READ-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-SALES-STATUS   PIC XX   VALUE SPACES.
           05  WS-QUOTA-STATUS   PIC XX   VALUE SPACES.
           05  WS-PARM-STATUS    PIC XX   VALUE SPACES.
           05  WS-RUN-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR   PIC 9(4).
               10  FILLER        PIC 9(4).
           05  WS-QUOTA-YEAR     PIC 9(4) VALUE ZEROES.
           05  WS-FIRST-REC-SW   PIC X    VALUE 'Y'.
               88  HEADER-RECORD-DUE  VALUE 'Y'.
           05  WS-SALES-SW       PIC X    VALUE 'N'.
               88  SALES-AVAILABLE    VALUE 'Y'.
           05  WS-OVFL-SW        PIC X    VALUE 'N'.
               88  QUOTA-TABLE-FULL   VALUE 'Y'.
           05  WS-QTR            PIC 9    VALUE ZEROES.
           05  WS-QUOTA-IGNORED  PIC 9(5) VALUE ZEROES.
           05  WS-NO-QUOTA-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-CLUB-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CLUB-RANK      PIC 9(5) VALUE ZEROES.

       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05  WS-START-TIME     PIC X(8)  VALUE SPACES.
           05  WS-END-TIME       PIC X(8)  VALUE SPACES.

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-STATUS  PIC XX    VALUE SPACES.
           05  WS-MASTER-SW      PIC X     VALUE 'N'.
               88  MASTER-AVAILABLE  VALUE 'Y'.
           05  WS-MAST-MATCH-SW  PIC X     VALUE 'N'.
               88  MASTER-NAME-FOUND VALUE 'Y'.
           05  WS-MAST-ID-SW     PIC X     VALUE 'N'.
               88  MASTER-ID-FOUND   VALUE 'Y'.
           05  WS-LOOKUP-NAME    PIC X(25) VALUE SPACES.
           05  WS-LOOKUP-ID      PIC 9(5)  VALUE ZEROES.
           05  WS-RESOLVED-ID    PIC 9(5)  VALUE ZEROES.
           05  WS-RESOLVED-NAME  PIC X(25) VALUE SPACES.
           05  WS-MAST-FULL-SW   PIC X     VALUE 'N'.
               88  MAST-TABLE-FULL   VALUE 'Y'.
           05  WS-BRM-FULL-SW    PIC X     VALUE 'N'.
               88  BRM-TABLE-FULL    VALUE 'Y'.

       01  WS-MASTER-TABLE.
           05  WS-MAST-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-MAST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MAST-IDX.
               10  WS-MAST-ID      PIC 9(5).
               10  WS-MAST-NAME    PIC X(25).

       01  WS-QUOTA-FIELDS.
           05  WS-QTA-MATCH-SW   PIC X     VALUE 'N'.
               88  QUOTA-FOUND       VALUE 'Y'.
           05  WS-QTA-MATCH-IDX  PIC 999   VALUE ZEROES.
           05  WS-LOOKUP-BRANCH  PIC X(3)  VALUE SPACES.

       01  WS-QUOTA-TABLE.
           05  WS-QTA-COUNT      PIC 999   VALUE ZEROES.
           05  WS-QTA-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-QTA-IDX.
               10  WS-QTA-ID         PIC 9(5).
               10  WS-QTA-BRANCH     PIC X(3).
               10  WS-QTA-USED       PIC X.
               10  WS-QTA-QTR OCCURS 4 TIMES.
                   15  WS-QTA-UNITS    PIC 9(5).
                   15  WS-QTA-DOLLARS  PIC 9(9).

       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS    PIC XX    VALUE SPACES.
           05  WS-HIST-FULL-SW   PIC X     VALUE 'N'.
               88  HIST-TABLE-FULL   VALUE 'Y'.
           05  WS-HIST-MID-DATE  PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-BEST-DATE PIC 9(8)  VALUE ZEROES.
           05  WS-QTR-MID-VALUES PIC X(16) VALUE
                   '0215051508151115'.
           05  WS-QTR-MID-TABLE REDEFINES WS-QTR-MID-VALUES.
               10  WS-QTR-MID-MMDD   PIC 9(4) OCCURS 4 TIMES.

       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-HIST-ID        PIC 9(5).
               10  WS-HIST-EFF       PIC 9(8).
               10  WS-HIST-BRANCH    PIC X(3).

       01  WS-PERSON-FIELDS.
           05  WS-PER-ACTUAL     PIC 9(10)   VALUE ZEROES.
           05  WS-PER-QTR-SALES  PIC 9(7)    OCCURS 4 TIMES.
           05  WS-PER-QTR OCCURS 4 TIMES.
               10  WS-PER-QTR-BRANCH PIC X(3).
               10  WS-PER-QTA-IDX    PIC 999.
           05  WS-PER-QUOTA-SW   PIC X       VALUE 'N'.
               88  PERSON-HAS-QUOTA  VALUE 'Y'.
           05  WS-PER-NEW-BR-SW  PIC X       VALUE 'N'.
               88  FIRST-QTR-IN-BRANCH VALUE 'Y'.
           05  WS-PRIOR-QTR      PIC 9       VALUE ZEROES.
           05  WS-PER-CUM-SALES  PIC 9(10)   VALUE ZEROES.
           05  WS-PER-CUM-CARS   PIC 9(5)    VALUE ZEROES.
           05  WS-PER-PREV-CARS  PIC 9(5)    VALUE ZEROES.
           05  WS-PER-QTR-CARS   PIC 9(5)    VALUE ZEROES.
           05  WS-PER-QUOTA      PIC 9(10)   VALUE ZEROES.
           05  WS-PER-CARS       PIC 9(5)    VALUE ZEROES.
           05  WS-PER-UNIT-QUOTA PIC 9(5)    VALUE ZEROES.
           05  WS-PER-DOLLAR-PCT PIC 9(5)V9  VALUE ZEROES.
           05  WS-PER-UNIT-PCT   PIC 9(5)V9  VALUE ZEROES.
           05  WS-PCT-ACTUAL     PIC 9(12)   VALUE ZEROES.
           05  WS-PCT-TARGET     PIC 9(12)   VALUE ZEROES.
           05  WS-PCT-RESULT     PIC 9(5)V9  VALUE ZEROES.

       01  WS-BRM-FIELDS.
           05  WS-BRM-STATUS     PIC XX    VALUE SPACES.
           05  WS-BRM-MATCH-SW   PIC X     VALUE 'N'.
               88  BRM-MATCH-FOUND   VALUE 'Y'.
           05  WS-BRM-MATCH-IDX  PIC 99    VALUE ZEROES.
           05  WS-REGION-NAME    PIC X(10) VALUE SPACES.

       01  WS-BRM-TABLE.
           05  WS-BRM-COUNT      PIC 99    VALUE ZEROES.
           05  WS-BRM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BRM-IDX.
               10  WS-BRM-CODE       PIC X(3).
               10  WS-BRM-NAME       PIC X(20).
               10  WS-BRM-REGION     PIC X(10).
               10  WS-BRM-MANAGER    PIC X(20).

       01  WS-BRANCH-FIELDS.
           05  WS-BR-MATCH-SW    PIC X     VALUE 'N'.
               88  BRANCH-FOUND      VALUE 'Y'.
           05  WS-BR-MATCH-IDX   PIC 99    VALUE ZEROES.
           05  WS-BR-OVFL-SW     PIC X     VALUE 'N'.
               88  BRANCH-TABLE-FULL VALUE 'Y'.

       01  WS-BRANCH-TABLE.
           05  WS-BR-COUNT       PIC 99    VALUE ZEROES.
           05  WS-BR-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE        PIC X(3).
               10  WS-BR-ACTUAL      PIC 9(12).
               10  WS-BR-QUOTA       PIC 9(12).
               10  WS-BR-CARS        PIC 9(7).
               10  WS-BR-UNIT-QUOTA  PIC 9(7).
               10  WS-BR-PEOPLE      PIC 9(5).
               10  WS-BR-NO-QUOTA    PIC 9(5).

       01  WS-REGION-FIELDS.
           05  WS-REG-MATCH-SW   PIC X     VALUE 'N'.
               88  REGION-FOUND      VALUE 'Y'.
           05  WS-REG-MATCH-IDX  PIC 99    VALUE ZEROES.

       01  WS-REGION-TABLE.
           05  WS-REG-COUNT      PIC 99    VALUE ZEROES.
           05  WS-REG-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-NAME       PIC X(10).
               10  WS-REG-ACTUAL     PIC 9(12).
               10  WS-REG-QUOTA      PIC 9(12).
               10  WS-REG-CARS       PIC 9(7).
               10  WS-REG-UNIT-QUOTA PIC 9(7).
               10  WS-REG-PEOPLE     PIC 9(5).
               10  WS-REG-NO-QUOTA   PIC 9(5).

       01  QUOTA-TITLE-LINE.
           05 FILLER       PIC X(34) VALUE
               'SALES QUOTA ATTAINMENT REPORT FOR '.
           05 QTL-YEAR     PIC 9(4).
           05 FILLER       PIC X(94) VALUE SPACES.

       01  QUOTA-HEADING-LINE1.
           05 FILLER       PIC X(38) VALUE SPACES.
           05 FILLER       PIC X(32) VALUE
               '  --- DOLLAR PCT BY QUARTER ---'.
           05 FILLER       PIC X(27) VALUE
               '    ---- YEAR DOLLARS ----'.
           05 FILLER       PIC X(35) VALUE
               '     ------- UNITS -------'.

       01  QUOTA-HEADING-LINE2.
           05 FILLER       PIC X(7)  VALUE 'ID'.
           05 FILLER       PIC X(26) VALUE 'SALESPERSON NAME'.
           05 FILLER       PIC X(5)  VALUE 'BRN'.
           05 FILLER       PIC X(8)  VALUE '     Q1'.
           05 FILLER       PIC X(8)  VALUE '     Q2'.
           05 FILLER       PIC X(8)  VALUE '     Q3'.
           05 FILLER       PIC X(8)  VALUE '     Q4'.
           05 FILLER       PIC X(13) VALUE '      ACTUAL'.
           05 FILLER       PIC X(13) VALUE '       QUOTA'.
           05 FILLER       PIC X(8)  VALUE '    PCT'.
           05 FILLER       PIC X(5)  VALUE ' CARS'.
           05 FILLER       PIC X(5)  VALUE ' QUOT'.
           05 FILLER       PIC X(8)  VALUE '    PCT'.
           05 FILLER       PIC X(10) VALUE ' NOTE'.

       01  QUOTA-DETAIL-LINE.
           05 QDL-ID           PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QDL-NAME         PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QDL-BRANCH       PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QDL-QTR OCCURS 4 TIMES.
               10 QDL-QTR-PCT      PIC ZZZZ9.9.
               10 FILLER           PIC X(1)  VALUE SPACES.
           05 QDL-ACTUAL       PIC $$$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QDL-QUOTA        PIC $$$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QDL-PCT          PIC ZZZZ9.9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QDL-CARS         PIC ZZZZ9.
           05 QDL-UNIT-QUOTA   PIC ZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QDL-UNIT-PCT     PIC ZZZZ9.9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QDL-NOTE         PIC X(9).

       01  QUOTA-NOQUOTA-LINE.
           05 QNL-ID           PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QNL-NAME         PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QNL-BRANCH       PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(32) VALUE
               '*** NO QUOTA ON FILE ***'.
           05 QNL-ACTUAL       PIC $$$,$$$,$$9.
           05 FILLER           PIC X(24) VALUE SPACES.
           05 QNL-CARS         PIC ZZZZ9.
           05 FILLER           PIC X(14) VALUE SPACES.
           05 QNL-NOTE         PIC X(9).

       01  GROUP-HEADING-LINE.
           05 GHL-TITLE    PIC X(40).
           05 FILLER       PIC X(92) VALUE SPACES.

       01  GROUP-COLUMN-LINE.
           05 FILLER       PIC X(24) VALUE SPACES.
           05 FILLER       PIC X(16) VALUE '     ACTUAL $'.
           05 FILLER       PIC X(16) VALUE '      QUOTA $'.
           05 FILLER       PIC X(9)  VALUE '     PCT'.
           05 FILLER       PIC X(8)  VALUE '   CARS'.
           05 FILLER       PIC X(8)  VALUE '  QUOTA'.
           05 FILLER       PIC X(9)  VALUE '     PCT'.
           05 FILLER       PIC X(8)  VALUE ' PEOPLE'.
           05 FILLER       PIC X(9)  VALUE ' NO QUOTA'.
           05 FILLER       PIC X(25) VALUE SPACES.

       01  GROUP-DETAIL-LINE.
           05 GDL-CODE         PIC X(3).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 GDL-NAME         PIC X(20).
           05 GDL-ACTUAL       PIC $$,$$$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GDL-QUOTA        PIC $$,$$$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GDL-PCT          PIC ZZZZ9.9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GDL-CARS         PIC ZZZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 GDL-UNIT-QUOTA   PIC ZZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GDL-UNIT-PCT     PIC ZZZZ9.9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 GDL-PEOPLE       PIC ZZZZ9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 GDL-NO-QUOTA     PIC ZZZZ9.
           05 FILLER           PIC X(32) VALUE SPACES.

       01  CLUB-HEADING-LINE.
           05 FILLER       PIC X(40) VALUE
               'PRESIDENT''S CLUB - 100 PCT OF QUOTA FOR '.
           05 CHL-YEAR     PIC 9(4).
           05 FILLER       PIC X(88) VALUE SPACES.

       01  CLUB-COLUMN-LINE.
           05 FILLER       PIC X(7)  VALUE 'RANK'.
           05 FILLER       PIC X(7)  VALUE 'ID'.
           05 FILLER       PIC X(27) VALUE 'SALESPERSON NAME'.
           05 FILLER       PIC X(5)  VALUE 'BRN'.
           05 FILLER       PIC X(15) VALUE '       ACTUAL'.
           05 FILLER       PIC X(15) VALUE '        QUOTA'.
           05 FILLER       PIC X(9)  VALUE '     PCT'.
           05 FILLER       PIC X(6)  VALUE '  CARS'.
           05 FILLER       PIC X(41) VALUE SPACES.

       01  CLUB-DETAIL-LINE.
           05 CDL-RANK         PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CDL-ID           PIC 9(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CDL-NAME         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CDL-BRANCH       PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CDL-ACTUAL       PIC $$$,$$$,$$9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CDL-QUOTA        PIC $$$,$$$,$$9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CDL-PCT          PIC ZZZZ9.9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CDL-CARS         PIC ZZZZ9.
           05 FILLER           PIC X(42) VALUE SPACES.

       01  CLUB-NONE-LINE.
           05 FILLER       PIC X(40) VALUE
               'NO SALESPERSON AT 100 PCT OF QUOTA'.
           05 FILLER       PIC X(92) VALUE SPACES.

       01  QUOTA-SUMMARY-LINE.
           05 QSL-LABEL    PIC X(40).
           05 QSL-COUNT    PIC ZZZZ9.
           05 FILLER       PIC X(87) VALUE SPACES.

       01  QUOTA-NONE-LINE.
           05 FILLER       PIC X(40) VALUE
               'NO SALES DATA AVAILABLE FOR QUOTA REPORT'.
           05 FILLER       PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-QUOTA-YEAR.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           PERFORM 0120-LOAD-MASTER THRU 0120-EXIT.
           PERFORM 0140-LOAD-BRANCHES THRU 0140-EXIT.
           PERFORM 0150-LOAD-BRANCH-HISTORY THRU 0150-EXIT.
           PERFORM 0160-LOAD-QUOTAS THRU 0160-EXIT.
           IF MAST-TABLE-FULL OR BRM-TABLE-FULL OR HIST-TABLE-FULL
               DISPLAY 'CARQUOTA - SALESMASTER.DAT, BRANCHMASTER.DAT '
                   'OR BRANCHHIST.DAT HAS MORE ENTRIES THAN ITS TABLE '
                   'HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-STOP-RUN
           END-IF.
           IF QUOTA-TABLE-FULL
               DISPLAY 'CARQUOTA - SALESQUOTA.DAT HAS MORE '
                   'SALESPERSON/BRANCH KEYS THAN THE QUOTA TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-STOP-RUN
           END-IF.
           OPEN OUTPUT QUOTAREPORT.
           MOVE WS-QUOTA-YEAR TO QTL-YEAR.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-TITLE-LINE.
           OPEN INPUT CARSALESFILE.
           IF WS-SALES-STATUS = '00'
               MOVE 'Y' TO WS-SALES-SW
           ELSE
               CLOSE CARSALESFILE
           END-IF.
           IF NOT SALES-AVAILABLE AND WS-QTA-COUNT = ZERO
               WRITE QUOTA-PRINT-LINE FROM QUOTA-NONE-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE QUOTAREPORT
               PERFORM 0900-STOP-RUN
           END-IF.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-HEADING-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-HEADING-LINE2
               AFTER ADVANCING 1 LINE.
           SORT CLUBSORTWORK
               ON DESCENDING KEY CSR-PCT
               ON ASCENDING KEY CSR-NAME
               INPUT PROCEDURE IS 0200-PERSON-ATTAINMENT
                   THRU 0200-EXIT
               OUTPUT PROCEDURE IS 0400-PRINT-SUMMARIES
                   THRU 0400-EXIT.
           CLOSE QUOTAREPORT.
           PERFORM 0900-STOP-RUN.

       0110-READ-PARM.
           OPEN INPUT QUOTAPARM.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE QUOTAPARM
               GO TO 0110-EXIT
           END-IF.
           READ QUOTAPARM
               AT END MOVE SPACES TO QUOTAPARM-RECORD
           END-READ.
           IF QPARM-YEAR IS NUMERIC
               MOVE QPARM-YEAR TO WS-QUOTA-YEAR
           END-IF.
           CLOSE QUOTAPARM.
       0110-EXIT.
           EXIT.

       0120-LOAD-MASTER.
           OPEN INPUT SALESMASTER.
           IF WS-MASTER-STATUS NOT = '00'
               CLOSE SALESMASTER
               GO TO 0120-EXIT
           END-IF.
           READ SALESMASTER
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
           PERFORM 0125-LOAD-MASTER-RECORD THRU 0125-EXIT
               UNTIL ENDOFMASTERFILE.
           CLOSE SALESMASTER.
           IF WS-MAST-COUNT > 0
               MOVE 'Y' TO WS-MASTER-SW
           END-IF.
       0120-EXIT.
           EXIT.

       0125-LOAD-MASTER-RECORD.
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
       0125-EXIT.
           EXIT.

       0130-RESOLVE-NAME.
           MOVE ZEROES TO WS-RESOLVED-ID.
           IF NOT MASTER-AVAILABLE
               GO TO 0130-EXIT
           END-IF.
           MOVE 'N' TO WS-MAST-MATCH-SW.
           PERFORM 0132-SEARCH-MASTER-NAME
               VARYING WS-MAST-IDX FROM 1 BY 1
               UNTIL WS-MAST-IDX > WS-MAST-COUNT
                  OR MASTER-NAME-FOUND.
       0130-EXIT.
           EXIT.

       0132-SEARCH-MASTER-NAME.
           IF WS-MAST-NAME(WS-MAST-IDX) = WS-LOOKUP-NAME
               MOVE 'Y' TO WS-MAST-MATCH-SW
               MOVE WS-MAST-ID(WS-MAST-IDX) TO WS-RESOLVED-ID
           END-IF.
       0132-EXIT.
           EXIT.

       0135-RESOLVE-ID.
           MOVE SPACES TO WS-RESOLVED-NAME.
           MOVE 'N' TO WS-MAST-ID-SW.
           PERFORM 0137-SEARCH-MASTER-ID
               VARYING WS-MAST-IDX FROM 1 BY 1
               UNTIL WS-MAST-IDX > WS-MAST-COUNT
                  OR MASTER-ID-FOUND.
       0135-EXIT.
           EXIT.

       0137-SEARCH-MASTER-ID.
           IF WS-MAST-ID(WS-MAST-IDX) = WS-LOOKUP-ID
               MOVE 'Y' TO WS-MAST-ID-SW
               MOVE WS-MAST-NAME(WS-MAST-IDX) TO WS-RESOLVED-NAME
           END-IF.
       0137-EXIT.
           EXIT.

       0140-LOAD-BRANCHES.
           OPEN INPUT BRANCHMASTER.
           IF WS-BRM-STATUS NOT = '00'
               CLOSE BRANCHMASTER
               GO TO 0140-EXIT
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
           PERFORM 0145-LOAD-BRANCH-RECORD THRU 0145-EXIT
               UNTIL ENDOFBRMFILE.
           CLOSE BRANCHMASTER.
       0140-EXIT.
           EXIT.

       0145-LOAD-BRANCH-RECORD.
           IF BRM-CODE NOT = SPACES
              AND WS-BRM-COUNT NOT < 50
               MOVE 'Y' TO WS-BRM-FULL-SW
           END-IF.
           IF WS-BRM-COUNT < 50
              AND BRM-CODE NOT = SPACES
               ADD 1 TO WS-BRM-COUNT
               MOVE BRM-CODE    TO WS-BRM-CODE(WS-BRM-COUNT)
               MOVE BRM-NAME    TO WS-BRM-NAME(WS-BRM-COUNT)
               MOVE BRM-REGION  TO WS-BRM-REGION(WS-BRM-COUNT)
               MOVE BRM-MANAGER TO WS-BRM-MANAGER(WS-BRM-COUNT)
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
       0145-EXIT.
           EXIT.

       0150-LOAD-BRANCH-HISTORY.
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

       0160-LOAD-QUOTAS.
           OPEN INPUT SALESQUOTA.
           IF WS-QUOTA-STATUS NOT = '00'
               CLOSE SALESQUOTA
               GO TO 0160-EXIT
           END-IF.
           READ SALESQUOTA
               AT END SET ENDOFQUOTAFILE TO TRUE
           END-READ.
           PERFORM 0165-LOAD-QUOTA-RECORD THRU 0165-EXIT
               UNTIL ENDOFQUOTAFILE.
           CLOSE SALESQUOTA.
       0160-EXIT.
           EXIT.

       0165-LOAD-QUOTA-RECORD.
           IF QTA-SALES-ID IS NOT NUMERIC
              OR QTA-YEAR IS NOT NUMERIC
              OR QTA-QUARTER IS NOT NUMERIC
              OR QTA-UNITS IS NOT NUMERIC
              OR QTA-DOLLARS IS NOT NUMERIC
              OR QTA-BRANCH-CODE = SPACES
              OR QTA-QUARTER < 1 OR QTA-QUARTER > 4
               ADD 1 TO WS-QUOTA-IGNORED
               GO TO 0165-NEXT
           END-IF.
           IF QTA-YEAR NOT = WS-QUOTA-YEAR
               GO TO 0165-NEXT
           END-IF.
           MOVE QTA-SALES-ID    TO WS-LOOKUP-ID.
           MOVE QTA-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 0170-FIND-QUOTA THRU 0170-EXIT.
           IF NOT QUOTA-FOUND
               IF WS-QTA-COUNT < 500
                   ADD 1 TO WS-QTA-COUNT
                   MOVE WS-QTA-COUNT TO WS-QTA-MATCH-IDX
                   MOVE WS-LOOKUP-ID TO WS-QTA-ID(WS-QTA-MATCH-IDX)
                   MOVE WS-LOOKUP-BRANCH TO
                       WS-QTA-BRANCH(WS-QTA-MATCH-IDX)
                   MOVE 'N' TO WS-QTA-USED(WS-QTA-MATCH-IDX)
                   PERFORM 0168-CLEAR-QUOTA-QTR THRU 0168-EXIT
                       VARYING WS-QTR FROM 1 BY 1
                       UNTIL WS-QTR > 4
               ELSE
                   MOVE 'Y' TO WS-OVFL-SW
                   GO TO 0165-NEXT
               END-IF
           END-IF.
           ADD QTA-UNITS TO
               WS-QTA-UNITS(WS-QTA-MATCH-IDX, QTA-QUARTER).
           ADD QTA-DOLLARS TO
               WS-QTA-DOLLARS(WS-QTA-MATCH-IDX, QTA-QUARTER).
       0165-NEXT.
           READ SALESQUOTA
               AT END SET ENDOFQUOTAFILE TO TRUE
           END-READ.
       0165-EXIT.
           EXIT.

       0168-CLEAR-QUOTA-QTR.
           MOVE ZEROES TO WS-QTA-UNITS(WS-QTA-MATCH-IDX, WS-QTR),
               WS-QTA-DOLLARS(WS-QTA-MATCH-IDX, WS-QTR).
       0168-EXIT.
           EXIT.

       0170-FIND-QUOTA.
           MOVE 'N' TO WS-QTA-MATCH-SW.
           MOVE ZEROES TO WS-QTA-MATCH-IDX.
           PERFORM 0175-SEARCH-QUOTA
               VARYING WS-QTA-IDX FROM 1 BY 1
               UNTIL WS-QTA-IDX > WS-QTA-COUNT
                  OR QUOTA-FOUND.
       0170-EXIT.
           EXIT.

       0175-SEARCH-QUOTA.
           IF WS-QTA-ID(WS-QTA-IDX) = WS-LOOKUP-ID
              AND WS-QTA-BRANCH(WS-QTA-IDX) = WS-LOOKUP-BRANCH
               MOVE 'Y' TO WS-QTA-MATCH-SW
               MOVE WS-QTA-IDX TO WS-QTA-MATCH-IDX
           END-IF.
       0175-EXIT.
           EXIT.

       0200-PERSON-ATTAINMENT.
           IF SALES-AVAILABLE
               READ CARSALESFILE
                   AT END SET ENDOFSALESFILE TO TRUE
               END-READ
               PERFORM 0210-SALES-RECORD THRU 0210-EXIT
                   UNTIL ENDOFSALESFILE
               CLOSE CARSALESFILE
           END-IF.
           PERFORM 0250-QUOTA-WITHOUT-SALES THRU 0250-EXIT
               VARYING WS-QTA-IDX FROM 1 BY 1
               UNTIL WS-QTA-IDX > WS-QTA-COUNT.
       0200-EXIT.
           EXIT.

       0210-SALES-RECORD.
           IF HEADER-RECORD-DUE
               MOVE 'N' TO WS-FIRST-REC-SW
               GO TO 0210-NEXT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SALESPERSONNAME TO WS-LOOKUP-NAME.
           PERFORM 0130-RESOLVE-NAME THRU 0130-EXIT.
           MOVE ZEROES TO WS-PER-ACTUAL.
           PERFORM 0215-ADD-QUARTER-SALES THRU 0215-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
           MOVE CARTOTAL TO WS-PER-CARS.
           MOVE WS-RESOLVED-ID TO WS-LOOKUP-ID.
           MOVE 'N' TO WS-PER-QUOTA-SW.
           PERFORM 0220-RESOLVE-QUARTER THRU 0220-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
           MOVE WS-PER-QTR-BRANCH(4) TO WS-LOOKUP-BRANCH.
           IF PERSON-HAS-QUOTA
               PERFORM 0300-PRINT-ATTAINMENT THRU 0300-EXIT
           ELSE
               PERFORM 0320-PRINT-NO-QUOTA THRU 0320-EXIT
           END-IF.
       0210-NEXT.
           READ CARSALESFILE
               AT END SET ENDOFSALESFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0215-ADD-QUARTER-SALES.
           MOVE QTR-SALES(WS-QTR) TO WS-PER-QTR-SALES(WS-QTR).
           ADD QTR-SALES(WS-QTR) TO WS-PER-ACTUAL.
       0215-EXIT.
           EXIT.

       0220-RESOLVE-QUARTER.
           MOVE BRANCH-CODE TO WS-PER-QTR-BRANCH(WS-QTR).
           MOVE ZEROES TO WS-PER-QTA-IDX(WS-QTR).
           IF WS-RESOLVED-ID = ZERO
               GO TO 0220-EXIT
           END-IF.
           IF WS-HIST-COUNT > ZERO
               COMPUTE WS-HIST-MID-DATE =
                   WS-QUOTA-YEAR * 10000 + WS-QTR-MID-MMDD(WS-QTR)
               MOVE ZEROES TO WS-HIST-BEST-DATE
               PERFORM 0225-SCAN-HISTORY THRU 0225-EXIT
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
           END-IF.
           MOVE WS-PER-QTR-BRANCH(WS-QTR) TO WS-LOOKUP-BRANCH.
           PERFORM 0170-FIND-QUOTA THRU 0170-EXIT.
           IF QUOTA-FOUND
               MOVE WS-QTA-MATCH-IDX TO WS-PER-QTA-IDX(WS-QTR)
               MOVE 'Y' TO WS-QTA-USED(WS-QTA-MATCH-IDX)
               MOVE 'Y' TO WS-PER-QUOTA-SW
           END-IF.
       0220-EXIT.
           EXIT.

       0225-SCAN-HISTORY.
           IF WS-HIST-ID(WS-HIST-IDX) = WS-RESOLVED-ID
              AND WS-HIST-EFF(WS-HIST-IDX) NOT > WS-HIST-MID-DATE
              AND WS-HIST-EFF(WS-HIST-IDX) NOT < WS-HIST-BEST-DATE
               MOVE WS-HIST-BRANCH(WS-HIST-IDX)
                   TO WS-PER-QTR-BRANCH(WS-QTR)
               MOVE WS-HIST-EFF(WS-HIST-IDX) TO WS-HIST-BEST-DATE
           END-IF.
       0225-EXIT.
           EXIT.

       0250-QUOTA-WITHOUT-SALES.
           IF WS-QTA-USED(WS-QTA-IDX) = 'Y'
               GO TO 0250-EXIT
           END-IF.
           MOVE WS-QTA-IDX TO WS-QTA-MATCH-IDX.
           MOVE WS-QTA-ID(WS-QTA-IDX) TO WS-LOOKUP-ID,
               WS-RESOLVED-ID.
           PERFORM 0135-RESOLVE-ID THRU 0135-EXIT.
           MOVE WS-RESOLVED-NAME TO WS-LOOKUP-NAME.
           MOVE WS-QTA-BRANCH(WS-QTA-IDX) TO WS-LOOKUP-BRANCH.
           MOVE ZEROES TO WS-PER-ACTUAL, WS-PER-CARS.
           MOVE ZEROES TO WS-PER-QTR-SALES(1), WS-PER-QTR-SALES(2),
               WS-PER-QTR-SALES(3), WS-PER-QTR-SALES(4).
           MOVE 'Y' TO WS-PER-QUOTA-SW.
           PERFORM 0255-SET-QUOTA-QUARTER THRU 0255-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
           PERFORM 0300-PRINT-ATTAINMENT THRU 0300-EXIT.
       0250-EXIT.
           EXIT.

       0255-SET-QUOTA-QUARTER.
           MOVE WS-QTA-BRANCH(WS-QTA-IDX) TO WS-PER-QTR-BRANCH(WS-QTR).
           MOVE WS-QTA-IDX TO WS-PER-QTA-IDX(WS-QTR).
       0255-EXIT.
           EXIT.

       0300-PRINT-ATTAINMENT.
           MOVE WS-RESOLVED-ID   TO QDL-ID.
           MOVE WS-LOOKUP-NAME   TO QDL-NAME.
           MOVE WS-LOOKUP-BRANCH TO QDL-BRANCH.
           MOVE ZEROES TO WS-PER-QUOTA, WS-PER-UNIT-QUOTA.
           PERFORM 0305-QUARTER-ATTAINMENT THRU 0305-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
           MOVE WS-PER-ACTUAL TO WS-PCT-ACTUAL.
           MOVE WS-PER-QUOTA  TO WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO WS-PER-DOLLAR-PCT.
           MOVE WS-PER-CARS       TO WS-PCT-ACTUAL.
           MOVE WS-PER-UNIT-QUOTA TO WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO WS-PER-UNIT-PCT.
           MOVE WS-PER-ACTUAL     TO QDL-ACTUAL.
           MOVE WS-PER-QUOTA      TO QDL-QUOTA.
           MOVE WS-PER-DOLLAR-PCT TO QDL-PCT.
           MOVE WS-PER-CARS       TO QDL-CARS.
           MOVE WS-PER-UNIT-QUOTA TO QDL-UNIT-QUOTA.
           MOVE WS-PER-UNIT-PCT   TO QDL-UNIT-PCT.
           MOVE SPACES TO QDL-NOTE.
           IF WS-LOOKUP-NAME = SPACES
               MOVE 'NO MASTER' TO QDL-NOTE
           ELSE
           IF WS-PER-ACTUAL = ZERO AND WS-PER-CARS = ZERO
               MOVE 'NO SALES' TO QDL-NOTE
           END-IF
           END-IF.
           IF WS-PER-QUOTA > ZERO
              AND WS-PER-DOLLAR-PCT NOT < 100
              AND (WS-PER-UNIT-QUOTA = ZERO
                   OR WS-PER-UNIT-PCT NOT < 100)
               MOVE 'PRES CLUB' TO QDL-NOTE
               PERFORM 0340-RELEASE-CLUB THRU 0340-EXIT
           END-IF.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0360-ACCUMULATE-PERSON THRU 0360-EXIT.
       0300-EXIT.
           EXIT.

       0305-QUARTER-ATTAINMENT.
           IF WS-PER-QTA-IDX(WS-QTR) = ZERO
               MOVE ZEROES TO QDL-QTR-PCT(WS-QTR)
               GO TO 0305-EXIT
           END-IF.
           MOVE WS-PER-QTA-IDX(WS-QTR) TO WS-QTA-MATCH-IDX.
           ADD WS-QTA-DOLLARS(WS-QTA-MATCH-IDX, WS-QTR)
               TO WS-PER-QUOTA.
           ADD WS-QTA-UNITS(WS-QTA-MATCH-IDX, WS-QTR)
               TO WS-PER-UNIT-QUOTA.
           MOVE WS-PER-QTR-SALES(WS-QTR) TO WS-PCT-ACTUAL.
           MOVE WS-QTA-DOLLARS(WS-QTA-MATCH-IDX, WS-QTR)
               TO WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO QDL-QTR-PCT(WS-QTR).
       0305-EXIT.
           EXIT.

       0320-PRINT-NO-QUOTA.
           ADD 1 TO WS-NO-QUOTA-COUNT.
           MOVE WS-RESOLVED-ID   TO QNL-ID.
           MOVE WS-LOOKUP-NAME   TO QNL-NAME.
           MOVE WS-LOOKUP-BRANCH TO QNL-BRANCH.
           MOVE WS-PER-ACTUAL    TO QNL-ACTUAL.
           MOVE WS-PER-CARS      TO QNL-CARS.
           IF WS-RESOLVED-ID = ZERO
               MOVE 'NO MASTER' TO QNL-NOTE
           ELSE
               MOVE SPACES TO QNL-NOTE
           END-IF.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-NOQUOTA-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0360-ACCUMULATE-PERSON THRU 0360-EXIT.
       0320-EXIT.
           EXIT.

       0330-COMPUTE-PCT.
           IF WS-PCT-TARGET = ZERO
               MOVE ZEROES TO WS-PCT-RESULT
               GO TO 0330-EXIT
           END-IF.
           COMPUTE WS-PCT-RESULT ROUNDED =
               WS-PCT-ACTUAL * 100 / WS-PCT-TARGET
               ON SIZE ERROR MOVE 99999.9 TO WS-PCT-RESULT
           END-COMPUTE.
       0330-EXIT.
           EXIT.

       0340-RELEASE-CLUB.
           ADD 1 TO WS-CLUB-COUNT.
           MOVE WS-PER-DOLLAR-PCT TO CSR-PCT.
           MOVE WS-LOOKUP-NAME    TO CSR-NAME.
           MOVE WS-RESOLVED-ID    TO CSR-ID.
           MOVE WS-LOOKUP-BRANCH  TO CSR-BRANCH.
           MOVE WS-PER-ACTUAL     TO CSR-ACTUAL.
           MOVE WS-PER-QUOTA      TO CSR-QUOTA.
           MOVE WS-PER-CARS       TO CSR-CARS.
           RELEASE CLUB-SORT-REC.
       0340-EXIT.
           EXIT.

       0350-FIND-BRANCH.
           MOVE 'N' TO WS-BR-MATCH-SW.
           MOVE ZEROES TO WS-BR-MATCH-IDX.
           PERFORM 0355-SEARCH-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
                  OR BRANCH-FOUND.
           IF NOT BRANCH-FOUND
              AND WS-BR-COUNT < 50
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-MATCH-IDX
               MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-MATCH-IDX)
               MOVE ZEROES TO WS-BR-ACTUAL(WS-BR-MATCH-IDX),
                   WS-BR-QUOTA(WS-BR-MATCH-IDX),
                   WS-BR-CARS(WS-BR-MATCH-IDX),
                   WS-BR-UNIT-QUOTA(WS-BR-MATCH-IDX),
                   WS-BR-PEOPLE(WS-BR-MATCH-IDX),
                   WS-BR-NO-QUOTA(WS-BR-MATCH-IDX)
           END-IF.
           IF WS-BR-MATCH-IDX = ZERO
               MOVE 'Y' TO WS-BR-OVFL-SW
           END-IF.
       0350-EXIT.
           EXIT.

       0355-SEARCH-BRANCH.
           IF WS-BR-CODE(WS-BR-IDX) = WS-LOOKUP-BRANCH
               MOVE 'Y' TO WS-BR-MATCH-SW
               MOVE WS-BR-IDX TO WS-BR-MATCH-IDX
           END-IF.
       0355-EXIT.
           EXIT.

       0360-ACCUMULATE-PERSON.
           MOVE ZEROES TO WS-PER-CUM-SALES, WS-PER-PREV-CARS.
           PERFORM 0365-ACCUMULATE-QUARTER THRU 0365-EXIT
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
       0360-EXIT.
           EXIT.

       0365-ACCUMULATE-QUARTER.
           MOVE WS-PER-QTR-BRANCH(WS-QTR) TO WS-LOOKUP-BRANCH.
           PERFORM 0350-FIND-BRANCH THRU 0350-EXIT.
           IF WS-BR-MATCH-IDX = ZERO
               GO TO 0365-EXIT
           END-IF.
           ADD WS-PER-QTR-SALES(WS-QTR) TO
               WS-BR-ACTUAL(WS-BR-MATCH-IDX).
           IF WS-PER-ACTUAL = ZERO
               IF WS-QTR = 4
                   ADD WS-PER-CARS TO WS-BR-CARS(WS-BR-MATCH-IDX)
               END-IF
           ELSE
               ADD WS-PER-QTR-SALES(WS-QTR) TO WS-PER-CUM-SALES
               COMPUTE WS-PER-CUM-CARS ROUNDED =
                   WS-PER-CARS * WS-PER-CUM-SALES / WS-PER-ACTUAL
               COMPUTE WS-PER-QTR-CARS =
                   WS-PER-CUM-CARS - WS-PER-PREV-CARS
               MOVE WS-PER-CUM-CARS TO WS-PER-PREV-CARS
               ADD WS-PER-QTR-CARS TO WS-BR-CARS(WS-BR-MATCH-IDX)
           END-IF.
           IF WS-PER-QTA-IDX(WS-QTR) > ZERO
               MOVE WS-PER-QTA-IDX(WS-QTR) TO WS-QTA-MATCH-IDX
               ADD WS-QTA-DOLLARS(WS-QTA-MATCH-IDX, WS-QTR) TO
                   WS-BR-QUOTA(WS-BR-MATCH-IDX)
               ADD WS-QTA-UNITS(WS-QTA-MATCH-IDX, WS-QTR) TO
                   WS-BR-UNIT-QUOTA(WS-BR-MATCH-IDX)
           END-IF.
           MOVE 'Y' TO WS-PER-NEW-BR-SW.
           PERFORM 0368-CHECK-EARLIER-QUARTER THRU 0368-EXIT
               VARYING WS-PRIOR-QTR FROM 1 BY 1
               UNTIL WS-PRIOR-QTR NOT < WS-QTR.
           IF FIRST-QTR-IN-BRANCH
               ADD 1 TO WS-BR-PEOPLE(WS-BR-MATCH-IDX)
               IF NOT PERSON-HAS-QUOTA
                   ADD 1 TO WS-BR-NO-QUOTA(WS-BR-MATCH-IDX)
               END-IF
           END-IF.
       0365-EXIT.
           EXIT.

       0368-CHECK-EARLIER-QUARTER.
           IF WS-PER-QTR-BRANCH(WS-PRIOR-QTR) =
                  WS-PER-QTR-BRANCH(WS-QTR)
               MOVE 'N' TO WS-PER-NEW-BR-SW
           END-IF.
       0368-EXIT.
           EXIT.

       0400-PRINT-SUMMARIES.
           MOVE 'BRANCH ATTAINMENT' TO GHL-TITLE.
           WRITE QUOTA-PRINT-LINE FROM GROUP-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE QUOTA-PRINT-LINE FROM GROUP-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0410-PRINT-BRANCH-LINE THRU 0410-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.
           IF WS-BRM-COUNT > 0
               PERFORM 0420-PRINT-REGIONS THRU 0420-EXIT
           END-IF.
           MOVE WS-QUOTA-YEAR TO CHL-YEAR.
           WRITE QUOTA-PRINT-LINE FROM CLUB-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE QUOTA-PRINT-LINE FROM CLUB-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           RETURN CLUBSORTWORK
               AT END SET ENDOFCLUBSORT TO TRUE
           END-RETURN.
           IF ENDOFCLUBSORT
               WRITE QUOTA-PRINT-LINE FROM CLUB-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0450-PRINT-CLUB-LINE THRU 0450-EXIT
               UNTIL ENDOFCLUBSORT.
           MOVE 'SALESPEOPLE WITH NO QUOTA ON FILE:' TO QSL-LABEL.
           MOVE WS-NO-QUOTA-COUNT TO QSL-COUNT.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'QUOTA RECORDS IGNORED (INVALID):' TO QSL-LABEL.
           MOVE WS-QUOTA-IGNORED TO QSL-COUNT.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       0400-EXIT.
           EXIT.

       0410-PRINT-BRANCH-LINE.
           MOVE WS-BR-CODE(WS-BR-IDX) TO GDL-CODE, WS-LOOKUP-BRANCH.
           PERFORM 0430-FIND-BRANCH-MASTER THRU 0430-EXIT.
           IF BRM-MATCH-FOUND
               MOVE WS-BRM-NAME(WS-BRM-MATCH-IDX) TO GDL-NAME
           ELSE
               MOVE 'NOT ON BRANCHMASTER' TO GDL-NAME
           END-IF.
           MOVE WS-BR-ACTUAL(WS-BR-IDX) TO GDL-ACTUAL, WS-PCT-ACTUAL.
           MOVE WS-BR-QUOTA(WS-BR-IDX)  TO GDL-QUOTA, WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO GDL-PCT.
           MOVE WS-BR-CARS(WS-BR-IDX) TO GDL-CARS, WS-PCT-ACTUAL.
           MOVE WS-BR-UNIT-QUOTA(WS-BR-IDX) TO GDL-UNIT-QUOTA,
               WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO GDL-UNIT-PCT.
           MOVE WS-BR-PEOPLE(WS-BR-IDX)   TO GDL-PEOPLE.
           MOVE WS-BR-NO-QUOTA(WS-BR-IDX) TO GDL-NO-QUOTA.
           WRITE QUOTA-PRINT-LINE FROM GROUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0410-EXIT.
           EXIT.

       0420-PRINT-REGIONS.
           PERFORM 0425-ROLL-BRANCH-TO-REGION THRU 0425-EXIT
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.
           MOVE 'REGION ATTAINMENT' TO GHL-TITLE.
           WRITE QUOTA-PRINT-LINE FROM GROUP-HEADING-LINE
               AFTER ADVANCING 3 LINES.
           WRITE QUOTA-PRINT-LINE FROM GROUP-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0440-PRINT-REGION-LINE THRU 0440-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT.
       0420-EXIT.
           EXIT.

       0425-ROLL-BRANCH-TO-REGION.
           MOVE WS-BR-CODE(WS-BR-IDX) TO WS-LOOKUP-BRANCH.
           PERFORM 0430-FIND-BRANCH-MASTER THRU 0430-EXIT.
           IF BRM-MATCH-FOUND
               MOVE WS-BRM-REGION(WS-BRM-MATCH-IDX) TO WS-REGION-NAME
           ELSE
               MOVE 'UNASSIGNED' TO WS-REGION-NAME
           END-IF.
           MOVE 'N' TO WS-REG-MATCH-SW.
           MOVE ZEROES TO WS-REG-MATCH-IDX.
           PERFORM 0427-SEARCH-REGION
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR REGION-FOUND.
           IF NOT REGION-FOUND
              AND WS-REG-COUNT < 20
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-MATCH-IDX
               MOVE WS-REGION-NAME TO WS-REG-NAME(WS-REG-MATCH-IDX)
               MOVE ZEROES TO WS-REG-ACTUAL(WS-REG-MATCH-IDX),
                   WS-REG-QUOTA(WS-REG-MATCH-IDX),
                   WS-REG-CARS(WS-REG-MATCH-IDX),
                   WS-REG-UNIT-QUOTA(WS-REG-MATCH-IDX),
                   WS-REG-PEOPLE(WS-REG-MATCH-IDX),
                   WS-REG-NO-QUOTA(WS-REG-MATCH-IDX)
           END-IF.
           IF WS-REG-MATCH-IDX = ZERO
               MOVE 'Y' TO WS-BR-OVFL-SW
               GO TO 0425-EXIT
           END-IF.
           ADD WS-BR-ACTUAL(WS-BR-IDX) TO
               WS-REG-ACTUAL(WS-REG-MATCH-IDX).
           ADD WS-BR-QUOTA(WS-BR-IDX) TO
               WS-REG-QUOTA(WS-REG-MATCH-IDX).
           ADD WS-BR-CARS(WS-BR-IDX) TO
               WS-REG-CARS(WS-REG-MATCH-IDX).
           ADD WS-BR-UNIT-QUOTA(WS-BR-IDX) TO
               WS-REG-UNIT-QUOTA(WS-REG-MATCH-IDX).
           ADD WS-BR-PEOPLE(WS-BR-IDX) TO
               WS-REG-PEOPLE(WS-REG-MATCH-IDX).
           ADD WS-BR-NO-QUOTA(WS-BR-IDX) TO
               WS-REG-NO-QUOTA(WS-REG-MATCH-IDX).
       0425-EXIT.
           EXIT.

       0427-SEARCH-REGION.
           IF WS-REG-NAME(WS-REG-IDX) = WS-REGION-NAME
               MOVE 'Y' TO WS-REG-MATCH-SW
               MOVE WS-REG-IDX TO WS-REG-MATCH-IDX
           END-IF.
       0427-EXIT.
           EXIT.

       0430-FIND-BRANCH-MASTER.
           MOVE 'N' TO WS-BRM-MATCH-SW.
           MOVE ZEROES TO WS-BRM-MATCH-IDX.
           PERFORM 0435-SEARCH-BRANCH-MASTER
               VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT
                  OR BRM-MATCH-FOUND.
       0430-EXIT.
           EXIT.

       0435-SEARCH-BRANCH-MASTER.
           IF WS-BRM-CODE(WS-BRM-IDX) = WS-LOOKUP-BRANCH
               MOVE 'Y' TO WS-BRM-MATCH-SW
               MOVE WS-BRM-IDX TO WS-BRM-MATCH-IDX
           END-IF.
       0435-EXIT.
           EXIT.

       0440-PRINT-REGION-LINE.
           MOVE SPACES TO GDL-CODE.
           MOVE WS-REG-NAME(WS-REG-IDX) TO GDL-NAME.
           MOVE WS-REG-ACTUAL(WS-REG-IDX) TO GDL-ACTUAL,
               WS-PCT-ACTUAL.
           MOVE WS-REG-QUOTA(WS-REG-IDX) TO GDL-QUOTA, WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO GDL-PCT.
           MOVE WS-REG-CARS(WS-REG-IDX) TO GDL-CARS, WS-PCT-ACTUAL.
           MOVE WS-REG-UNIT-QUOTA(WS-REG-IDX) TO GDL-UNIT-QUOTA,
               WS-PCT-TARGET.
           PERFORM 0330-COMPUTE-PCT THRU 0330-EXIT.
           MOVE WS-PCT-RESULT TO GDL-UNIT-PCT.
           MOVE WS-REG-PEOPLE(WS-REG-IDX)   TO GDL-PEOPLE.
           MOVE WS-REG-NO-QUOTA(WS-REG-IDX) TO GDL-NO-QUOTA.
           WRITE QUOTA-PRINT-LINE FROM GROUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       0440-EXIT.
           EXIT.

       0450-PRINT-CLUB-LINE.
           ADD 1 TO WS-CLUB-RANK.
           MOVE WS-CLUB-RANK TO CDL-RANK.
           MOVE CSR-ID       TO CDL-ID.
           MOVE CSR-NAME     TO CDL-NAME.
           MOVE CSR-BRANCH   TO CDL-BRANCH.
           MOVE CSR-ACTUAL   TO CDL-ACTUAL.
           MOVE CSR-QUOTA    TO CDL-QUOTA.
           MOVE CSR-PCT      TO CDL-PCT.
           MOVE CSR-CARS     TO CDL-CARS.
           WRITE QUOTA-PRINT-LINE FROM CLUB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           RETURN CLUBSORTWORK
               AT END SET ENDOFCLUBSORT TO TRUE
           END-RETURN.
       0450-EXIT.
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
           MOVE 'CARQUOTA'       TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-READ-COUNT    TO RUNLOG-REC-COUNT.
           IF QUOTA-TABLE-FULL OR BRANCH-TABLE-FULL
              OR MAST-TABLE-FULL OR BRM-TABLE-FULL
              OR HIST-TABLE-FULL
               MOVE 'TABLE FULL'  TO RUNLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-NO-QUOTA-COUNT > ZERO
               MOVE 'NO QUOTA'    TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'    TO RUNLOG-STATUS
           END-IF
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM CARQUOTA.
