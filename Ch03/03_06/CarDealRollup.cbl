       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDEALROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CARDEALS ASSIGN TO "CARDEALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEAL-STATUS.
       SELECT OPTIONAL DEALPARM ASSIGN TO "DEALPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
       SELECT OPTIONAL SALESMASTER ASSIGN TO "SALESMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL BRANCHMASTER ASSIGN TO "BRANCHMASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.
       SELECT DEALWORK ASSIGN TO "DEALWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CARSALESIN ASSIGN TO "CARSALESIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CARDEALREJ ASSIGN TO "CARDEALREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CARDEALREG ASSIGN TO "CARDEALREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VINSORTWORK ASSIGN TO "VINSORT.TMP".
       SELECT IDSORTWORK ASSIGN TO "IDSORT.TMP".
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARDEALS.
       01 DEAL-RECORD.
            88 ENDOFDEALFILE VALUE HIGH-VALUES.
            02 DEAL-VIN          PIC X(17).
            02 FILLER            PIC X(1).
            02 DEAL-DATE.
               05  DEAL-YEAR     PIC 9(4).
               05  DEAL-MONTH    PIC 9(2).
               05  DEAL-DAY      PIC 9(2).
            02 FILLER            PIC X(1).
            02 DEAL-PRICE        PIC S9(7).
            02 FILLER            PIC X(1).
            02 DEAL-SALES-ID     PIC 9(5).
            02 FILLER            PIC X(1).
            02 DEAL-BRANCH-CODE  PIC X(3).
            02 FILLER            PIC X(1).
            02 DEAL-TYPE         PIC X(1).
               88  DEAL-IS-ADJUSTMENT VALUE 'A'.
       FD DEALPARM.
       01 DEALPARM-RECORD.
            88 ENDOFDEALPARM VALUE HIGH-VALUES.
            02 DPARM-SALES-YEAR  PIC X(4).
            02 FILLER            PIC X(8).
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
       FD DEALWORK.
       01 DEALWORK-RECORD.
            88 ENDOFWORKFILE VALUE HIGH-VALUES.
            02 WRK-SALES-ID      PIC 9(5).
            02 WRK-DEAL-DATE     PIC 9(8).
            02 WRK-VIN           PIC X(17).
            02 WRK-PRICE         PIC S9(7).
            02 WRK-BRANCH-CODE   PIC X(3).
            02 WRK-TYPE          PIC X(1).
            02 WRK-DETAILS       PIC X(50).
       FD CARSALESIN.
       01 RAW-SALESDETAILS.
            02 RAW-SALESPERSONNAME.
               05  RAW-LASTNAME     PIC X(15).
               05  RAW-FIRSTNAME    PIC X(10).
            02 RAW-QUARTERLYSALES.
               05  RAW-Q1-SALES     PIC 9(7).
               05  RAW-Q2-SALES     PIC 9(7).
               05  RAW-Q3-SALES     PIC 9(7).
               05  RAW-Q4-SALES     PIC 9(7).
            02 RAW-CARTOTAL         PIC 9(3).
            02 RAW-ADJUSTMENT       PIC S9(7).
            02 RAW-BRANCH-CODE      PIC X(3).
       FD CARDEALREJ.
       01 DEALREJ-RECORD.
            02 REJ-REASON-CODE  PIC X(2).
            02 FILLER           PIC X(1).
            02 REJ-REASON-DESC  PIC X(20).
            02 FILLER           PIC X(1).
            02 REJ-DETAILS      PIC X(50).
       FD CARDEALREG.
       01 REGISTER-PRINT-LINE   PIC X(132).
       SD VINSORTWORK.
       01 VINSORT-REC.
            02 VSR-VIN           PIC X(17).
            02 VSR-DEAL-DATE     PIC 9(8).
            02 VSR-SALES-ID      PIC 9(5).
            02 VSR-PRICE         PIC S9(7).
            02 VSR-BRANCH-CODE   PIC X(3).
            02 VSR-TYPE          PIC X(1).
            02 VSR-DETAILS       PIC X(50).
       SD IDSORTWORK.
       01 IDSORT-REC.
            02 ISR-SALES-ID      PIC 9(5).
            02 ISR-DEAL-DATE     PIC 9(8).
            02 ISR-VIN           PIC X(17).
            02 ISR-PRICE         PIC S9(7).
            02 ISR-BRANCH-CODE   PIC X(3).
            02 ISR-TYPE          PIC X(1).
            02 ISR-DETAILS       PIC X(50).
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
           05  WS-READ-COUNT      PIC 9(7)  VALUE ZEROES.
           05  WS-ACCEPT-COUNT    PIC 9(7)  VALUE ZEROES.
           05  WS-REJECT-COUNT    PIC 9(7)  VALUE ZEROES.
           05  WS-SUMMARY-COUNT   PIC 9(5)  VALUE ZEROES.
           05  WS-DEAL-STATUS     PIC XX    VALUE SPACES.
           05  WS-PARM-STATUS     PIC XX    VALUE SPACES.
           05  WS-NO-INPUT-SW     PIC X     VALUE 'N'.
               88  NO-DEAL-INPUT      VALUE 'Y'.
           05  WS-NO-MASTER-SW    PIC X     VALUE 'N'.
               88  NO-SALES-MASTER    VALUE 'Y'.
           05  WS-SORT-EOF-SW     PIC X     VALUE 'N'.
               88  ENDOFSORTFILE      VALUE 'Y'.
           05  WS-RUN-DATE.
               10  WS-RUN-YEAR    PIC 9(4).
               10  FILLER         PIC 9(4).
           05  WS-SALES-YEAR      PIC 9(4)  VALUE ZEROES.

       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05  WS-START-TIME     PIC X(8)  VALUE SPACES.
           05  WS-END-TIME       PIC X(8)  VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-REASON-CODE    PIC XX    VALUE SPACES.
               88  DEAL-IS-CLEAN     VALUE SPACES.
           05  WS-REASON-DESC    PIC X(20) VALUE SPACES.
           05  WS-REJ-DETAILS    PIC X(50) VALUE SPACES.
           05  WS-PREV-SALE-VIN  PIC X(17) VALUE LOW-VALUES.
           05  WS-DEAL-QUARTER   PIC 9     VALUE ZEROES.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR  PIC 9(4).
               10  WS-WORK-MONTH PIC 9(2).
               10  WS-WORK-DAY   PIC 9(2).

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-STATUS  PIC XX    VALUE SPACES.
           05  WS-MAST-MATCH-SW  PIC X     VALUE 'N'.
               88  MASTER-ID-FOUND   VALUE 'Y'.
           05  WS-MAST-MATCH-IDX PIC 9(4)  VALUE ZEROES.
           05  WS-LOOKUP-ID      PIC 9(5)  VALUE ZEROES.
           05  WS-MAST-FULL-SW   PIC X     VALUE 'N'.
               88  MAST-TABLE-FULL   VALUE 'Y'.

       01  WS-MASTER-TABLE.
           05  WS-MAST-COUNT     PIC 9(4)  VALUE ZEROES.
           05  WS-MAST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MAST-IDX.
               10  WS-MAST-ID      PIC 9(5).
               10  WS-MAST-NAME    PIC X(25).

       01  WS-BRM-FIELDS.
           05  WS-BRM-STATUS     PIC XX    VALUE SPACES.
           05  WS-BRM-MATCH-SW   PIC X     VALUE 'N'.
               88  BRANCH-ON-MASTER  VALUE 'Y'.
           05  WS-BRM-FULL-SW    PIC X     VALUE 'N'.
               88  BRM-TABLE-FULL    VALUE 'Y'.

       01  WS-BRM-TABLE.
           05  WS-BRM-COUNT      PIC 99    VALUE ZEROES.
           05  WS-BRM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BRM-IDX.
               10  WS-BRM-CODE     PIC X(3).

       01  WS-ROLLUP-FIELDS.
           05  WS-CURR-ID        PIC 9(5)  VALUE ZEROES.
           05  WS-CURR-NAME      PIC X(25) VALUE SPACES.
           05  WS-CURR-BRANCH    PIC X(3)  VALUE SPACES.
           05  WS-CURR-ADJUST    PIC S9(7) VALUE ZEROES.
           05  WS-CURR-CARS      PIC 9(3)  VALUE ZEROES.
           05  WS-CURR-QTR-TABLE.
               10  WS-CURR-QTR   PIC 9(7)  OCCURS 4 TIMES.
           05  WS-CURR-YEARLY    PIC 9(9)  VALUE ZEROES.
           05  WS-NEW-BUCKET     PIC 9(8)  VALUE ZEROES.
           05  WS-NEW-ADJUST     PIC S9(8) VALUE ZEROES.
           05  WS-GROUP-SW       PIC X     VALUE 'N'.
               88  GROUP-IN-PROGRESS VALUE 'Y'.
           05  WS-TOT-DOLLARS    PIC 9(11) VALUE ZEROES.
           05  WS-TOT-CARS       PIC 9(7)  VALUE ZEROES.

       01  REGISTER-HEADING-LINE1.
           05 FILLER       PIC X(1)  VALUE SPACES.
           05 FILLER       PIC X(34) VALUE
               'VEHICLE DEAL ROLL-UP - SALES YEAR '.
           05 HDG-SALES-YEAR PIC 9(4).
           05 FILLER       PIC X(93) VALUE SPACES.

       01  REGISTER-HEADING-LINE2.
           05 FILLER       PIC X(5)  VALUE SPACES.
           05 FILLER       PIC X(8)  VALUE 'ID'.
           05 FILLER       PIC X(20) VALUE 'VIN'.
           05 FILLER       PIC X(12) VALUE 'DEAL DATE'.
           05 FILLER       PIC X(5)  VALUE 'QTR'.
           05 FILLER       PIC X(8)  VALUE 'BRANCH'.
           05 FILLER       PIC X(14) VALUE 'SALE PRICE'.
           05 FILLER       PIC X(4)  VALUE 'TYPE'.
           05 FILLER       PIC X(56) VALUE SPACES.

       01  REGISTER-DEAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RDL-ID           PIC 9(5).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RDL-VIN          PIC X(17).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RDL-DATE         PIC 9(8).
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RDL-QUARTER      PIC 9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RDL-BRANCH       PIC X(3).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RDL-PRICE        PIC $$,$$$,$$9-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RDL-TYPE         PIC X(10).
           05 FILLER           PIC X(51) VALUE SPACES.

       01  REGISTER-PERSON-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RPL-ID           PIC 9(5).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RPL-NAME         PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RPL-QTR OCCURS 4 TIMES.
               10 FILLER       PIC X(1)  VALUE SPACES.
               10 RPL-QTR-AMT  PIC $$,$$$,$$9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RPL-CARS         PIC ZZ9.
           05 FILLER           PIC X(6)  VALUE ' CARS '.
           05 RPL-ADJUST       PIC -$$,$$$,$$9.
           05 FILLER           PIC X(29) VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'DEALS READ:'.
           05 RTL-READ         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(13) VALUE '  ACCEPTED:'.
           05 RTL-ACCEPTED     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(13) VALUE '  REJECTED:'.
           05 RTL-REJECTED     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(57) VALUE SPACES.

       01  REGISTER-DOLLAR-LINE.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'VEHICLE SALES:'.
           05 RTL-DOLLARS      PIC $$,$$$,$$$,$$9.
           05 FILLER           PIC X(8)  VALUE '  CARS:'.
           05 RTL-CARS         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(17) VALUE '  SALES LINES:'.
           05 RTL-SUMMARY      PIC ZZZZ9.
           05 FILLER           PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-SALES-YEAR.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           OPEN INPUT CARDEALS.
           IF WS-DEAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-NO-INPUT-SW
               CLOSE CARDEALS
               GO TO 0900-STOP-RUN
           END-IF.
           READ CARDEALS
               AT END SET ENDOFDEALFILE TO TRUE
           END-READ.
           IF ENDOFDEALFILE
               MOVE 'Y' TO WS-NO-INPUT-SW
               CLOSE CARDEALS
               GO TO 0900-STOP-RUN
           END-IF.
           PERFORM 0120-LOAD-MASTER THRU 0120-EXIT.
           IF WS-MAST-COUNT = ZERO
               MOVE 'Y' TO WS-NO-MASTER-SW
               DISPLAY 'CARDEALROLLUP - SALESMASTER.DAT EMPTY OR '
                   'MISSING - DEALS NOT ROLLED UP'
               MOVE 8 TO RETURN-CODE
               CLOSE CARDEALS
               GO TO 0900-STOP-RUN
           END-IF.
           PERFORM 0150-LOAD-BRANCH-MASTER THRU 0150-EXIT.
           IF MAST-TABLE-FULL OR BRM-TABLE-FULL
               DISPLAY 'CARDEALROLLUP - SALESMASTER.DAT OR '
                   'BRANCHMASTER.DAT HAS MORE ENTRIES THAN ITS TABLE '
                   'HOLDS - DEALS NOT ROLLED UP'
               MOVE 8 TO RETURN-CODE
               CLOSE CARDEALS
               GO TO 0900-STOP-RUN
           END-IF.
           OPEN OUTPUT CARDEALREJ.
           OPEN OUTPUT DEALWORK.

           SORT VINSORTWORK
               ON ASCENDING KEY VSR-VIN
                                VSR-DEAL-DATE
               INPUT PROCEDURE IS 0200-EDIT-DEALS
                   THRU 0200-EXIT
               OUTPUT PROCEDURE IS 0300-CHECK-DUPLICATES
                   THRU 0300-EXIT.
           CLOSE CARDEALS.
           CLOSE DEALWORK.

           OPEN OUTPUT CARSALESIN.
           OPEN OUTPUT CARDEALREG.
           MOVE WS-SALES-YEAR TO HDG-SALES-YEAR.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-HEADING-LINE1
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-HEADING-LINE2
               AFTER ADVANCING 2 LINES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           SORT IDSORTWORK
               ON ASCENDING KEY ISR-SALES-ID
                                ISR-DEAL-DATE
                                ISR-VIN
               USING DEALWORK
               OUTPUT PROCEDURE IS 0400-ROLL-UP-DEALS
                   THRU 0400-EXIT.
           PERFORM 0500-WRITE-TOTALS THRU 0500-EXIT.
           CLOSE CARSALESIN.
           CLOSE CARDEALREG.
           CLOSE CARDEALREJ.
           PERFORM 0900-STOP-RUN.

       0110-READ-PARM.
           OPEN INPUT DEALPARM.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE DEALPARM
               GO TO 0110-EXIT
           END-IF.
           READ DEALPARM
               AT END SET ENDOFDEALPARM TO TRUE
           END-READ.
           IF NOT ENDOFDEALPARM
              AND DPARM-SALES-YEAR IS NUMERIC
               MOVE DPARM-SALES-YEAR TO WS-SALES-YEAR
           END-IF.
           CLOSE DEALPARM.
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

       0130-FIND-MASTER-ID.
           MOVE 'N' TO WS-MAST-MATCH-SW.
           MOVE ZEROES TO WS-MAST-MATCH-IDX.
           PERFORM 0135-SEARCH-MASTER-ID
               VARYING WS-MAST-IDX FROM 1 BY 1
               UNTIL WS-MAST-IDX > WS-MAST-COUNT
                  OR MASTER-ID-FOUND.
       0130-EXIT.
           EXIT.

       0135-SEARCH-MASTER-ID.
           IF WS-MAST-ID(WS-MAST-IDX) = WS-LOOKUP-ID
               MOVE 'Y' TO WS-MAST-MATCH-SW
               MOVE WS-MAST-IDX TO WS-MAST-MATCH-IDX
           END-IF.
       0135-EXIT.
           EXIT.

       0150-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCHMASTER.
           IF WS-BRM-STATUS NOT = '00'
               CLOSE BRANCHMASTER
               GO TO 0150-EXIT
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
           PERFORM 0160-LOAD-BRANCH-RECORD THRU 0160-EXIT
               UNTIL ENDOFBRMFILE.
           CLOSE BRANCHMASTER.
       0150-EXIT.
           EXIT.

       0160-LOAD-BRANCH-RECORD.
           IF BRM-CODE NOT = SPACES
              AND WS-BRM-COUNT NOT < 50
               MOVE 'Y' TO WS-BRM-FULL-SW
           END-IF.
           IF WS-BRM-COUNT < 50
              AND BRM-CODE NOT = SPACES
               ADD 1 TO WS-BRM-COUNT
               MOVE BRM-CODE TO WS-BRM-CODE(WS-BRM-COUNT)
           END-IF.
           READ BRANCHMASTER
               AT END SET ENDOFBRMFILE TO TRUE
           END-READ.
       0160-EXIT.
           EXIT.

       0200-EDIT-DEALS.
           PERFORM 0210-EDIT-ONE-DEAL THRU 0210-EXIT
               UNTIL ENDOFDEALFILE.
       0200-EXIT.
           EXIT.

       0210-EDIT-ONE-DEAL.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 0250-VALIDATE-DEAL THRU 0250-EXIT.
           IF DEAL-IS-CLEAN
               MOVE DEAL-VIN         TO VSR-VIN
               MOVE DEAL-DATE        TO VSR-DEAL-DATE
               MOVE DEAL-SALES-ID    TO VSR-SALES-ID
               MOVE DEAL-PRICE       TO VSR-PRICE
               MOVE DEAL-BRANCH-CODE TO VSR-BRANCH-CODE
               IF DEAL-IS-ADJUSTMENT
                   MOVE 'A' TO VSR-TYPE
               ELSE
                   MOVE 'S' TO VSR-TYPE
               END-IF
               MOVE DEAL-RECORD      TO VSR-DETAILS
               RELEASE VINSORT-REC
           ELSE
               MOVE DEAL-RECORD TO WS-REJ-DETAILS
               PERFORM 0280-WRITE-REJECT THRU 0280-EXIT
           END-IF.
           READ CARDEALS
               AT END SET ENDOFDEALFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0250-VALIDATE-DEAL.
           MOVE SPACES TO WS-REASON-CODE, WS-REASON-DESC.
           IF DEAL-VIN = SPACES
               MOVE '01' TO WS-REASON-CODE
               MOVE 'BLANK VIN'      TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF DEAL-DATE IS NOT NUMERIC
              OR DEAL-MONTH < 1 OR DEAL-MONTH > 12
              OR DEAL-DAY < 1 OR DEAL-DAY > 31
               MOVE '02' TO WS-REASON-CODE
               MOVE 'DEAL DATE INVALID' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF DEAL-YEAR NOT = WS-SALES-YEAR
               MOVE '03' TO WS-REASON-CODE
               MOVE 'OUTSIDE SALES YEAR' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF DEAL-PRICE IS NOT NUMERIC
               MOVE '04' TO WS-REASON-CODE
               MOVE 'PRICE NOT NUMERIC' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF NOT DEAL-IS-ADJUSTMENT
              AND DEAL-PRICE NOT > ZERO
               MOVE '04' TO WS-REASON-CODE
               MOVE 'PRICE NOT POSITIVE' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF DEAL-SALES-ID IS NOT NUMERIC
               MOVE '05' TO WS-REASON-CODE
               MOVE 'ID NOT ON MASTER' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           MOVE DEAL-SALES-ID TO WS-LOOKUP-ID.
           PERFORM 0130-FIND-MASTER-ID THRU 0130-EXIT.
           IF NOT MASTER-ID-FOUND
               MOVE '05' TO WS-REASON-CODE
               MOVE 'ID NOT ON MASTER' TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF DEAL-BRANCH-CODE = SPACES
               MOVE '06' TO WS-REASON-CODE
               MOVE 'BLANK BRANCH'  TO WS-REASON-DESC
               GO TO 0250-EXIT
           END-IF.
           IF WS-BRM-COUNT > 0
               MOVE 'N' TO WS-BRM-MATCH-SW
               PERFORM 0255-SEARCH-BRANCH-CODE
                   VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                      OR BRANCH-ON-MASTER
               IF NOT BRANCH-ON-MASTER
                   MOVE '06' TO WS-REASON-CODE
                   MOVE 'BRANCH NOT ON MASTER' TO WS-REASON-DESC
                   GO TO 0250-EXIT
               END-IF
           END-IF.
       0250-EXIT.
           EXIT.

       0255-SEARCH-BRANCH-CODE.
           IF WS-BRM-CODE(WS-BRM-IDX) = DEAL-BRANCH-CODE
               MOVE 'Y' TO WS-BRM-MATCH-SW
           END-IF.
       0255-EXIT.
           EXIT.

       0280-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO DEALREJ-RECORD.
           MOVE WS-REASON-CODE    TO REJ-REASON-CODE.
           MOVE WS-REASON-DESC    TO REJ-REASON-DESC.
           MOVE WS-REJ-DETAILS    TO REJ-DETAILS.
           WRITE DEALREJ-RECORD.
       0280-EXIT.
           EXIT.

       0300-CHECK-DUPLICATES.
           RETURN VINSORTWORK
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
           PERFORM 0310-CHECK-ONE-VIN THRU 0310-EXIT
               UNTIL ENDOFSORTFILE.
       0300-EXIT.
           EXIT.

       0310-CHECK-ONE-VIN.
           IF VSR-TYPE = 'S'
               IF VSR-VIN = WS-PREV-SALE-VIN
                   MOVE '07' TO WS-REASON-CODE
                   MOVE 'DUPLICATE VIN' TO WS-REASON-DESC
                   MOVE VSR-DETAILS TO WS-REJ-DETAILS
                   PERFORM 0280-WRITE-REJECT THRU 0280-EXIT
                   GO TO 0310-READ-NEXT
               END-IF
               MOVE VSR-VIN TO WS-PREV-SALE-VIN
           END-IF.
           MOVE SPACES TO DEALWORK-RECORD.
           MOVE VSR-SALES-ID    TO WRK-SALES-ID.
           MOVE VSR-DEAL-DATE   TO WRK-DEAL-DATE.
           MOVE VSR-VIN         TO WRK-VIN.
           MOVE VSR-PRICE       TO WRK-PRICE.
           MOVE VSR-BRANCH-CODE TO WRK-BRANCH-CODE.
           MOVE VSR-TYPE        TO WRK-TYPE.
           MOVE VSR-DETAILS     TO WRK-DETAILS.
           WRITE DEALWORK-RECORD.
       0310-READ-NEXT.
           RETURN VINSORTWORK
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
       0310-EXIT.
           EXIT.

       0400-ROLL-UP-DEALS.
           RETURN IDSORTWORK
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
           PERFORM 0410-ROLL-UP-ONE-DEAL THRU 0410-EXIT
               UNTIL ENDOFSORTFILE.
           IF GROUP-IN-PROGRESS
               PERFORM 0450-WRITE-SALES-LINE THRU 0450-EXIT
           END-IF.
       0400-EXIT.
           EXIT.

       0410-ROLL-UP-ONE-DEAL.
           IF GROUP-IN-PROGRESS
              AND ISR-SALES-ID NOT = WS-CURR-ID
               PERFORM 0450-WRITE-SALES-LINE THRU 0450-EXIT
           END-IF.
           IF NOT GROUP-IN-PROGRESS
               PERFORM 0420-START-GROUP THRU 0420-EXIT
           END-IF.
           MOVE ISR-DEAL-DATE TO WS-WORK-DATE.
           COMPUTE WS-DEAL-QUARTER = (WS-WORK-MONTH + 2) / 3.
           IF ISR-TYPE = 'A'
               COMPUTE WS-NEW-ADJUST = WS-CURR-ADJUST + ISR-PRICE
               IF WS-NEW-ADJUST > 9999999
                  OR WS-NEW-ADJUST < -9999999
                   MOVE '08' TO WS-REASON-CODE
                   MOVE 'SALES LINE OVERFLOW' TO WS-REASON-DESC
                   MOVE ISR-DETAILS TO WS-REJ-DETAILS
                   PERFORM 0280-WRITE-REJECT THRU 0280-EXIT
                   GO TO 0410-READ-NEXT
               END-IF
               MOVE WS-NEW-ADJUST TO WS-CURR-ADJUST
               MOVE 'ADJUSTMENT' TO RDL-TYPE
           ELSE
               COMPUTE WS-NEW-BUCKET =
                   WS-CURR-QTR(WS-DEAL-QUARTER) + ISR-PRICE
               IF WS-NEW-BUCKET > 9999999
                  OR WS-CURR-CARS = 999
                   MOVE '08' TO WS-REASON-CODE
                   MOVE 'SALES LINE OVERFLOW' TO WS-REASON-DESC
                   MOVE ISR-DETAILS TO WS-REJ-DETAILS
                   PERFORM 0280-WRITE-REJECT THRU 0280-EXIT
                   GO TO 0410-READ-NEXT
               END-IF
               MOVE WS-NEW-BUCKET TO WS-CURR-QTR(WS-DEAL-QUARTER)
               ADD 1 TO WS-CURR-CARS
               ADD 1 TO WS-TOT-CARS
               ADD ISR-PRICE TO WS-TOT-DOLLARS
               MOVE ISR-BRANCH-CODE TO WS-CURR-BRANCH
               MOVE 'VEHICLE' TO RDL-TYPE
           END-IF.
           IF WS-CURR-BRANCH = SPACES
               MOVE ISR-BRANCH-CODE TO WS-CURR-BRANCH
           END-IF.
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE ISR-SALES-ID    TO RDL-ID.
           MOVE ISR-VIN         TO RDL-VIN.
           MOVE ISR-DEAL-DATE   TO RDL-DATE.
           MOVE WS-DEAL-QUARTER TO RDL-QUARTER.
           MOVE ISR-BRANCH-CODE TO RDL-BRANCH.
           MOVE ISR-PRICE       TO RDL-PRICE.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-DEAL-LINE
               AFTER ADVANCING 1 LINE.
       0410-READ-NEXT.
           RETURN IDSORTWORK
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
       0410-EXIT.
           EXIT.

       0420-START-GROUP.
           MOVE 'Y' TO WS-GROUP-SW.
           MOVE ISR-SALES-ID TO WS-CURR-ID.
           MOVE ISR-SALES-ID TO WS-LOOKUP-ID.
           PERFORM 0130-FIND-MASTER-ID THRU 0130-EXIT.
           MOVE WS-MAST-NAME(WS-MAST-MATCH-IDX) TO WS-CURR-NAME.
           MOVE SPACES TO WS-CURR-BRANCH.
           MOVE ZEROES TO WS-CURR-ADJUST, WS-CURR-CARS.
           MOVE ZEROES TO WS-CURR-QTR-TABLE.
       0420-EXIT.
           EXIT.

       0450-WRITE-SALES-LINE.
           MOVE 'N' TO WS-GROUP-SW.
           MOVE SPACES TO RAW-SALESDETAILS.
           MOVE WS-CURR-NAME     TO RAW-SALESPERSONNAME.
           MOVE WS-CURR-QTR(1)   TO RAW-Q1-SALES.
           MOVE WS-CURR-QTR(2)   TO RAW-Q2-SALES.
           MOVE WS-CURR-QTR(3)   TO RAW-Q3-SALES.
           MOVE WS-CURR-QTR(4)   TO RAW-Q4-SALES.
           MOVE WS-CURR-CARS     TO RAW-CARTOTAL.
           MOVE WS-CURR-ADJUST   TO RAW-ADJUSTMENT.
           MOVE WS-CURR-BRANCH   TO RAW-BRANCH-CODE.
           WRITE RAW-SALESDETAILS.
           ADD 1 TO WS-SUMMARY-COUNT.
           MOVE WS-CURR-ID       TO RPL-ID.
           MOVE WS-CURR-NAME     TO RPL-NAME.
           MOVE WS-CURR-QTR(1)   TO RPL-QTR-AMT(1).
           MOVE WS-CURR-QTR(2)   TO RPL-QTR-AMT(2).
           MOVE WS-CURR-QTR(3)   TO RPL-QTR-AMT(3).
           MOVE WS-CURR-QTR(4)   TO RPL-QTR-AMT(4).
           MOVE WS-CURR-CARS     TO RPL-CARS.
           MOVE WS-CURR-ADJUST   TO RPL-ADJUST.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-PERSON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       0450-EXIT.
           EXIT.

       0500-WRITE-TOTALS.
           MOVE WS-READ-COUNT    TO RTL-READ.
           MOVE WS-ACCEPT-COUNT  TO RTL-ACCEPTED.
           MOVE WS-REJECT-COUNT  TO RTL-REJECTED.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-TOT-DOLLARS   TO RTL-DOLLARS.
           MOVE WS-TOT-CARS      TO RTL-CARS.
           MOVE WS-SUMMARY-COUNT TO RTL-SUMMARY.
           WRITE REGISTER-PRINT-LINE FROM REGISTER-DOLLAR-LINE
               AFTER ADVANCING 1 LINE.
       0500-EXIT.
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
           MOVE 'CARDEALROLLUP'  TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-READ-COUNT    TO RUNLOG-REC-COUNT.
           IF NO-DEAL-INPUT
               MOVE 'NO INPUT'   TO RUNLOG-STATUS
           ELSE
               IF NO-SALES-MASTER
                   MOVE 'NO MASTER'  TO RUNLOG-STATUS
               ELSE
                   IF MAST-TABLE-FULL OR BRM-TABLE-FULL
                       MOVE 'TABLE FULL' TO RUNLOG-STATUS
                   ELSE
                       IF WS-REJECT-COUNT > ZERO
                           MOVE 'REJECTS'    TO RUNLOG-STATUS
                       ELSE
                           MOVE 'COMPLETE'   TO RUNLOG-STATUS
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

          END PROGRAM CARDEALROLLUP.
