       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTURNOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMP-STATUS.
       SELECT OPTIONAL EMPJOURNAL ASSIGN TO "EMPJOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
       SELECT EMPTURNRPT ASSIGN TO "EMPTURNOVER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TURNPARM ASSIGN TO "TURNPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
                    88 TERMINATED    VALUE 'T'.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD EMPJOURNAL.
       01 JOURNAL-RECORD.
            88 ENDOFJRNFILE VALUE HIGH-VALUES.
            02 JRN-DATE          PIC 9(8).
            02 FILLER            PIC X(1).
            02 JRN-ACTION        PIC X.
            02 FILLER            PIC X(1).
            02 JRN-SSN           PIC 9(9).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE.
                03 JRN-BEF-SSN       PIC 9(9).
                03 JRN-BEF-NAME.
                    04 JRN-BEF-LASTNAME  PIC X(10).
                    04 JRN-BEF-FIRSTNAME PIC X(10).
                    04 JRN-BEF-MIDDLEINIT PIC X.
                03 JRN-BEF-BIRTHDATE PIC 9(8).
                03 JRN-BEF-HIREDATE  PIC 9(8).
                03 JRN-BEF-GENDER    PIC X.
                03 JRN-BEF-EMAIL     PIC X(20).
            02 FILLER            PIC X(1).
            02 JRN-AFTER         PIC X(67).
            02 FILLER            PIC X(1).
            02 JRN-BATCH         PIC X(8).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE-STATUS PIC X(19).
            02 FILLER            PIC X(1).
            02 JRN-AFTER-STATUS  PIC X(19).

       FD EMPTURNRPT.
       01 TURN-PRINT-LINE        PIC X(80).

       FD TURNPARM.
       01 PARMDETAILS.
            88 ENDOFPARMFILE VALUE HIGH-VALUES.
            02 PARM-MONTH        PIC X(6).

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
       01 WS-FIELDS.
           05 WS-MASTER-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-DELETE-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-UNDATED-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-EMP-STATUS     PIC XX   VALUE SPACES.
           05 WS-JRN-STATUS     PIC XX   VALUE SPACES.
           05 WS-PARM-STATUS    PIC XX   VALUE SPACES.
           05 WS-NO-INPUT-SW    PIC X    VALUE 'N'.
               88 NO-TURN-INPUT     VALUE 'Y'.
           05 WS-PASS-SW        PIC X    VALUE 'C'.
               88 COUNTING-PASS     VALUE 'C'.
               88 DETAIL-PASS       VALUE 'D'.
           05 WS-DATE-VALID-SW  PIC X    VALUE 'N'.
               88 DATE-IS-VALID     VALUE 'Y'.
           05 WS-CHECK-DATE.
               10 WS-CHECK-YEAR   PIC 9(4).
               10 WS-CHECK-MONTH  PIC 9(2).
               10 WS-CHECK-DAY    PIC 9(2).

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05 WS-START-TIME     PIC X(8)  VALUE SPACES.
           05 WS-END-TIME       PIC X(8)  VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE.
               10 WS-RUN-YEAR     PIC 9(4).
               10 WS-RUN-MONTH    PIC 9(2).
               10 WS-RUN-DAY      PIC 9(2).
           05 WS-REPORT-MONTH.
               10 WS-RPT-YEAR     PIC 9(4).
               10 WS-RPT-MONTH    PIC 9(2).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH
                                  PIC 9(6).
           05 WS-WORK-MONTH.
               10 WS-WORK-YEAR    PIC 9(4).
               10 WS-WORK-MM      PIC 9(2).
           05 WS-WORK-MONTH-N REDEFINES WS-WORK-MONTH
                                  PIC 9(6).

       01 WS-PERSON-FIELDS.
           05 WS-PER-SSN        PIC 9(9).
           05 WS-PER-NAME       PIC X(21).
           05 WS-PER-BIRTHDATE.
               10 WS-PER-BIRTH-YEAR  PIC 9(4).
               10 WS-PER-BIRTH-MONTH PIC 9(2).
               10 WS-PER-BIRTH-DAY   PIC 9(2).
           05 WS-PER-HIREDATE   PIC 9(8).
           05 WS-PER-HIRE-MONTH PIC 9(6).
           05 WS-PER-GENDER     PIC X.
           05 WS-PER-SEPDATE.
               10 WS-PER-SEP-YEAR    PIC 9(4).
               10 WS-PER-SEP-MONTH   PIC 9(2).
               10 WS-PER-SEP-DAY     PIC 9(2).
           05 WS-PER-SEPDATE-N REDEFINES WS-PER-SEPDATE
                                  PIC 9(8).
           05 WS-PER-SEP-MONTH-N PIC 9(6).
           05 WS-PER-REASON     PIC X(10).
           05 WS-PER-SEP-SW     PIC X    VALUE 'N'.
               88 PERSON-SEPARATED  VALUE 'Y'.
           05 WS-PER-TENURE-DAYS PIC 9(6) VALUE ZEROES.
           05 WS-PER-AGE        PIC 9(3) VALUE ZEROES.
           05 WS-BAND-IDX       PIC 9    VALUE ZERO.
           05 WS-GENDER-IDX     PIC 9    VALUE ZERO.

       01 WS-MONTH-TABLE.
           05 WS-MON-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-MON-IDX.
               10 WS-MON-YYYYMM    PIC 9(6).
               10 WS-MON-OPENING   PIC 9(5).
               10 WS-MON-HIRES     PIC 9(5).
               10 WS-MON-SEPS      PIC 9(5).
               10 WS-MON-CLOSING   PIC 9(5).

       01 WS-SEPARATION-TOTALS.
           05 WS-TENURE-MONTH-DAYS  PIC 9(9) VALUE ZEROES.
           05 WS-TENURE-MONTH-COUNT PIC 9(5) VALUE ZEROES.
           05 WS-TENURE-YEAR-DAYS   PIC 9(9) VALUE ZEROES.
           05 WS-TENURE-YEAR-COUNT  PIC 9(5) VALUE ZEROES.
           05 WS-GENDER-ENTRY OCCURS 3 TIMES.
               10 WS-GEN-MONTH     PIC 9(5).
               10 WS-GEN-YEAR      PIC 9(5).
           05 WS-BAND-ENTRY OCCURS 6 TIMES.
               10 WS-BAND-MONTH    PIC 9(5).
               10 WS-BAND-YEAR     PIC 9(5).

       01 WS-RATE-FIELDS.
           05 WS-AVG-HEADCOUNT   PIC 9(7)V99 VALUE ZEROES.
           05 WS-SUM-HEADCOUNT   PIC 9(9)V99 VALUE ZEROES.
           05 WS-TOTAL-HIRES     PIC 9(7)    VALUE ZEROES.
           05 WS-TOTAL-SEPS      PIC 9(7)    VALUE ZEROES.
           05 WS-TURNOVER-PCT    PIC 9(3)V99 VALUE ZEROES.
           05 WS-AVG-TENURE      PIC 9(3)V9  VALUE ZEROES.

       01 WS-LABEL-TABLE.
           05 FILLER PIC X(20) VALUE 'MALE'.
           05 FILLER PIC X(20) VALUE 'FEMALE'.
           05 FILLER PIC X(20) VALUE 'OTHER/NOT STATED'.
           05 FILLER PIC X(20) VALUE 'UNDER 25'.
           05 FILLER PIC X(20) VALUE '25 TO 34'.
           05 FILLER PIC X(20) VALUE '35 TO 44'.
           05 FILLER PIC X(20) VALUE '45 TO 54'.
           05 FILLER PIC X(20) VALUE '55 TO 64'.
           05 FILLER PIC X(20) VALUE '65 AND OVER'.
       01 WS-LABELS REDEFINES WS-LABEL-TABLE.
           05 WS-LABEL OCCURS 9 TIMES PIC X(20).

       01 TURN-HEADING-LINE.
           05 FILLER            PIC X(40) VALUE
               'EMPLOYEE HEADCOUNT AND TURNOVER - MONTH '.
           05 TRN-HDG-YEAR      PIC 9(4).
           05 FILLER            PIC X(1)  VALUE '-'.
           05 TRN-HDG-MONTH     PIC 9(2).
           05 FILLER            PIC X(14) VALUE '    RUN DATE: '.
           05 TRN-HDG-RUN-DATE  PIC 9(8).
           05 FILLER            PIC X(11) VALUE SPACES.

       01 TURN-SECTION-LINE.
           05 TRN-SECTION-TEXT  PIC X(50).
           05 FILLER            PIC X(30) VALUE SPACES.

       01 TURN-TREND-HEADING.
           05 FILLER            PIC X(10) VALUE 'MONTH'.
           05 FILLER            PIC X(10) VALUE '   OPENING'.
           05 FILLER            PIC X(10) VALUE '     HIRES'.
           05 FILLER            PIC X(12) VALUE ' SEPARATIONS'.
           05 FILLER            PIC X(10) VALUE '   CLOSING'.
           05 FILLER            PIC X(12) VALUE '  TURNOVER %'.
           05 FILLER            PIC X(16) VALUE SPACES.

       01 TURN-TREND-LINE.
           05 TRN-MON-YEAR      PIC 9(4).
           05 FILLER            PIC X(1)  VALUE '-'.
           05 TRN-MON-MONTH     PIC 9(2).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TRN-MON-OPENING   PIC ZZZZZZZZZ9.
           05 TRN-MON-HIRES     PIC ZZZZZZZZZ9.
           05 TRN-MON-SEPS      PIC ZZZZZZZZZZZ9.
           05 TRN-MON-CLOSING   PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 TRN-MON-PCT       PIC ZZ9.99.
           05 FILLER            PIC X(16) VALUE SPACES.

       01 TURN-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE '12 MONTHS'.
           05 TRN-TOT-HIRES     PIC ZZZZZZZZZ9.
           05 TRN-TOT-SEPS      PIC ZZZZZZZZZZZ9.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 TRN-TOT-PCT       PIC ZZ9.99.
           05 FILLER            PIC X(16) VALUE SPACES.

       01 TURN-AVG-HC-LINE.
           05 FILLER            PIC X(36) VALUE
               'AVERAGE MONTHLY HEADCOUNT (12 MOS): '.
           05 TRN-AVG-HC        PIC ZZZZZZ9.99.
           05 FILLER            PIC X(34) VALUE SPACES.

       01 TURN-TENURE-LINE.
           05 FILLER            PIC X(40) VALUE
               'AVERAGE TENURE AT SEPARATION (YEARS) - '.
           05 FILLER            PIC X(7)  VALUE 'MONTH: '.
           05 TRN-TEN-MONTH     PIC ZZ9.9.
           05 FILLER            PIC X(13) VALUE '  12 MONTHS: '.
           05 TRN-TEN-YEAR      PIC ZZ9.9.
           05 FILLER            PIC X(10) VALUE SPACES.

       01 TURN-BREAKDOWN-HEADING.
           05 TRN-BRK-TITLE     PIC X(30).
           05 FILLER            PIC X(10) VALUE '     MONTH'.
           05 FILLER            PIC X(12) VALUE '   12 MONTHS'.
           05 FILLER            PIC X(28) VALUE SPACES.

       01 TURN-BREAKDOWN-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TRN-BRK-LABEL     PIC X(28).
           05 TRN-BRK-MONTH     PIC ZZZZZZZZZ9.
           05 TRN-BRK-YEAR      PIC ZZZZZZZZZZZ9.
           05 FILLER            PIC X(28) VALUE SPACES.

       01 TURN-DETAIL-HEADING.
           05 FILLER            PIC X(11) VALUE 'SSN'.
           05 FILLER            PIC X(22) VALUE 'NAME'.
           05 FILLER            PIC X(10) VALUE 'HIRED'.
           05 FILLER            PIC X(10) VALUE 'SEPARATED'.
           05 FILLER            PIC X(7)  VALUE 'TENURE'.
           05 FILLER            PIC X(4)  VALUE 'AGE'.
           05 FILLER            PIC X(2)  VALUE 'G'.
           05 FILLER            PIC X(14) VALUE 'REASON'.

       01 TURN-DETAIL-LINE.
           05 TRN-DTL-SSN       PIC 9(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TRN-DTL-NAME      PIC X(21).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TRN-DTL-HIRED     PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TRN-DTL-SEPARATED PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TRN-DTL-TENURE    PIC ZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TRN-DTL-AGE       PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TRN-DTL-GENDER    PIC X.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TRN-DTL-REASON    PIC X(10).
           05 FILLER            PIC X(5)  VALUE SPACES.

       01 TURN-NONE-LINE.
           05 FILLER            PIC X(40) VALUE
               '  NO SEPARATIONS IN THE REPORT MONTH'.
           05 FILLER            PIC X(40) VALUE SPACES.

       01 TURN-UNDATED-LINE.
           05 FILLER            PIC X(44) VALUE
               'RECORDS SKIPPED - INVALID HIRE/SEP DATE:  '.
           05 TRN-UNDATED-OUT   PIC ZZZZZZ9.
           05 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-READ-PARM THRU 0110-EXIT.
           PERFORM 0120-BUILD-MONTHS THRU 0120-EXIT.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'EMPTURNOVER - EMPLOYEES.DAT NOT AVAILABLE - '
                   'STATUS ' WS-EMP-STATUS
               MOVE 'Y' TO WS-NO-INPUT-SW
               MOVE 4 TO RETURN-CODE
               GO TO 0900-STOP-RUN
           END-IF.
           CLOSE EMPLOYEEFILE.
           MOVE 'C' TO WS-PASS-SW.
           PERFORM 0200-SCAN-MASTER THRU 0200-EXIT.
           PERFORM 0300-SCAN-JOURNAL THRU 0300-EXIT.
           OPEN OUTPUT EMPTURNRPT.
           PERFORM 0500-PRINT-SUMMARY THRU 0500-EXIT.
           MOVE 'D' TO WS-PASS-SW.
           MOVE SPACES TO TURN-PRINT-LINE.
           WRITE TURN-PRINT-LINE.
           MOVE 'SEPARATIONS IN THE REPORT MONTH'
               TO TRN-SECTION-TEXT.
           WRITE TURN-PRINT-LINE FROM TURN-SECTION-LINE.
           WRITE TURN-PRINT-LINE FROM TURN-DETAIL-HEADING.
           PERFORM 0200-SCAN-MASTER THRU 0200-EXIT.
           PERFORM 0300-SCAN-JOURNAL THRU 0300-EXIT.
           IF WS-MON-SEPS(12) = ZERO
               WRITE TURN-PRINT-LINE FROM TURN-NONE-LINE
           END-IF.
           IF WS-UNDATED-COUNT > ZERO
               MOVE SPACES TO TURN-PRINT-LINE
               WRITE TURN-PRINT-LINE
               MOVE WS-UNDATED-COUNT TO TRN-UNDATED-OUT
               WRITE TURN-PRINT-LINE FROM TURN-UNDATED-LINE
           END-IF.
           CLOSE EMPTURNRPT.
           PERFORM 0900-STOP-RUN.

       0110-READ-PARM.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-RPT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-RPT-YEAR
               COMPUTE WS-RPT-MONTH = WS-RUN-MONTH - 1
           END-IF.
           OPEN INPUT TURNPARM.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE TURNPARM
               GO TO 0110-EXIT
           END-IF.
           READ TURNPARM
               AT END SET ENDOFPARMFILE TO TRUE
           END-READ.
           IF NOT ENDOFPARMFILE
              AND PARM-MONTH IS NUMERIC
              AND PARM-MONTH(5:2) >= '01'
              AND PARM-MONTH(5:2) <= '12'
               MOVE PARM-MONTH TO WS-REPORT-MONTH
           END-IF.
           CLOSE TURNPARM.
       0110-EXIT.
           EXIT.

       0120-BUILD-MONTHS.
           INITIALIZE WS-MONTH-TABLE.
           INITIALIZE WS-SEPARATION-TOTALS.
           MOVE WS-REPORT-MONTH TO WS-WORK-MONTH.
           PERFORM 0125-BUILD-ONE-MONTH THRU 0125-EXIT
               VARYING WS-MON-IDX FROM 12 BY -1
               UNTIL WS-MON-IDX < 1.
       0120-EXIT.
           EXIT.

       0125-BUILD-ONE-MONTH.
           MOVE WS-WORK-MONTH-N TO WS-MON-YYYYMM(WS-MON-IDX).
           IF WS-WORK-MM = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
       0125-EXIT.
           EXIT.

       0200-SCAN-MASTER.
           OPEN INPUT EMPLOYEEFILE.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
           PERFORM 0210-MASTER-RECORD THRU 0210-EXIT
               UNTIL ENDOFEMPFILE.
           CLOSE EMPLOYEEFILE.
       0200-EXIT.
           EXIT.

       0210-MASTER-RECORD.
           IF COUNTING-PASS
               ADD 1 TO WS-MASTER-COUNT
           END-IF.
           MOVE EMPLOYEESSN  TO WS-PER-SSN.
           MOVE EMPLOYEENAME TO WS-PER-NAME.
           MOVE BIRTHDATE    TO WS-PER-BIRTHDATE.
           MOVE HIREDATE     TO WS-PER-HIREDATE.
           MOVE GENDER       TO WS-PER-GENDER.
           MOVE 'N'          TO WS-PER-SEP-SW.
           IF TERMINATED
               MOVE 'Y'        TO WS-PER-SEP-SW
               MOVE TERMDATE   TO WS-PER-SEPDATE
               MOVE TERMREASON TO WS-PER-REASON
           END-IF.
           PERFORM 0400-PROCESS-PERSON THRU 0400-EXIT.
           READ EMPLOYEEFILE
               AT END SET ENDOFEMPFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0300-SCAN-JOURNAL.
           OPEN INPUT EMPJOURNAL.
           IF WS-JRN-STATUS NOT = '00'
               CLOSE EMPJOURNAL
               GO TO 0300-EXIT
           END-IF.
           READ EMPJOURNAL
               AT END SET ENDOFJRNFILE TO TRUE
           END-READ.
           PERFORM 0310-JOURNAL-RECORD THRU 0310-EXIT
               UNTIL ENDOFJRNFILE.
           CLOSE EMPJOURNAL.
       0300-EXIT.
           EXIT.

       0310-JOURNAL-RECORD.
           IF JRN-ACTION = 'D'
               IF COUNTING-PASS
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
               MOVE JRN-SSN           TO WS-PER-SSN
               MOVE JRN-BEF-NAME      TO WS-PER-NAME
               MOVE JRN-BEF-BIRTHDATE TO WS-PER-BIRTHDATE
               MOVE JRN-BEF-HIREDATE  TO WS-PER-HIREDATE
               MOVE JRN-BEF-GENDER    TO WS-PER-GENDER
               MOVE 'Y'               TO WS-PER-SEP-SW
               MOVE JRN-DATE          TO WS-PER-SEPDATE
               MOVE 'DELETED'         TO WS-PER-REASON
               PERFORM 0400-PROCESS-PERSON THRU 0400-EXIT
           END-IF.
           READ EMPJOURNAL
               AT END SET ENDOFJRNFILE TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

       0400-PROCESS-PERSON.
           MOVE WS-PER-HIREDATE TO WS-CHECK-DATE.
           PERFORM 0450-VALIDATE-DATE THRU 0450-EXIT.
           IF NOT DATE-IS-VALID
               IF COUNTING-PASS
                   ADD 1 TO WS-UNDATED-COUNT
               END-IF
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-PER-HIREDATE(1:6) TO WS-PER-HIRE-MONTH.
           IF PERSON-SEPARATED
               MOVE WS-PER-SEPDATE TO WS-CHECK-DATE
               PERFORM 0450-VALIDATE-DATE THRU 0450-EXIT
               IF NOT DATE-IS-VALID
                  OR WS-PER-SEPDATE-N < WS-PER-HIREDATE
                   IF COUNTING-PASS
                       ADD 1 TO WS-UNDATED-COUNT
                   END-IF
                   GO TO 0400-EXIT
               END-IF
               MOVE WS-PER-SEPDATE(1:6) TO WS-PER-SEP-MONTH-N
               COMPUTE WS-PER-TENURE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PER-SEPDATE-N) -
                   FUNCTION INTEGER-OF-DATE(WS-PER-HIREDATE)
               PERFORM 0460-COMPUTE-AGE THRU 0460-EXIT
           ELSE
               MOVE 999999 TO WS-PER-SEP-MONTH-N
           END-IF.
           IF DETAIL-PASS
               IF PERSON-SEPARATED
                  AND WS-PER-SEP-MONTH-N = WS-MON-YYYYMM(12)
                   PERFORM 0480-WRITE-DETAIL THRU 0480-EXIT
               END-IF
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0410-COUNT-MONTH THRU 0410-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.
           IF PERSON-SEPARATED
              AND WS-PER-SEP-MONTH-N >= WS-MON-YYYYMM(1)
              AND WS-PER-SEP-MONTH-N <= WS-MON-YYYYMM(12)
               PERFORM 0420-COUNT-SEPARATION THRU 0420-EXIT
           END-IF.
       0400-EXIT.
           EXIT.

       0410-COUNT-MONTH.
           IF WS-PER-HIRE-MONTH < WS-MON-YYYYMM(WS-MON-IDX)
              AND WS-PER-SEP-MONTH-N >= WS-MON-YYYYMM(WS-MON-IDX)
               ADD 1 TO WS-MON-OPENING(WS-MON-IDX)
           END-IF.
           IF WS-PER-HIRE-MONTH = WS-MON-YYYYMM(WS-MON-IDX)
               ADD 1 TO WS-MON-HIRES(WS-MON-IDX)
           END-IF.
           IF WS-PER-SEP-MONTH-N = WS-MON-YYYYMM(WS-MON-IDX)
               ADD 1 TO WS-MON-SEPS(WS-MON-IDX)
           END-IF.
           IF WS-PER-HIRE-MONTH <= WS-MON-YYYYMM(WS-MON-IDX)
              AND WS-PER-SEP-MONTH-N > WS-MON-YYYYMM(WS-MON-IDX)
               ADD 1 TO WS-MON-CLOSING(WS-MON-IDX)
           END-IF.
       0410-EXIT.
           EXIT.

       0420-COUNT-SEPARATION.
           EVALUATE WS-PER-GENDER
               WHEN 'M'
                   MOVE 1 TO WS-GENDER-IDX
               WHEN 'F'
                   MOVE 2 TO WS-GENDER-IDX
               WHEN OTHER
                   MOVE 3 TO WS-GENDER-IDX
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-PER-AGE < 25
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-PER-AGE < 35
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-PER-AGE < 45
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-PER-AGE < 55
                   MOVE 4 TO WS-BAND-IDX
               WHEN WS-PER-AGE < 65
                   MOVE 5 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 6 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1 TO WS-GEN-YEAR(WS-GENDER-IDX).
           ADD 1 TO WS-BAND-YEAR(WS-BAND-IDX).
           ADD WS-PER-TENURE-DAYS TO WS-TENURE-YEAR-DAYS.
           ADD 1 TO WS-TENURE-YEAR-COUNT.
           IF WS-PER-SEP-MONTH-N = WS-MON-YYYYMM(12)
               ADD 1 TO WS-GEN-MONTH(WS-GENDER-IDX)
               ADD 1 TO WS-BAND-MONTH(WS-BAND-IDX)
               ADD WS-PER-TENURE-DAYS TO WS-TENURE-MONTH-DAYS
               ADD 1 TO WS-TENURE-MONTH-COUNT
           END-IF.
       0420-EXIT.
           EXIT.

       0450-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-CHECK-DATE IS NOT NUMERIC
               GO TO 0450-EXIT
           END-IF.
           IF WS-CHECK-YEAR < 1601
              OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
              OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               GO TO 0450-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SW.
       0450-EXIT.
           EXIT.

       0460-COMPUTE-AGE.
           MOVE ZERO TO WS-PER-AGE.
           IF WS-PER-BIRTHDATE IS NOT NUMERIC
              OR WS-PER-BIRTH-YEAR > WS-PER-SEP-YEAR
               GO TO 0460-EXIT
           END-IF.
           COMPUTE WS-PER-AGE = WS-PER-SEP-YEAR - WS-PER-BIRTH-YEAR.
           IF WS-PER-SEP-MONTH < WS-PER-BIRTH-MONTH
              OR (WS-PER-SEP-MONTH = WS-PER-BIRTH-MONTH
                  AND WS-PER-SEP-DAY < WS-PER-BIRTH-DAY)
               IF WS-PER-AGE > ZERO
                   SUBTRACT 1 FROM WS-PER-AGE
               END-IF
           END-IF.
       0460-EXIT.
           EXIT.

       0480-WRITE-DETAIL.
           MOVE WS-PER-SSN      TO TRN-DTL-SSN.
           MOVE WS-PER-NAME     TO TRN-DTL-NAME.
           MOVE WS-PER-HIREDATE TO TRN-DTL-HIRED.
           MOVE WS-PER-SEPDATE  TO TRN-DTL-SEPARATED.
           COMPUTE TRN-DTL-TENURE ROUNDED =
               WS-PER-TENURE-DAYS / 365.25.
           MOVE WS-PER-AGE      TO TRN-DTL-AGE.
           MOVE WS-PER-GENDER   TO TRN-DTL-GENDER.
           MOVE WS-PER-REASON   TO TRN-DTL-REASON.
           WRITE TURN-PRINT-LINE FROM TURN-DETAIL-LINE.
       0480-EXIT.
           EXIT.

       0500-PRINT-SUMMARY.
           MOVE WS-RPT-YEAR  TO TRN-HDG-YEAR.
           MOVE WS-RPT-MONTH TO TRN-HDG-MONTH.
           MOVE WS-RUN-DATE  TO TRN-HDG-RUN-DATE.
           WRITE TURN-PRINT-LINE FROM TURN-HEADING-LINE.
           MOVE SPACES TO TURN-PRINT-LINE.
           WRITE TURN-PRINT-LINE.
           MOVE '12-MONTH ROLLING TREND' TO TRN-SECTION-TEXT.
           WRITE TURN-PRINT-LINE FROM TURN-SECTION-LINE.
           WRITE TURN-PRINT-LINE FROM TURN-TREND-HEADING.
           PERFORM 0510-PRINT-MONTH THRU 0510-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.
           COMPUTE WS-AVG-HEADCOUNT ROUNDED = WS-SUM-HEADCOUNT / 12.
           IF WS-AVG-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-TOTAL-SEPS * 100 / WS-AVG-HEADCOUNT
                   ON SIZE ERROR MOVE 999.99 TO WS-TURNOVER-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TURNOVER-PCT
           END-IF.
           MOVE WS-TOTAL-HIRES  TO TRN-TOT-HIRES.
           MOVE WS-TOTAL-SEPS   TO TRN-TOT-SEPS.
           MOVE WS-TURNOVER-PCT TO TRN-TOT-PCT.
           WRITE TURN-PRINT-LINE FROM TURN-TOTAL-LINE.
           MOVE WS-AVG-HEADCOUNT TO TRN-AVG-HC.
           WRITE TURN-PRINT-LINE FROM TURN-AVG-HC-LINE.
           MOVE SPACES TO TURN-PRINT-LINE.
           WRITE TURN-PRINT-LINE.
           MOVE ZERO TO WS-AVG-TENURE.
           IF WS-TENURE-MONTH-COUNT > ZERO
               COMPUTE WS-AVG-TENURE ROUNDED =
                   WS-TENURE-MONTH-DAYS / WS-TENURE-MONTH-COUNT
                   / 365.25
           END-IF.
           MOVE WS-AVG-TENURE TO TRN-TEN-MONTH.
           MOVE ZERO TO WS-AVG-TENURE.
           IF WS-TENURE-YEAR-COUNT > ZERO
               COMPUTE WS-AVG-TENURE ROUNDED =
                   WS-TENURE-YEAR-DAYS / WS-TENURE-YEAR-COUNT
                   / 365.25
           END-IF.
           MOVE WS-AVG-TENURE TO TRN-TEN-YEAR.
           WRITE TURN-PRINT-LINE FROM TURN-TENURE-LINE.
           MOVE SPACES TO TURN-PRINT-LINE.
           WRITE TURN-PRINT-LINE.
           MOVE 'SEPARATIONS BY GENDER' TO TRN-BRK-TITLE.
           WRITE TURN-PRINT-LINE FROM TURN-BREAKDOWN-HEADING.
           PERFORM 0520-PRINT-GENDER THRU 0520-EXIT
               VARYING WS-GENDER-IDX FROM 1 BY 1
               UNTIL WS-GENDER-IDX > 3.
           MOVE SPACES TO TURN-PRINT-LINE.
           WRITE TURN-PRINT-LINE.
           MOVE 'SEPARATIONS BY AGE BAND' TO TRN-BRK-TITLE.
           WRITE TURN-PRINT-LINE FROM TURN-BREAKDOWN-HEADING.
           PERFORM 0530-PRINT-AGE-BAND THRU 0530-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6.
       0500-EXIT.
           EXIT.

       0510-PRINT-MONTH.
           MOVE WS-MON-YYYYMM(WS-MON-IDX) TO WS-WORK-MONTH-N.
           MOVE WS-WORK-YEAR                TO TRN-MON-YEAR.
           MOVE WS-WORK-MM                  TO TRN-MON-MONTH.
           MOVE WS-MON-OPENING(WS-MON-IDX)  TO TRN-MON-OPENING.
           MOVE WS-MON-HIRES(WS-MON-IDX)    TO TRN-MON-HIRES.
           MOVE WS-MON-SEPS(WS-MON-IDX)     TO TRN-MON-SEPS.
           MOVE WS-MON-CLOSING(WS-MON-IDX)  TO TRN-MON-CLOSING.
           COMPUTE WS-AVG-HEADCOUNT ROUNDED =
               (WS-MON-OPENING(WS-MON-IDX) +
                WS-MON-CLOSING(WS-MON-IDX)) / 2.
           ADD WS-AVG-HEADCOUNT TO WS-SUM-HEADCOUNT.
           ADD WS-MON-HIRES(WS-MON-IDX) TO WS-TOTAL-HIRES.
           ADD WS-MON-SEPS(WS-MON-IDX)  TO WS-TOTAL-SEPS.
           IF WS-AVG-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-MON-SEPS(WS-MON-IDX) * 100 / WS-AVG-HEADCOUNT
                   ON SIZE ERROR MOVE 999.99 TO WS-TURNOVER-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TURNOVER-PCT
           END-IF.
           MOVE WS-TURNOVER-PCT TO TRN-MON-PCT.
           WRITE TURN-PRINT-LINE FROM TURN-TREND-LINE.
       0510-EXIT.
           EXIT.

       0520-PRINT-GENDER.
           MOVE WS-LABEL(WS-GENDER-IDX)     TO TRN-BRK-LABEL.
           MOVE WS-GEN-MONTH(WS-GENDER-IDX) TO TRN-BRK-MONTH.
           MOVE WS-GEN-YEAR(WS-GENDER-IDX)  TO TRN-BRK-YEAR.
           WRITE TURN-PRINT-LINE FROM TURN-BREAKDOWN-LINE.
       0520-EXIT.
           EXIT.

       0530-PRINT-AGE-BAND.
           MOVE WS-LABEL(WS-BAND-IDX + 3)   TO TRN-BRK-LABEL.
           MOVE WS-BAND-MONTH(WS-BAND-IDX)  TO TRN-BRK-MONTH.
           MOVE WS-BAND-YEAR(WS-BAND-IDX)   TO TRN-BRK-YEAR.
           WRITE TURN-PRINT-LINE FROM TURN-BREAKDOWN-LINE.
       0530-EXIT.
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
           MOVE 'EMPTURNOVER'    TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-MASTER-COUNT  TO RUNLOG-REC-COUNT.
           IF NO-TURN-INPUT
               MOVE 'NO INPUT'   TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'   TO RUNLOG-STATUS
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM EMPTURNOVER.
