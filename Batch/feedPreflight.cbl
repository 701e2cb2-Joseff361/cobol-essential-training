       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDPREFLIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.
       SELECT OPTIONAL FEEDHIST ASSIGN TO "FEEDHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.
       SELECT OPTIONAL FEEDRELEASE ASSIGN TO "FEEDRELEASE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REL-STATUS.
       SELECT FEEDCHECKRPT ASSIGN TO "FEEDCHECK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MORNINGREPORT ASSIGN TO "MORNINGREPORT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDFILE.
       01 FEED-RECORD.
            88 ENDOFFEEDFILE VALUE HIGH-VALUES.
            05  FEED-DETAILS      PIC X(256).

       FD FEEDHIST.
       01 HIST-RECORD.
            88 ENDOFHISTFILE VALUE HIGH-VALUES.
            05  HIST-FEED         PIC X(20).
            05  FILLER            PIC X(1).
            05  HIST-LAST-DATE    PIC X(8).
            05  FILLER            PIC X(1).
            05  HIST-LAST-COUNT   PIC X(7).
            05  FILLER            PIC X(1).
            05  HIST-LAST-SUM     PIC X(10).
            05  FILLER            PIC X(1).
            05  HIST-PREV-DATE    PIC X(8).
            05  FILLER            PIC X(1).
            05  HIST-PREV-COUNT   PIC X(7).
            05  FILLER            PIC X(1).
            05  HIST-PREV-SUM     PIC X(10).

       FD FEEDRELEASE.
       01 RELEASE-RECORD.
            88 ENDOFRELFILE VALUE HIGH-VALUES.
            05  REL-FEED          PIC X(20).
            05  FILLER            PIC X(20).

       FD FEEDCHECKRPT.
       01 CHECK-PRINT-LINE       PIC X(110).

       FD MORNINGREPORT.
       01 MORNING-PRINT-LINE     PIC X(90).

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
           05 WS-FEED-NAME      PIC X(20) VALUE SPACES.
           05 WS-FEED-STATUS    PIC XX    VALUE SPACES.
           05 WS-HIST-STATUS    PIC XX    VALUE SPACES.
           05 WS-REL-STATUS     PIC XX    VALUE SPACES.
           05 WS-TOTAL-RECORDS  PIC 9(7)  VALUE ZEROES.
           05 WS-HOLD-COUNT     PIC 9(3)  VALUE ZEROES.
           05 WS-RELEASED-COUNT PIC 9(3)  VALUE ZEROES.
           05 WS-CHECKED-COUNT  PIC 9(3)  VALUE ZEROES.
           05 WS-RELEASE-ALL-SW PIC X     VALUE 'N'.
               88 RELEASE-ALL-FEEDS VALUE 'Y'.
           05 WS-DEALS-SW       PIC X     VALUE 'N'.
               88 DEALS-RECEIVED    VALUE 'Y'.
           05 WS-FOUND-SW       PIC X     VALUE 'N'.
               88 FEED-FOUND        VALUE 'Y'.
           05 WS-LOOKUP-NAME    PIC X(20) VALUE SPACES.

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05 WS-START-TIME     PIC X(8)  VALUE SPACES.
           05 WS-END-TIME       PIC X(8)  VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE       PIC X(8)  VALUE SPACES.

       01 WS-CHECKSUM-FIELDS.
           05 WS-REC-LEN        PIC 9(3)  VALUE ZEROES.
           05 WS-BYTE-IDX       PIC 9(3)  VALUE ZEROES.
           05 WS-REC-HASH       PIC 9(9)  VALUE ZEROES.
           05 WS-SUM-WORK       PIC 9(15) VALUE ZEROES.
           05 WS-SUM-QUOTIENT   PIC 9(15) VALUE ZEROES.

       01 WS-TRAILER-FIELDS.
           05 WS-TRL-TAG        PIC X(8)  VALUE SPACES.
           05 WS-TRL-NUM        PIC X(8)  VALUE SPACES.
           05 WS-TRL-LEN        PIC 9(3)  VALUE ZEROES.
           05 WS-TRL-DIGITS     PIC X(7)  VALUE SPACES.
           05 WS-TRL-EDIT       PIC ZZZZZZ9.

       01 WS-FEED-DEFINITIONS.
           05 FILLER PIC X(22) VALUE 'CARDEALS.DAT        DN'.
           05 FILLER PIC X(22) VALUE 'CARSALESIN.DAT      SN'.
           05 FILLER PIC X(22) VALUE 'Customers.csv       RC'.
           05 FILLER PIC X(22) VALUE 'EMPTRANS.DAT        HN'.
           05 FILLER PIC X(22) VALUE 'SALESCORRECT.DAT    ON'.
           05 FILLER PIC X(22) VALUE 'ADDRCORRECT.DAT     ON'.
       01 WS-FEED-DEFS REDEFINES WS-FEED-DEFINITIONS.
           05 WS-DEF-ENTRY OCCURS 6 TIMES.
               10 WS-DEF-NAME       PIC X(20).
               10 WS-DEF-CLASS      PIC X.
               10 WS-DEF-TRAILER    PIC X.

       01 WS-FEED-TABLE.
           05 WS-FEED-COUNT     PIC 9(2)  VALUE 6.
           05 WS-FX             PIC 9(2)  VALUE ZEROES.
           05 WS-SX             PIC 9(2)  VALUE ZEROES.
           05 WS-FEED-ENTRY OCCURS 6 TIMES.
               10 WS-FD-NAME        PIC X(20).
               10 WS-FD-CLASS       PIC X.
                   88 FEED-IS-DEALS     VALUE 'D'.
                   88 FEED-IS-SALES     VALUE 'S'.
                   88 FEED-IS-REQUIRED  VALUE 'R'.
                   88 FEED-IS-OPTIONAL  VALUE 'O' 'H'.
                   88 FEED-NOT-POSTED   VALUE 'H'.
               10 WS-FD-TRAILER     PIC X.
                   88 FEED-HAS-CSV-TRAILER VALUE 'C'.
               10 WS-FD-RESULT      PIC X(12).
               10 WS-FD-ACTION      PIC X(8).
               10 WS-FD-FAIL-SW     PIC X.
                   88 FEED-FAILED       VALUE 'Y'.
               10 WS-FD-REL-SW      PIC X.
                   88 FEED-RELEASE-ASKED VALUE 'Y'.
               10 WS-FD-RECV-SW     PIC X.
                   88 FEED-RECEIVED     VALUE 'Y'.
               10 WS-FD-RECORDS     PIC 9(7).
               10 WS-FD-DATA-RECS   PIC 9(7).
               10 WS-FD-CHECKSUM    PIC 9(10).
               10 WS-FD-TRL-SW      PIC X.
                   88 TRAILER-NOT-SEEN  VALUE 'N'.
                   88 TRAILER-VALID     VALUE 'Y'.
                   88 TRAILER-UNREADABLE VALUE 'B'.
               10 WS-FD-TRL-COUNT   PIC 9(7).
               10 WS-FD-LAST-DATE   PIC X(8).
               10 WS-FD-LAST-COUNT  PIC 9(7).
               10 WS-FD-LAST-SUM    PIC 9(10).
               10 WS-FD-PREV-DATE   PIC X(8).
               10 WS-FD-PREV-COUNT  PIC 9(7).
               10 WS-FD-PREV-SUM    PIC 9(10).
               10 WS-FD-CMP-DATE    PIC X(8).
               10 WS-FD-CMP-COUNT   PIC 9(7).
               10 WS-FD-CMP-SUM     PIC 9(10).

       01 CHECK-HEADING-LINE.
           05 FILLER            PIC X(34) VALUE
               'INBOUND FEED PREFLIGHT - RUN DATE '.
           05 CHK-HDG-RUN-DATE  PIC X(8).
           05 FILLER            PIC X(68) VALUE SPACES.

       01 CHECK-COLUMN-LINE.
           05 FILLER            PIC X(22) VALUE 'FEED'.
           05 FILLER            PIC X(14) VALUE 'STATUS'.
           05 FILLER            PIC X(9)  VALUE 'RECORDS'.
           05 FILLER            PIC X(9)  VALUE '  PRIOR'.
           05 FILLER            PIC X(10) VALUE 'PRIOR DT'.
           05 FILLER            PIC X(12) VALUE '  CHECKSUM'.
           05 FILLER            PIC X(12) VALUE ' PRIOR SUM'.
           05 FILLER            PIC X(9)  VALUE 'TRAILER'.
           05 FILLER            PIC X(13) VALUE 'ACTION'.

       01 CHECK-DETAIL-LINE.
           05 CHK-FEED          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-RESULT        PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-RECORDS       PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-PRIOR-RECS    PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-PRIOR-DATE    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-CHECKSUM      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-PRIOR-SUM     PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-TRAILER       PIC X(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-ACTION        PIC X(8).
           05 FILLER            PIC X(5)  VALUE SPACES.

       01 CHECK-SUMMARY-LINE.
           05 FILLER            PIC X(16) VALUE 'FEEDS RECEIVED: '.
           05 CHK-SUM-CHECKED   PIC ZZ9.
           05 FILLER            PIC X(12) VALUE '   HOLDING: '.
           05 CHK-SUM-HOLD      PIC ZZ9.
           05 FILLER            PIC X(13) VALUE '   RELEASED: '.
           05 CHK-SUM-RELEASED  PIC ZZ9.
           05 FILLER            PIC X(60) VALUE SPACES.

       01 CHECK-RESULT-LINE.
           05 FILLER            PIC X(8)  VALUE 'RESULT: '.
           05 CHK-RESULT-TEXT   PIC X(60).
           05 FILLER            PIC X(42) VALUE SPACES.

       01 MORNING-HEADING-LINE.
           05 FILLER            PIC X(33) VALUE
               'MORNING BATCH REPORT - RUN DATE '.
           05 MRN-HDG-RUN-DATE  PIC X(8).
           05 FILLER            PIC X(49) VALUE SPACES.

       01 MORNING-HELD-LINE.
           05 FILLER            PIC X(50) VALUE
               'ATTENTION - BATCH HELD, NO DATA HAS BEEN POSTED'.
           05 FILLER            PIC X(40) VALUE SPACES.

       01 MORNING-STEP-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'FEEDPREFLIGHT'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'FEED HOLD'.
           05 FILLER            PIC X(59) VALUE SPACES.

       01 MORNING-FEED-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 MRN-FEED          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MRN-RESULT        PIC X(12).
           05 FILLER            PIC X(10) VALUE '  RECORDS '.
           05 MRN-RECORDS       PIC ZZZZZZ9.
           05 FILLER            PIC X(8)  VALUE '  PRIOR '.
           05 MRN-PRIOR-RECS    PIC ZZZZZZ9.
           05 FILLER            PIC X(4)  VALUE ' ON '.
           05 MRN-PRIOR-DATE    PIC X(8).
           05 FILLER            PIC X(8)  VALUE SPACES.

       01 MORNING-ADVICE-LINE-1.
           05 FILLER            PIC X(45) VALUE
               'CORRECT THE FEED AND RERUN, OR LIST THE FEED '.
           05 FILLER            PIC X(45) VALUE
               'NAME (OR ALL) IN FEEDRELEASE.DAT TO RELEASE.'.

       01 MORNING-ADVICE-LINE-2.
           05 FILLER            PIC X(45) VALUE
               'FEEDCHECK.DAT LISTS EVERY FEED CHECKED.'.
           05 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-INIT-FEED THRU 0110-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           PERFORM 0120-LOAD-HISTORY THRU 0120-EXIT.
           PERFORM 0130-LOAD-RELEASES THRU 0130-EXIT.
           PERFORM 0200-CHECK-FEED THRU 0200-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           PERFORM 0300-TALLY-FEED THRU 0300-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           IF WS-HOLD-COUNT = ZERO
               PERFORM 0400-WRITE-HISTORY THRU 0400-EXIT
           END-IF.
           PERFORM 0500-WRITE-REPORT THRU 0500-EXIT.
           IF WS-HOLD-COUNT > ZERO
               PERFORM 0600-WRITE-MORNING THRU 0600-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0900-STOP-RUN.

       0110-INIT-FEED.
           MOVE WS-DEF-NAME(WS-FX)    TO WS-FD-NAME(WS-FX).
           MOVE WS-DEF-CLASS(WS-FX)   TO WS-FD-CLASS(WS-FX).
           MOVE WS-DEF-TRAILER(WS-FX) TO WS-FD-TRAILER(WS-FX).
           MOVE SPACES TO WS-FD-RESULT(WS-FX), WS-FD-ACTION(WS-FX).
           MOVE 'N' TO WS-FD-FAIL-SW(WS-FX), WS-FD-REL-SW(WS-FX),
                       WS-FD-RECV-SW(WS-FX), WS-FD-TRL-SW(WS-FX).
           MOVE ZEROES TO WS-FD-RECORDS(WS-FX), WS-FD-DATA-RECS(WS-FX),
                          WS-FD-CHECKSUM(WS-FX), WS-FD-TRL-COUNT(WS-FX),
                          WS-FD-LAST-DATE(WS-FX),
                          WS-FD-LAST-COUNT(WS-FX),
                          WS-FD-LAST-SUM(WS-FX),
                          WS-FD-PREV-DATE(WS-FX),
                          WS-FD-PREV-COUNT(WS-FX),
                          WS-FD-PREV-SUM(WS-FX),
                          WS-FD-CMP-DATE(WS-FX),
                          WS-FD-CMP-COUNT(WS-FX),
                          WS-FD-CMP-SUM(WS-FX).
       0110-EXIT.
           EXIT.

       0120-LOAD-HISTORY.
           OPEN INPUT FEEDHIST.
           IF WS-HIST-STATUS NOT = '00'
               CLOSE FEEDHIST
               GO TO 0120-EXIT
           END-IF.
           READ FEEDHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
           PERFORM 0125-HISTORY-RECORD THRU 0125-EXIT
               UNTIL ENDOFHISTFILE.
           CLOSE FEEDHIST.
       0120-EXIT.
           EXIT.

       0125-HISTORY-RECORD.
           MOVE HIST-FEED TO WS-LOOKUP-NAME.
           PERFORM 0128-FIND-FEED THRU 0128-EXIT.
           IF FEED-FOUND
              AND HIST-LAST-DATE IS NUMERIC
              AND HIST-LAST-COUNT IS NUMERIC
              AND HIST-LAST-SUM IS NUMERIC
               MOVE HIST-LAST-DATE  TO WS-FD-LAST-DATE(WS-SX)
               MOVE HIST-LAST-COUNT TO WS-FD-LAST-COUNT(WS-SX)
               MOVE HIST-LAST-SUM   TO WS-FD-LAST-SUM(WS-SX)
               IF HIST-PREV-DATE IS NUMERIC
                  AND HIST-PREV-COUNT IS NUMERIC
                  AND HIST-PREV-SUM IS NUMERIC
                   MOVE HIST-PREV-DATE  TO WS-FD-PREV-DATE(WS-SX)
                   MOVE HIST-PREV-COUNT TO WS-FD-PREV-COUNT(WS-SX)
                   MOVE HIST-PREV-SUM   TO WS-FD-PREV-SUM(WS-SX)
               END-IF
           END-IF.
           READ FEEDHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
       0125-EXIT.
           EXIT.

       0128-FIND-FEED.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0129-COMPARE-FEED THRU 0129-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-FEED-COUNT
                  OR FEED-FOUND.
           IF FEED-FOUND
               SUBTRACT 1 FROM WS-SX
           END-IF.
       0128-EXIT.
           EXIT.

       0129-COMPARE-FEED.
           IF WS-FD-NAME(WS-SX) = WS-LOOKUP-NAME
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       0129-EXIT.
           EXIT.

       0130-LOAD-RELEASES.
           OPEN INPUT FEEDRELEASE.
           IF WS-REL-STATUS NOT = '00'
               CLOSE FEEDRELEASE
               GO TO 0130-EXIT
           END-IF.
           READ FEEDRELEASE
               AT END SET ENDOFRELFILE TO TRUE
           END-READ.
           PERFORM 0135-RELEASE-RECORD THRU 0135-EXIT
               UNTIL ENDOFRELFILE.
           CLOSE FEEDRELEASE.
       0130-EXIT.
           EXIT.

       0135-RELEASE-RECORD.
           IF REL-FEED = 'ALL'
               MOVE 'Y' TO WS-RELEASE-ALL-SW
           ELSE
               MOVE REL-FEED TO WS-LOOKUP-NAME
               PERFORM 0128-FIND-FEED THRU 0128-EXIT
               IF FEED-FOUND
                   MOVE 'Y' TO WS-FD-REL-SW(WS-SX)
               END-IF
           END-IF.
           READ FEEDRELEASE
               AT END SET ENDOFRELFILE TO TRUE
           END-READ.
       0135-EXIT.
           EXIT.

       0200-CHECK-FEED.
           IF FEED-IS-SALES(WS-FX) AND DEALS-RECEIVED
               MOVE 'NOT USED' TO WS-FD-RESULT(WS-FX)
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0230-PICK-PRIOR THRU 0230-EXIT.
           MOVE WS-FD-NAME(WS-FX) TO WS-FEED-NAME.
           OPEN INPUT FEEDFILE.
           IF WS-FEED-STATUS = '35'
               PERFORM 0205-FEED-NOT-THERE THRU 0205-EXIT
               GO TO 0200-EXIT
           END-IF.
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'OPEN ERR' TO WS-FD-RESULT(WS-FX)
               MOVE WS-FEED-STATUS TO WS-FD-RESULT(WS-FX)(10:2)
               MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
               GO TO 0200-EXIT
           END-IF.
           READ FEEDFILE
               AT END SET ENDOFFEEDFILE TO TRUE
           END-READ.
           PERFORM 0210-READ-FEED-RECORD THRU 0210-EXIT
               UNTIL ENDOFFEEDFILE.
           CLOSE FEEDFILE.
           ADD WS-FD-RECORDS(WS-FX) TO WS-TOTAL-RECORDS.
           IF WS-FD-RECORDS(WS-FX) = ZERO
               MOVE 'EMPTY' TO WS-FD-RESULT(WS-FX)
               IF NOT FEED-IS-OPTIONAL(WS-FX)
                   MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
               END-IF
               GO TO 0200-EXIT
           END-IF.
           MOVE 'Y' TO WS-FD-RECV-SW(WS-FX).
           IF FEED-IS-DEALS(WS-FX)
               MOVE 'Y' TO WS-DEALS-SW
           END-IF.
           MOVE 'OK' TO WS-FD-RESULT(WS-FX).
           IF FEED-HAS-CSV-TRAILER(WS-FX)
               EVALUATE TRUE
                   WHEN TRAILER-NOT-SEEN(WS-FX)
                       MOVE 'NO TRAILER' TO WS-FD-RESULT(WS-FX)
                       MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
                       GO TO 0200-EXIT
                   WHEN TRAILER-UNREADABLE(WS-FX)
                       MOVE 'BAD TRAILER' TO WS-FD-RESULT(WS-FX)
                       MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
                       GO TO 0200-EXIT
                   WHEN WS-FD-TRL-COUNT(WS-FX) NOT =
                        WS-FD-DATA-RECS(WS-FX)
                       MOVE 'TRAILER DIFF' TO WS-FD-RESULT(WS-FX)
                       MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
                       GO TO 0200-EXIT
               END-EVALUATE
           END-IF.
           IF WS-FD-CMP-DATE(WS-FX) NOT = ZEROES
              AND WS-FD-RECORDS(WS-FX) = WS-FD-CMP-COUNT(WS-FX)
              AND WS-FD-CHECKSUM(WS-FX) = WS-FD-CMP-SUM(WS-FX)
               IF FEED-NOT-POSTED(WS-FX)
                   MOVE 'UNCHANGED' TO WS-FD-RESULT(WS-FX)
                   MOVE 'WARNING' TO WS-FD-ACTION(WS-FX)
               ELSE
                   MOVE 'DUPLICATE' TO WS-FD-RESULT(WS-FX)
                   MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
               END-IF
           END-IF.
       0200-EXIT.
           EXIT.

       0205-FEED-NOT-THERE.
           MOVE 'NOT PRESENT' TO WS-FD-RESULT(WS-FX).
           EVALUATE TRUE
               WHEN FEED-IS-REQUIRED(WS-FX)
               WHEN FEED-IS-SALES(WS-FX)
                   MOVE 'MISSING' TO WS-FD-RESULT(WS-FX)
                   MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
               WHEN FEED-IS-DEALS(WS-FX)
                   IF WS-FD-LAST-DATE(WS-FX) NOT = ZEROES
                       MOVE 'MISSING' TO WS-FD-RESULT(WS-FX)
                       MOVE 'Y' TO WS-FD-FAIL-SW(WS-FX)
                   END-IF
           END-EVALUATE.
       0205-EXIT.
           EXIT.

       0210-READ-FEED-RECORD.
           ADD 1 TO WS-FD-RECORDS(WS-FX).
           IF FEED-HAS-CSV-TRAILER(WS-FX)
              AND FEED-DETAILS(1:8) = 'TRAILER,'
               PERFORM 0220-CAPTURE-TRAILER THRU 0220-EXIT
           ELSE
               ADD 1 TO WS-FD-DATA-RECS(WS-FX)
           END-IF.
           PERFORM 0212-FIND-LENGTH THRU 0212-EXIT
               VARYING WS-REC-LEN FROM 256 BY -1
               UNTIL WS-REC-LEN < 1
                  OR FEED-DETAILS(WS-REC-LEN:1) NOT = SPACE.
           MOVE ZEROES TO WS-REC-HASH.
           PERFORM 0215-HASH-BYTE THRU 0215-EXIT
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-REC-LEN.
           COMPUTE WS-SUM-WORK =
               WS-FD-CHECKSUM(WS-FX) * 31 + WS-REC-HASH + 1.
           DIVIDE WS-SUM-WORK BY 9999999967
               GIVING WS-SUM-QUOTIENT
               REMAINDER WS-FD-CHECKSUM(WS-FX).
           READ FEEDFILE
               AT END SET ENDOFFEEDFILE TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0212-FIND-LENGTH.
           CONTINUE.
       0212-EXIT.
           EXIT.

       0215-HASH-BYTE.
           COMPUTE WS-REC-HASH = WS-REC-HASH +
               FUNCTION ORD(FEED-DETAILS(WS-BYTE-IDX:1)) * WS-BYTE-IDX.
       0215-EXIT.
           EXIT.

       0220-CAPTURE-TRAILER.
           MOVE 'B' TO WS-FD-TRL-SW(WS-FX).
           MOVE ZEROES TO WS-FD-TRL-COUNT(WS-FX).
           MOVE SPACES TO WS-TRL-TAG, WS-TRL-NUM.
           MOVE ZEROES TO WS-TRL-LEN.
           UNSTRING FEED-DETAILS DELIMITED BY ',' OR SPACE
               INTO WS-TRL-TAG
                    WS-TRL-NUM COUNT IN WS-TRL-LEN
           END-UNSTRING.
           IF WS-TRL-LEN < 1 OR WS-TRL-LEN > 7
               GO TO 0220-EXIT
           END-IF.
           MOVE '0000000' TO WS-TRL-DIGITS.
           MOVE WS-TRL-NUM(1:WS-TRL-LEN) TO
               WS-TRL-DIGITS(8 - WS-TRL-LEN:WS-TRL-LEN).
           IF WS-TRL-DIGITS IS NUMERIC
               MOVE WS-TRL-DIGITS TO WS-FD-TRL-COUNT(WS-FX)
               MOVE 'Y' TO WS-FD-TRL-SW(WS-FX)
           END-IF.
       0220-EXIT.
           EXIT.

       0230-PICK-PRIOR.
           IF WS-FD-LAST-DATE(WS-FX) = WS-RUN-DATE
               MOVE WS-FD-PREV-DATE(WS-FX)  TO WS-FD-CMP-DATE(WS-FX)
               MOVE WS-FD-PREV-COUNT(WS-FX) TO WS-FD-CMP-COUNT(WS-FX)
               MOVE WS-FD-PREV-SUM(WS-FX)   TO WS-FD-CMP-SUM(WS-FX)
           ELSE
               MOVE WS-FD-LAST-DATE(WS-FX)  TO WS-FD-CMP-DATE(WS-FX)
               MOVE WS-FD-LAST-COUNT(WS-FX) TO WS-FD-CMP-COUNT(WS-FX)
               MOVE WS-FD-LAST-SUM(WS-FX)   TO WS-FD-CMP-SUM(WS-FX)
           END-IF.
       0230-EXIT.
           EXIT.

       0300-TALLY-FEED.
           IF FEED-RECEIVED(WS-FX)
               ADD 1 TO WS-CHECKED-COUNT
           END-IF.
           IF NOT FEED-FAILED(WS-FX)
               GO TO 0300-EXIT
           END-IF.
           IF FEED-RELEASE-ASKED(WS-FX) OR RELEASE-ALL-FEEDS
               MOVE 'RELEASED' TO WS-FD-ACTION(WS-FX)
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE 'HOLD' TO WS-FD-ACTION(WS-FX)
               ADD 1 TO WS-HOLD-COUNT
           END-IF.
       0300-EXIT.
           EXIT.

       0400-WRITE-HISTORY.
           OPEN OUTPUT FEEDHIST.
           PERFORM 0410-HISTORY-LINE THRU 0410-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           CLOSE FEEDHIST.
       0400-EXIT.
           EXIT.

       0410-HISTORY-LINE.
           IF FEED-RECEIVED(WS-FX)
               IF WS-FD-LAST-DATE(WS-FX) NOT = WS-RUN-DATE
                   MOVE WS-FD-LAST-DATE(WS-FX)  TO
                       WS-FD-PREV-DATE(WS-FX)
                   MOVE WS-FD-LAST-COUNT(WS-FX) TO
                       WS-FD-PREV-COUNT(WS-FX)
                   MOVE WS-FD-LAST-SUM(WS-FX)   TO
                       WS-FD-PREV-SUM(WS-FX)
               END-IF
               MOVE WS-RUN-DATE             TO WS-FD-LAST-DATE(WS-FX)
               MOVE WS-FD-RECORDS(WS-FX)    TO WS-FD-LAST-COUNT(WS-FX)
               MOVE WS-FD-CHECKSUM(WS-FX)   TO WS-FD-LAST-SUM(WS-FX)
           END-IF.
           IF WS-FD-LAST-DATE(WS-FX) = ZEROES
               GO TO 0410-EXIT
           END-IF.
           MOVE SPACES                  TO HIST-RECORD.
           MOVE WS-FD-NAME(WS-FX)       TO HIST-FEED.
           MOVE WS-FD-LAST-DATE(WS-FX)  TO HIST-LAST-DATE.
           MOVE WS-FD-LAST-COUNT(WS-FX) TO HIST-LAST-COUNT.
           MOVE WS-FD-LAST-SUM(WS-FX)   TO HIST-LAST-SUM.
           MOVE WS-FD-PREV-DATE(WS-FX)  TO HIST-PREV-DATE.
           MOVE WS-FD-PREV-COUNT(WS-FX) TO HIST-PREV-COUNT.
           MOVE WS-FD-PREV-SUM(WS-FX)   TO HIST-PREV-SUM.
           WRITE HIST-RECORD.
       0410-EXIT.
           EXIT.

       0500-WRITE-REPORT.
           OPEN OUTPUT FEEDCHECKRPT.
           MOVE WS-RUN-DATE TO CHK-HDG-RUN-DATE.
           WRITE CHECK-PRINT-LINE FROM CHECK-HEADING-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE FROM CHECK-COLUMN-LINE.
           PERFORM 0510-REPORT-FEED THRU 0510-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-CHECKED-COUNT  TO CHK-SUM-CHECKED.
           MOVE WS-HOLD-COUNT     TO CHK-SUM-HOLD.
           MOVE WS-RELEASED-COUNT TO CHK-SUM-RELEASED.
           WRITE CHECK-PRINT-LINE FROM CHECK-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > ZERO
                   MOVE 'BATCH HELD - NOTHING POSTED'
                       TO CHK-RESULT-TEXT
               WHEN WS-RELEASED-COUNT > ZERO
                   MOVE 'BATCH RELEASED BY OPERATOR - FEEDRELEASE.DAT'
                       TO CHK-RESULT-TEXT
               WHEN OTHER
                   MOVE 'ALL FEEDS CLEAR - BATCH CONTINUES'
                       TO CHK-RESULT-TEXT
           END-EVALUATE.
           WRITE CHECK-PRINT-LINE FROM CHECK-RESULT-LINE.
           CLOSE FEEDCHECKRPT.
       0500-EXIT.
           EXIT.

       0510-REPORT-FEED.
           MOVE WS-FD-NAME(WS-FX)      TO CHK-FEED.
           MOVE WS-FD-RESULT(WS-FX)    TO CHK-RESULT.
           MOVE WS-FD-RECORDS(WS-FX)   TO CHK-RECORDS.
           MOVE WS-FD-ACTION(WS-FX)    TO CHK-ACTION.
           IF WS-FD-CMP-DATE(WS-FX) = ZEROES
               MOVE ZEROES TO CHK-PRIOR-RECS
               MOVE SPACES TO CHK-PRIOR-DATE, CHK-PRIOR-SUM
           ELSE
               MOVE WS-FD-CMP-COUNT(WS-FX) TO CHK-PRIOR-RECS
               MOVE WS-FD-CMP-DATE(WS-FX)  TO CHK-PRIOR-DATE
               MOVE WS-FD-CMP-SUM(WS-FX)   TO CHK-PRIOR-SUM
           END-IF.
           MOVE SPACES TO CHK-TRAILER.
           IF TRAILER-VALID(WS-FX)
               MOVE WS-FD-TRL-COUNT(WS-FX) TO WS-TRL-EDIT
               MOVE WS-TRL-EDIT TO CHK-TRAILER
           END-IF.
           MOVE SPACES TO CHK-CHECKSUM.
           IF WS-FD-RECORDS(WS-FX) > ZERO
               MOVE WS-FD-CHECKSUM(WS-FX) TO CHK-CHECKSUM
           END-IF.
           WRITE CHECK-PRINT-LINE FROM CHECK-DETAIL-LINE.
       0510-EXIT.
           EXIT.

       0600-WRITE-MORNING.
           OPEN OUTPUT MORNINGREPORT.
           MOVE WS-RUN-DATE TO MRN-HDG-RUN-DATE.
           WRITE MORNING-PRINT-LINE FROM MORNING-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE MORNING-PRINT-LINE FROM MORNING-HELD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE MORNING-PRINT-LINE FROM MORNING-STEP-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0610-MORNING-FEED THRU 0610-EXIT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-COUNT.
           WRITE MORNING-PRINT-LINE FROM MORNING-ADVICE-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE MORNING-PRINT-LINE FROM MORNING-ADVICE-LINE-2
               AFTER ADVANCING 1 LINE.
           CLOSE MORNINGREPORT.
       0600-EXIT.
           EXIT.

       0610-MORNING-FEED.
           IF WS-FD-ACTION(WS-FX) NOT = 'HOLD'
               GO TO 0610-EXIT
           END-IF.
           MOVE WS-FD-NAME(WS-FX)    TO MRN-FEED.
           MOVE WS-FD-RESULT(WS-FX)  TO MRN-RESULT.
           MOVE WS-FD-RECORDS(WS-FX) TO MRN-RECORDS.
           IF WS-FD-CMP-DATE(WS-FX) = ZEROES
               MOVE ZEROES TO MRN-PRIOR-RECS
               MOVE 'NONE'  TO MRN-PRIOR-DATE
           ELSE
               MOVE WS-FD-CMP-COUNT(WS-FX) TO MRN-PRIOR-RECS
               MOVE WS-FD-CMP-DATE(WS-FX)  TO MRN-PRIOR-DATE
           END-IF.
           WRITE MORNING-PRINT-LINE FROM MORNING-FEED-LINE
               AFTER ADVANCING 1 LINE.
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
           MOVE 'FEEDPREFLIGHT'  TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-TOTAL-RECORDS TO RUNLOG-REC-COUNT.
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > ZERO
                   MOVE 'FEED HOLD'     TO RUNLOG-STATUS
               WHEN WS-RELEASED-COUNT > ZERO
                   MOVE 'FEED RELEASE'  TO RUNLOG-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE'      TO RUNLOG-STATUS
           END-EVALUATE.
           MOVE WS-RUN-DATE TO RUNLOG-RUN-DATE.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM FEEDPREFLIGHT.
