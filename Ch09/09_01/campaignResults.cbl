       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESULTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CAMPAIGNS ASSIGN TO "CAMPAIGNS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAMP-STATUS.
       SELECT OPTIONAL CAMPHIST ASSIGN TO "CAMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.
       SELECT OPTIONAL CAMPSENT ASSIGN TO "CAMPSENT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CAMPRESP ASSIGN TO "CAMPRESP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SENTWORK ASSIGN TO "CAMPSENTSRT.TMP"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RESPWORK ASSIGN TO "CAMPRESPSRT.TMP"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SENTSORT ASSIGN TO "SENTSORT.TMP".
       SELECT RESPSORT ASSIGN TO "RESPSORT.TMP".
       SELECT CAMPRESRPT ASSIGN TO "CAMPRESULTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGNS.
       01 CAMPAIGN-RECORD.
           88 ENDOFCAMPFILE VALUE HIGH-VALUES.
           05  CMP-CODE          PIC X(6).
           05  FILLER            PIC X(1).
           05  CMP-DESC          PIC X(20).
           05  FILLER            PIC X(1).
           05  CMP-CHANNEL       PIC X.
           05  FILLER            PIC X(1).
           05  CMP-DROP-DATE     PIC X(8).
           05  FILLER            PIC X(1).
           05  CMP-SEL-TYPE      PIC X.
           05  CMP-SEL-ENTRY OCCURS 8 TIMES.
               10  FILLER         PIC X(1).
               10  CMP-SEL-VALUE  PIC X(5).

       FD CAMPHIST.
       01 CAMPHIST-RECORD.
           88 ENDOFHISTFILE VALUE HIGH-VALUES.
           05  HIST-CAMPAIGN     PIC X(6).
           05  FILLER            PIC X(1).
           05  HIST-RUN-DATE     PIC 9(8).
           05  FILLER            PIC X(1).
           05  HIST-DROP-DATE    PIC X(8).
           05  FILLER            PIC X(1).
           05  HIST-CHANNEL      PIC X.
           05  FILLER            PIC X(1).
           05  HIST-MAIL-COUNT   PIC 9(7).
           05  FILLER            PIC X(1).
           05  HIST-EMAIL-COUNT  PIC 9(7).

       FD CAMPSENT.
       01 CAMPSENT-RECORD        PIC X(26).

       FD CAMPRESP.
       01 CAMPRESP-RECORD        PIC X(50).

       FD SENTWORK.
       01 SENTWORK-RECORD.
           88 ENDOFSENTWORK VALUE HIGH-VALUES.
           05  SWK-KEY.
               10  SWK-CAMPAIGN   PIC X(6).
               10  FILLER         PIC X(1).
               10  SWK-CUSTNO     PIC X(8).
           05  FILLER            PIC X(1).
           05  SWK-CHANNEL       PIC X.
           05  FILLER            PIC X(1).
           05  SWK-DATE          PIC X(8).

       FD RESPWORK.
       01 RESPWORK-RECORD.
           88 ENDOFRESPWORK VALUE HIGH-VALUES.
           05  RWK-KEY.
               10  RWK-CAMPAIGN   PIC X(6).
               10  FILLER         PIC X(1).
               10  RWK-CUSTNO     PIC X(8).
           05  FILLER            PIC X(1).
           05  RWK-DATE          PIC X(8).
           05  FILLER            PIC X(1).
           05  RWK-SALE-VIN      PIC X(17).
           05  FILLER            PIC X(1).
           05  RWK-SALE-AMOUNT   PIC 9(7).

       SD SENTSORT.
       01 SENTSORT-REC.
           05  SSR-CAMPAIGN      PIC X(6).
           05  FILLER            PIC X(1).
           05  SSR-CUSTNO        PIC X(8).
           05  FILLER            PIC X(1).
           05  SSR-CHANNEL       PIC X.
           05  FILLER            PIC X(9).

       SD RESPSORT.
       01 RESPSORT-REC.
           05  RSR-CAMPAIGN      PIC X(6).
           05  FILLER            PIC X(1).
           05  RSR-CUSTNO        PIC X(8).
           05  FILLER            PIC X(1).
           05  RSR-DATE          PIC X(8).
           05  FILLER            PIC X(26).

       FD CAMPRESRPT.
       01 RESULTS-PRINT-LINE     PIC X(132).

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
           05 WS-CAMP-STATUS    PIC XX   VALUE SPACES.
           05 WS-HIST-STATUS    PIC XX   VALUE SPACES.
           05 WS-RESP-READ      PIC 9(7) VALUE ZEROES.
           05 WS-TABLE-FULL-SW  PIC X    VALUE 'N'.
               88 CAMP-TABLE-FULL   VALUE 'Y'.
           05 WS-FIND-SW        PIC X    VALUE 'N'.
               88 CAMPAIGN-FOUND    VALUE 'Y'.
           05 WS-CONTACTED-SW   PIC X    VALUE 'N'.
               88 CUSTOMER-CONTACTED VALUE 'Y'.
           05 WS-RESPONDED-SW   PIC X    VALUE 'N'.
               88 CUSTOMER-RESPONDED VALUE 'Y'.
           05 WS-FIND-CODE      PIC X(6) VALUE SPACES.
           05 WS-CUR-KEY        PIC X(15) VALUE SPACES.
           05 WS-PREV-CHANNEL   PIC X    VALUE SPACE.
           05 WS-RESP-LINES     PIC 9(5) VALUE ZEROES.
           05 WS-SALE-LINES     PIC 9(5) VALUE ZEROES.
           05 WS-SALE-AMOUNT    PIC 9(9) VALUE ZEROES.
           05 WS-CI             PIC 9(4) VALUE ZEROES.

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05 WS-START-TIME     PIC X(8)  VALUE SPACES.
           05 WS-END-TIME       PIC X(8)  VALUE SPACES.

       01 WS-RUN-DATE           PIC 9(8) VALUE ZEROES.

       01 WS-CAMPAIGN-TABLE.
           05 WS-CT-COUNT       PIC 9(4) VALUE ZEROES.
           05 WS-CT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE        PIC X(6).
               10 WS-CT-DESC        PIC X(20).
               10 WS-CT-DROP-DATE   PIC X(8).
               10 WS-CT-CHANNEL     PIC X.
               10 WS-CT-MAILED      PIC 9(7).
               10 WS-CT-EMAILED     PIC 9(7).
               10 WS-CT-CONTACTED   PIC 9(7).
               10 WS-CT-RESPONDERS  PIC 9(7).
               10 WS-CT-RESPONSES   PIC 9(7).
               10 WS-CT-UNSENT      PIC 9(7).
               10 WS-CT-SALES       PIC 9(5).
               10 WS-CT-SALE-AMT    PIC 9(9).

       01 WS-GRAND-TOTALS.
           05 WS-GT-MAILED      PIC 9(7) VALUE ZEROES.
           05 WS-GT-EMAILED     PIC 9(7) VALUE ZEROES.
           05 WS-GT-CONTACTED   PIC 9(7) VALUE ZEROES.
           05 WS-GT-RESPONDERS  PIC 9(7) VALUE ZEROES.
           05 WS-GT-RESPONSES   PIC 9(7) VALUE ZEROES.
           05 WS-GT-UNSENT      PIC 9(7) VALUE ZEROES.
           05 WS-GT-SALES       PIC 9(5) VALUE ZEROES.
           05 WS-GT-SALE-AMT    PIC 9(9) VALUE ZEROES.

       01 WS-RATE               PIC 9(3)V99 VALUE ZEROES.

       01 RESULTS-HEADING-LINE.
           05 FILLER            PIC X(35) VALUE
               'CAMPAIGN RESULTS REPORT - RUN DATE '.
           05 RRH-DATE          PIC 9(8).
           05 FILLER            PIC X(89) VALUE SPACES.

       01 RESULTS-COLUMN-LINE-1.
           05 FILLER            PIC X(44) VALUE
               '                               DROP       PI'.
           05 FILLER            PIC X(44) VALUE
               'ECES  PIECES CUSTOMERS RESPON- RESPONSE    S'.
           05 FILLER            PIC X(44) VALUE
               'ALES       SALES   UNSENT                   '.

       01 RESULTS-COLUMN-LINE-2.
           05 FILLER            PIC X(44) VALUE
               'CODE   DESCRIPTION          CH DATE       MA'.
           05 FILLER            PIC X(44) VALUE
               'ILED EMAILED CONTACTED    DERS   RATE %    C'.
           05 FILLER            PIC X(44) VALUE
               'OUNT      AMOUNT    RESPS                   '.

       01 RESULTS-DETAIL-LINE.
           05 RRD-CODE          PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRD-DESC          PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRD-CHANNEL       PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RRD-DROP-DATE     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RRD-MAILED        PIC ZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRD-EMAILED       PIC ZZZZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RRD-CONTACTED     PIC ZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRD-RESPONDERS    PIC ZZZZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RRD-RATE          PIC ZZ9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RRD-SALES         PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RRD-SALE-AMT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RRD-UNSENT        PIC ZZZZZZ9.
           05 FILLER            PIC X(19) VALUE SPACES.

       01 RESULTS-NONE-LINE.
           05 FILLER            PIC X(40) VALUE
               'NO CAMPAIGNS PRODUCED TO DATE'.
           05 FILLER            PIC X(92) VALUE SPACES.

       01 RESULTS-FULL-LINE.
           05 FILLER            PIC X(60) VALUE
               '*** CAMPAIGN TABLE FULL - LATER CAMPAIGNS NOT REPORTED'.
           05 FILLER            PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0120-LOAD-HISTORY THRU 0120-EXIT.
           PERFORM 0130-LOAD-DESCRIPTIONS THRU 0130-EXIT.
           SORT SENTSORT
               ON ASCENDING KEY SSR-CAMPAIGN
                                SSR-CUSTNO
                                SSR-CHANNEL
               USING CAMPSENT
               GIVING SENTWORK.
           SORT RESPSORT
               ON ASCENDING KEY RSR-CAMPAIGN
                                RSR-CUSTNO
                                RSR-DATE
               USING CAMPRESP
               GIVING RESPWORK.
           OPEN INPUT SENTWORK.
           OPEN INPUT RESPWORK.
           PERFORM 0200-READ-SENT THRU 0200-EXIT.
           PERFORM 0210-READ-RESP THRU 0210-EXIT.
           PERFORM 0300-MATCH-CUSTOMER THRU 0300-EXIT
               UNTIL SWK-KEY = HIGH-VALUES
                 AND RWK-KEY = HIGH-VALUES.
           CLOSE SENTWORK.
           CLOSE RESPWORK.
           OPEN OUTPUT CAMPRESRPT.
           PERFORM 0500-PRINT-REPORT THRU 0500-EXIT.
           CLOSE CAMPRESRPT.
           PERFORM 0900-STOP-RUN.

       0120-LOAD-HISTORY.
           OPEN INPUT CAMPHIST.
           IF WS-HIST-STATUS NOT = '00'
               CLOSE CAMPHIST
               GO TO 0120-EXIT
           END-IF.
           READ CAMPHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
           PERFORM 0125-LOAD-HISTORY-RECORD THRU 0125-EXIT
               UNTIL ENDOFHISTFILE.
           CLOSE CAMPHIST.
       0120-EXIT.
           EXIT.

       0125-LOAD-HISTORY-RECORD.
           IF HIST-CAMPAIGN NOT = SPACES
               MOVE HIST-CAMPAIGN TO WS-FIND-CODE
               PERFORM 0400-FIND-CAMPAIGN THRU 0400-EXIT
               IF WS-CI > ZERO
                   MOVE HIST-DROP-DATE TO WS-CT-DROP-DATE(WS-CI)
                   MOVE HIST-CHANNEL   TO WS-CT-CHANNEL(WS-CI)
               END-IF
           END-IF.
           READ CAMPHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
       0125-EXIT.
           EXIT.

       0130-LOAD-DESCRIPTIONS.
           OPEN INPUT CAMPAIGNS.
           IF WS-CAMP-STATUS NOT = '00'
               CLOSE CAMPAIGNS
               GO TO 0130-EXIT
           END-IF.
           READ CAMPAIGNS
               AT END SET ENDOFCAMPFILE TO TRUE
           END-READ.
           PERFORM 0135-LOAD-DESCRIPTION-RECORD THRU 0135-EXIT
               UNTIL ENDOFCAMPFILE.
           CLOSE CAMPAIGNS.
       0130-EXIT.
           EXIT.

       0135-LOAD-DESCRIPTION-RECORD.
           MOVE 'N' TO WS-FIND-SW.
           MOVE CMP-CODE TO WS-FIND-CODE.
           PERFORM 0410-SEARCH-CAMPAIGN THRU 0410-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR CAMPAIGN-FOUND.
           IF CAMPAIGN-FOUND
               MOVE CMP-DESC TO WS-CT-DESC(WS-CI)
           END-IF.
           READ CAMPAIGNS
               AT END SET ENDOFCAMPFILE TO TRUE
           END-READ.
       0135-EXIT.
           EXIT.

       0200-READ-SENT.
           READ SENTWORK
               AT END MOVE HIGH-VALUES TO SWK-KEY
           END-READ.
       0200-EXIT.
           EXIT.

       0210-READ-RESP.
           READ RESPWORK
               AT END MOVE HIGH-VALUES TO RWK-KEY
           END-READ.
           IF RWK-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-RESP-READ
           END-IF.
       0210-EXIT.
           EXIT.

       0300-MATCH-CUSTOMER.
           IF SWK-KEY < RWK-KEY
               MOVE SWK-KEY TO WS-CUR-KEY
           ELSE
               MOVE RWK-KEY TO WS-CUR-KEY
           END-IF.
           MOVE WS-CUR-KEY(1:6) TO WS-FIND-CODE.
           PERFORM 0400-FIND-CAMPAIGN THRU 0400-EXIT.
           MOVE 'N' TO WS-CONTACTED-SW, WS-RESPONDED-SW.
           MOVE SPACE TO WS-PREV-CHANNEL.
           MOVE ZEROES TO WS-RESP-LINES, WS-SALE-LINES,
               WS-SALE-AMOUNT.
           PERFORM 0310-TAKE-SENT THRU 0310-EXIT
               UNTIL SWK-KEY NOT = WS-CUR-KEY.
           PERFORM 0320-TAKE-RESPONSE THRU 0320-EXIT
               UNTIL RWK-KEY NOT = WS-CUR-KEY.
           IF WS-CI = ZERO
               GO TO 0300-EXIT
           END-IF.
           IF CUSTOMER-CONTACTED
               ADD 1 TO WS-CT-CONTACTED(WS-CI)
               IF CUSTOMER-RESPONDED
                   ADD 1 TO WS-CT-RESPONDERS(WS-CI)
                   ADD WS-RESP-LINES  TO WS-CT-RESPONSES(WS-CI)
                   ADD WS-SALE-LINES  TO WS-CT-SALES(WS-CI)
                   ADD WS-SALE-AMOUNT TO WS-CT-SALE-AMT(WS-CI)
               END-IF
           ELSE
               IF CUSTOMER-RESPONDED
                   ADD WS-RESP-LINES TO WS-CT-UNSENT(WS-CI)
               END-IF
           END-IF.
       0300-EXIT.
           EXIT.

       0310-TAKE-SENT.
           MOVE 'Y' TO WS-CONTACTED-SW.
           IF SWK-CHANNEL NOT = WS-PREV-CHANNEL AND WS-CI > ZERO
               IF SWK-CHANNEL = 'M'
                   ADD 1 TO WS-CT-MAILED(WS-CI)
               ELSE
                   ADD 1 TO WS-CT-EMAILED(WS-CI)
               END-IF
           END-IF.
           MOVE SWK-CHANNEL TO WS-PREV-CHANNEL.
           PERFORM 0200-READ-SENT THRU 0200-EXIT.
       0310-EXIT.
           EXIT.

       0320-TAKE-RESPONSE.
           MOVE 'Y' TO WS-RESPONDED-SW.
           ADD 1 TO WS-RESP-LINES.
           IF RWK-SALE-VIN NOT = SPACES
              AND RWK-SALE-AMOUNT IS NUMERIC
               ADD 1 TO WS-SALE-LINES
               ADD RWK-SALE-AMOUNT TO WS-SALE-AMOUNT
           END-IF.
           PERFORM 0210-READ-RESP THRU 0210-EXIT.
       0320-EXIT.
           EXIT.

       0400-FIND-CAMPAIGN.
           MOVE ZEROES TO WS-CI.
           MOVE 'N' TO WS-FIND-SW.
           PERFORM 0410-SEARCH-CAMPAIGN THRU 0410-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR CAMPAIGN-FOUND.
           IF CAMPAIGN-FOUND
               GO TO 0400-EXIT
           END-IF.
           IF WS-CT-COUNT NOT < 2000
               MOVE 'Y' TO WS-TABLE-FULL-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0400-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CI.
           MOVE WS-FIND-CODE TO WS-CT-CODE(WS-CI).
           MOVE 'NOT ON HISTORY' TO WS-CT-DESC(WS-CI).
           MOVE SPACES TO WS-CT-DROP-DATE(WS-CI), WS-CT-CHANNEL(WS-CI).
           MOVE ZEROES TO WS-CT-MAILED(WS-CI), WS-CT-EMAILED(WS-CI),
               WS-CT-CONTACTED(WS-CI), WS-CT-RESPONDERS(WS-CI),
               WS-CT-RESPONSES(WS-CI), WS-CT-UNSENT(WS-CI),
               WS-CT-SALES(WS-CI), WS-CT-SALE-AMT(WS-CI).
       0400-EXIT.
           EXIT.

       0410-SEARCH-CAMPAIGN.
           IF WS-CT-CODE(WS-CT-IDX) = WS-FIND-CODE
               MOVE 'Y' TO WS-FIND-SW
               SET WS-CI TO WS-CT-IDX
           END-IF.
       0410-EXIT.
           EXIT.

       0500-PRINT-REPORT.
           MOVE WS-RUN-DATE TO RRH-DATE.
           WRITE RESULTS-PRINT-LINE FROM RESULTS-HEADING-LINE.
           MOVE SPACES TO RESULTS-PRINT-LINE.
           WRITE RESULTS-PRINT-LINE.
           WRITE RESULTS-PRINT-LINE FROM RESULTS-COLUMN-LINE-1.
           WRITE RESULTS-PRINT-LINE FROM RESULTS-COLUMN-LINE-2.
           IF WS-CT-COUNT = ZERO
               WRITE RESULTS-PRINT-LINE FROM RESULTS-NONE-LINE
               GO TO 0500-EXIT
           END-IF.
           PERFORM 0510-PRINT-CAMPAIGN THRU 0510-EXIT
               VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CT-COUNT.
           MOVE SPACES TO RESULTS-PRINT-LINE.
           WRITE RESULTS-PRINT-LINE.
           MOVE 'TOTAL'          TO RRD-CODE.
           MOVE 'ALL CAMPAIGNS'  TO RRD-DESC.
           MOVE SPACES           TO RRD-CHANNEL, RRD-DROP-DATE.
           MOVE WS-GT-MAILED     TO RRD-MAILED.
           MOVE WS-GT-EMAILED    TO RRD-EMAILED.
           MOVE WS-GT-CONTACTED  TO RRD-CONTACTED.
           MOVE WS-GT-RESPONDERS TO RRD-RESPONDERS.
           MOVE ZEROES TO WS-RATE.
           IF WS-GT-CONTACTED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-GT-RESPONDERS * 100 / WS-GT-CONTACTED
           END-IF.
           MOVE WS-RATE          TO RRD-RATE.
           MOVE WS-GT-SALES      TO RRD-SALES.
           MOVE WS-GT-SALE-AMT   TO RRD-SALE-AMT.
           MOVE WS-GT-UNSENT     TO RRD-UNSENT.
           WRITE RESULTS-PRINT-LINE FROM RESULTS-DETAIL-LINE.
           IF CAMP-TABLE-FULL
               WRITE RESULTS-PRINT-LINE FROM RESULTS-FULL-LINE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-PRINT-CAMPAIGN.
           MOVE WS-CT-CODE(WS-CI)       TO RRD-CODE.
           MOVE WS-CT-DESC(WS-CI)       TO RRD-DESC.
           MOVE WS-CT-CHANNEL(WS-CI)    TO RRD-CHANNEL.
           MOVE WS-CT-DROP-DATE(WS-CI)  TO RRD-DROP-DATE.
           MOVE WS-CT-MAILED(WS-CI)     TO RRD-MAILED.
           MOVE WS-CT-EMAILED(WS-CI)    TO RRD-EMAILED.
           MOVE WS-CT-CONTACTED(WS-CI)  TO RRD-CONTACTED.
           MOVE WS-CT-RESPONDERS(WS-CI) TO RRD-RESPONDERS.
           MOVE ZEROES TO WS-RATE.
           IF WS-CT-CONTACTED(WS-CI) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CT-RESPONDERS(WS-CI) * 100
                   / WS-CT-CONTACTED(WS-CI)
           END-IF.
           MOVE WS-RATE                 TO RRD-RATE.
           MOVE WS-CT-SALES(WS-CI)      TO RRD-SALES.
           MOVE WS-CT-SALE-AMT(WS-CI)   TO RRD-SALE-AMT.
           MOVE WS-CT-UNSENT(WS-CI)     TO RRD-UNSENT.
           WRITE RESULTS-PRINT-LINE FROM RESULTS-DETAIL-LINE.
           ADD WS-CT-MAILED(WS-CI)     TO WS-GT-MAILED.
           ADD WS-CT-EMAILED(WS-CI)    TO WS-GT-EMAILED.
           ADD WS-CT-CONTACTED(WS-CI)  TO WS-GT-CONTACTED.
           ADD WS-CT-RESPONDERS(WS-CI) TO WS-GT-RESPONDERS.
           ADD WS-CT-RESPONSES(WS-CI)  TO WS-GT-RESPONSES.
           ADD WS-CT-UNSENT(WS-CI)     TO WS-GT-UNSENT.
           ADD WS-CT-SALES(WS-CI)      TO WS-GT-SALES.
           ADD WS-CT-SALE-AMT(WS-CI)   TO WS-GT-SALE-AMT.
       0510-EXIT.
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
           MOVE 'CAMPRESULTS'    TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-RESP-READ     TO RUNLOG-REC-COUNT.
           IF CAMP-TABLE-FULL
               MOVE 'TABLE FULL' TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'   TO RUNLOG-STATUS
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM CAMPRESULTS.
