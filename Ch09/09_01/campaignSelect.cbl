       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGNSEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CAMPAIGNS ASSIGN TO "CAMPAIGNS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAMP-STATUS.
       SELECT OPTIONAL CAMPHIST ASSIGN TO "CAMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.
       SELECT CUSTMASTER ASSIGN TO "CUSTMASTER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CM-CUSTNO
            ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
            FILE STATUS IS WS-CM-STATUS.
       SELECT OPTIONAL EMAILSUPPRESS ASSIGN TO "EMAILSUPPRESS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUPP-STATUS.
       SELECT OPTIONAL BRANCHAREA ASSIGN TO "BRANCHAREA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BRA-STATUS.
       SELECT CAMPMAIL ASSIGN TO DYNAMIC WS-CAMPMAIL-NAME
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CAMPMERGE ASSIGN TO DYNAMIC WS-CAMPMERGE-NAME
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CAMPSENT ASSIGN TO "CAMPSENT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SENT-STATUS.
       SELECT CAMPSELRPT ASSIGN TO "CAMPSELRPT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CAMPSORT ASSIGN TO "CAMPSORT.TMP".
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
               88 CMP-CHANNEL-VALID VALUE 'M' 'E' 'B'.
               88 CMP-BY-MAIL       VALUE 'M' 'B'.
               88 CMP-BY-EMAIL      VALUE 'E' 'B'.
           05  FILLER            PIC X(1).
           05  CMP-DROP-DATE     PIC X(8).
           05  CMP-DROP-DATE-N REDEFINES CMP-DROP-DATE PIC 9(8).
           05  FILLER            PIC X(1).
           05  CMP-SEL-TYPE      PIC X.
               88 CMP-SEL-TYPE-VALID VALUE 'A' 'S' 'Z' 'B'.
               88 CMP-SEL-ALL       VALUE 'A'.
               88 CMP-SEL-STATE     VALUE 'S'.
               88 CMP-SEL-BRANCH    VALUE 'B'.
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
           05  HIST-DROP-DATE    PIC 9(8).
           05  FILLER            PIC X(1).
           05  HIST-CHANNEL      PIC X.
           05  FILLER            PIC X(1).
           05  HIST-MAIL-COUNT   PIC 9(7).
           05  FILLER            PIC X(1).
           05  HIST-EMAIL-COUNT  PIC 9(7).

       FD CUSTMASTER.
       01 CM-RECORD.
           05  CM-CUSTNO        PIC 9(8).
           05  CM-NAME-KEY.
               10  CM-LASTNAME  PIC X(10).
               10  CM-FIRSTNAME PIC X(10).
           05  CM-ADDRESS.
               10  CM-HOUSENUM  PIC X(5).
               10  CM-STREETNAME PIC X(20).
               10  CM-CITY      PIC X(15).
               10  CM-STATE     PIC X(2).
               10  CM-ZIP       PIC X(5).
           05  CM-EMAIL         PIC X(39).
           05  CM-STATUS        PIC X.
               88  CM-ACTIVE        VALUE 'A'.
               88  CM-INACTIVE      VALUE 'I'.
           05  CM-SEEN-SW       PIC X.
               88  CM-SEEN-THIS-RUN VALUE 'Y'.
           05  CM-ADDED-DATE    PIC 9(8).
           05  CM-LAST-SEEN     PIC 9(8).
           05  CM-STATUS-DATE   PIC 9(8).
           05  CM-ADDR-SW       PIC X.
               88  CM-ADDR-VALID    VALUE 'V'.
               88  CM-ADDR-BAD      VALUE 'B'.

       FD EMAILSUPPRESS.
       01 SUPPRESS-RECORD.
           88 ENDOFSUPPRFILE VALUE HIGH-VALUES.
           05  SUPP-EMAIL        PIC X(39).

       FD BRANCHAREA.
       01 BRANCHAREA-RECORD.
           88 ENDOFBRAFILE VALUE HIGH-VALUES.
           05  BRA-BRANCH-CODE   PIC X(3).
           05  FILLER            PIC X(1).
           05  BRA-ZIP-PREFIX    PIC X(5).

       FD CAMPMAIL.
       01 CAMPMAIL-LINE          PIC X(44).

       FD CAMPMERGE.
       01 CAMPMERGE-RECORD.
           05  MERGE-FIRSTNAME  PIC X(10).
           05  FILLER           PIC X(1).
           05  MERGE-LASTNAME   PIC X(10).
           05  FILLER           PIC X(1).
           05  MERGE-EMAIL      PIC X(39).
           05  FILLER           PIC X(1).
           05  MERGE-CUSTNO     PIC 9(8).
           05  FILLER           PIC X(1).
           05  MERGE-CAMPAIGN   PIC X(6).

       FD CAMPSENT.
       01 CAMPSENT-RECORD.
           05  SENT-CAMPAIGN     PIC X(6).
           05  FILLER            PIC X(1).
           05  SENT-CUSTNO       PIC 9(8).
           05  FILLER            PIC X(1).
           05  SENT-CHANNEL      PIC X.
           05  FILLER            PIC X(1).
           05  SENT-DATE         PIC 9(8).

       FD CAMPSELRPT.
       01 CAMPSEL-LINE           PIC X(80).

       SD CAMPSORT.
       01 CAMPSORT-REC.
           05  CS-ZIP           PIC X(5).
           05  CS-HOUSENUM      PIC X(5).
           05  CS-STREETNAME    PIC X(20).
           05  CS-LASTNAME      PIC X(10).
           05  CS-FIRSTNAME     PIC X(10).
           05  CS-CITY          PIC X(15).
           05  CS-STATE         PIC X(2).
           05  CS-CUSTNO        PIC 9(8).

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
           05 WS-CM-STATUS      PIC XX   VALUE SPACES.
           05 WS-SUPP-STATUS    PIC XX   VALUE SPACES.
           05 WS-BRA-STATUS     PIC XX   VALUE SPACES.
           05 WS-SENT-STATUS    PIC XX   VALUE SPACES.
           05 WS-CM-ERROR-SW    PIC X    VALUE 'N'.
               88 CUSTMASTER-NOT-AVAILABLE VALUE 'Y'.
           05 WS-CM-EOF-SW      PIC X    VALUE 'N'.
               88 ENDOFCUSTMASTER   VALUE 'Y'.
           05 WS-SORT-EOF-SW    PIC X    VALUE 'N'.
               88 ENDOFSORTFILE     VALUE 'Y'.
           05 WS-CAMP-VALID-SW  PIC X    VALUE 'N'.
               88 CAMPAIGN-IS-VALID VALUE 'Y'.
           05 WS-HIST-MATCH-SW  PIC X    VALUE 'N'.
               88 CAMPAIGN-PRODUCED VALUE 'Y'.
           05 WS-HIST-FULL-SW   PIC X    VALUE 'N'.
               88 HIST-TABLE-FULL   VALUE 'Y'.
           05 WS-SELECT-SW      PIC X    VALUE 'N'.
               88 CUSTOMER-SELECTED VALUE 'Y'.
           05 WS-SUPP-MATCH-SW  PIC X    VALUE 'N'.
               88 EMAIL-IS-SUPPRESSED VALUE 'Y'.
           05 WS-REJECT-REASON  PIC X(30) VALUE SPACES.
           05 WS-SEL-WORK       PIC X(5) VALUE SPACES.
           05 WS-CODE-LEN       PIC 9(2) VALUE ZEROES.
           05 WS-VALUE-LEN      PIC 9(2) VALUE ZEROES.
           05 WS-SUB            PIC 9(2) VALUE ZEROES.
           05 WS-DUE-DAYS       PIC 9(7) VALUE ZEROES.
           05 WS-RUN-DAYS       PIC 9(7) VALUE ZEROES.
           05 WS-SENT-CUSTNO    PIC 9(8) VALUE ZEROES.
           05 WS-SENT-CHANNEL   PIC X    VALUE SPACE.

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05 WS-START-TIME     PIC X(8)  VALUE SPACES.
           05 WS-END-TIME       PIC X(8)  VALUE SPACES.

       01 WS-RUN-DATE           PIC 9(8) VALUE ZEROES.

       01 WS-FILE-NAMES.
           05 WS-CAMPMAIL-NAME  PIC X(25) VALUE SPACES.
           05 WS-CAMPMERGE-NAME PIC X(25) VALUE SPACES.

       01 WS-RUN-TOTALS.
           05 WS-CAMP-READ      PIC 9(5) VALUE ZEROES.
           05 WS-CAMP-PRODUCED  PIC 9(5) VALUE ZEROES.
           05 WS-CAMP-WAITING   PIC 9(5) VALUE ZEROES.
           05 WS-CAMP-REJECTED  PIC 9(5) VALUE ZEROES.
           05 WS-TOTAL-PIECES   PIC 9(7) VALUE ZEROES.

       01 WS-CAMPAIGN-COUNTS.
           05 WS-SELECTED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-MAILED-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-BADADDR-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-EMAILED-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-SUPPRESSED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-NOEMAIL-COUNT  PIC 9(7) VALUE ZEROES.

       01 WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZEROES.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10 WS-HIST-CODE   PIC X(6).

       01 WS-SUPPRESS-TABLE.
           05 WS-SUPP-COUNT     PIC 999  VALUE ZEROES.
           05 WS-SUPP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SUPP-IDX.
               10 WS-SUPP-EMAIL  PIC X(39).

       01 WS-BRANCH-AREA-TABLE.
           05 WS-BRA-COUNT      PIC 999  VALUE ZEROES.
           05 WS-BRA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BRA-IDX.
               10 WS-BRA-BRANCH  PIC X(3).
               10 WS-BRA-PREFIX  PIC X(5).

       01 WS-SELECTION-TABLE.
           05 WS-SEL-COUNT      PIC 999  VALUE ZEROES.
           05 WS-SEL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-SEL-IDX.
               10 WS-SEL-VALUE   PIC X(5).
               10 WS-SEL-LEN     PIC 9.

       01 WS-HOUSEHOLD-FIELDS.
           05 WS-HOUSEHOLD-KEY  PIC X(30).
           05 WS-PREV-HOUSEHOLD-KEY PIC X(30) VALUE LOW-VALUES.

       01 WS-MAIL-LINES.
           05 WS-FULLNAME       PIC X(26).
           05 WS-ADDRESSLINE    PIC X(26).
           05 WS-CITYLINE       PIC X(26).

       01 WS-NAME-LINE.
           05 WS-NL-NAME        PIC X(26).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-NL-CUSTNO      PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-NL-CAMPAIGN    PIC X(6).

       01 CAMPMAIL-TOTAL-LINE.
           05 FILLER            PIC X(9)  VALUE 'CAMPAIGN '.
           05 CML-CODE          PIC X(6).
           05 FILLER            PIC X(6)  VALUE ' DROP '.
           05 CML-DROP-DATE     PIC X(8).
           05 FILLER            PIC X(8)  VALUE ' PIECES '.
           05 CML-PIECES        PIC ZZZZZZ9.

       01 CAMPSEL-HEADING-LINE.
           05 FILLER            PIC X(37) VALUE
               'CAMPAIGN SELECTION REPORT - RUN DATE '.
           05 CSR-HDG-DATE      PIC 9(8).
           05 FILLER            PIC X(35) VALUE SPACES.

       01 CAMPSEL-COLUMN-LINE.
           05 FILLER            PIC X(40) VALUE
               'CODE   CH DROP DATE  SELECTED   MAILED  '.
           05 FILLER            PIC X(40) VALUE
               'BAD ADDR  EMAILED SUPPRESS NO EMAIL     '.

       01 CAMPSEL-DETAIL-LINE.
           05 CSR-CODE          PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-CHANNEL       PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CSR-DROP-DATE     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-SELECTED      PIC ZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-MAILED        PIC ZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-BADADDR       PIC ZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-EMAILED       PIC ZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-SUPPRESSED    PIC ZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-NOEMAIL       PIC ZZZZZZZ9.
           05 FILLER            PIC X(8)  VALUE SPACES.

       01 CAMPSEL-NOTE-LINE.
           05 CSR-NOTE-CODE     PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CSR-NOTE-TEXT     PIC X(14).
           05 CSR-NOTE-DETAIL   PIC X(30).
           05 FILLER            PIC X(29) VALUE SPACES.

       01 CAMPSEL-SUMMARY-LINE.
           05 CSR-SUM-LABEL     PIC X(30).
           05 CSR-SUM-COUNT     PIC ZZZZZZ9.
           05 FILLER            PIC X(43) VALUE SPACES.

       01 CAMPSEL-NONE-LINE.
           05 FILLER            PIC X(40) VALUE
               'NO CAMPAIGN CONTROL FILE TONIGHT'.
           05 FILLER            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 0120-LOAD-HISTORY THRU 0120-EXIT.
           IF HIST-TABLE-FULL
               DISPLAY 'CAMPAIGNSEL - CAMPHIST.DAT HAS MORE ENTRIES '
                   'THAN THE HISTORY TABLE HOLDS - NO CAMPAIGNS RUN'
               MOVE 8 TO RETURN-CODE
               GO TO 0900-STOP-RUN
           END-IF.
           PERFORM 0130-LOAD-SUPPRESSION THRU 0130-EXIT.
           PERFORM 0140-LOAD-BRANCH-AREAS THRU 0140-EXIT.
           OPEN OUTPUT CAMPSELRPT.
           MOVE WS-RUN-DATE TO CSR-HDG-DATE.
           WRITE CAMPSEL-LINE FROM CAMPSEL-HEADING-LINE.
           MOVE SPACES TO CAMPSEL-LINE.
           WRITE CAMPSEL-LINE.
           WRITE CAMPSEL-LINE FROM CAMPSEL-COLUMN-LINE.
           OPEN INPUT CAMPAIGNS.
           IF WS-CAMP-STATUS NOT = '00'
               CLOSE CAMPAIGNS
               WRITE CAMPSEL-LINE FROM CAMPSEL-NONE-LINE
               CLOSE CAMPSELRPT
               GO TO 0900-STOP-RUN
           END-IF.
           READ CAMPAIGNS
               AT END SET ENDOFCAMPFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-CAMPAIGN THRU 0200-EXIT
               UNTIL ENDOFCAMPFILE.
           CLOSE CAMPAIGNS.
           PERFORM 0600-WRITE-SUMMARY THRU 0600-EXIT.
           CLOSE CAMPSELRPT.
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
              AND WS-HIST-COUNT NOT < 2000
               MOVE 'Y' TO WS-HIST-FULL-SW
           END-IF.
           IF WS-HIST-COUNT < 2000
              AND HIST-CAMPAIGN NOT = SPACES
               ADD 1 TO WS-HIST-COUNT
               MOVE HIST-CAMPAIGN TO WS-HIST-CODE(WS-HIST-COUNT)
           END-IF.
           READ CAMPHIST
               AT END SET ENDOFHISTFILE TO TRUE
           END-READ.
       0125-EXIT.
           EXIT.

       0130-LOAD-SUPPRESSION.
           OPEN INPUT EMAILSUPPRESS.
           IF WS-SUPP-STATUS NOT = '00'
               CLOSE EMAILSUPPRESS
               GO TO 0130-EXIT
           END-IF.
           READ EMAILSUPPRESS
               AT END SET ENDOFSUPPRFILE TO TRUE
           END-READ.
           PERFORM 0135-LOAD-SUPPRESS-RECORD THRU 0135-EXIT
               UNTIL ENDOFSUPPRFILE.
           CLOSE EMAILSUPPRESS.
       0130-EXIT.
           EXIT.

       0135-LOAD-SUPPRESS-RECORD.
           IF WS-SUPP-COUNT < 500
              AND SUPP-EMAIL NOT = SPACES
               ADD 1 TO WS-SUPP-COUNT
               MOVE SUPP-EMAIL TO WS-SUPP-EMAIL(WS-SUPP-COUNT)
           END-IF.
           READ EMAILSUPPRESS
               AT END SET ENDOFSUPPRFILE TO TRUE
           END-READ.
       0135-EXIT.
           EXIT.

       0140-LOAD-BRANCH-AREAS.
           OPEN INPUT BRANCHAREA.
           IF WS-BRA-STATUS NOT = '00'
               CLOSE BRANCHAREA
               GO TO 0140-EXIT
           END-IF.
           READ BRANCHAREA
               AT END SET ENDOFBRAFILE TO TRUE
           END-READ.
           PERFORM 0145-LOAD-BRANCH-AREA-RECORD THRU 0145-EXIT
               UNTIL ENDOFBRAFILE.
           CLOSE BRANCHAREA.
       0140-EXIT.
           EXIT.

       0145-LOAD-BRANCH-AREA-RECORD.
           IF WS-BRA-COUNT < 200
              AND BRA-BRANCH-CODE NOT = SPACES
              AND BRA-ZIP-PREFIX NOT = SPACES
               ADD 1 TO WS-BRA-COUNT
               MOVE BRA-BRANCH-CODE TO WS-BRA-BRANCH(WS-BRA-COUNT)
               MOVE BRA-ZIP-PREFIX  TO WS-BRA-PREFIX(WS-BRA-COUNT)
           END-IF.
           READ BRANCHAREA
               AT END SET ENDOFBRAFILE TO TRUE
           END-READ.
       0145-EXIT.
           EXIT.

       0200-PROCESS-CAMPAIGN.
           ADD 1 TO WS-CAMP-READ.
           PERFORM 0210-EDIT-CAMPAIGN THRU 0210-EXIT.
           IF NOT CAMPAIGN-IS-VALID
               PERFORM 0290-WRITE-REJECT THRU 0290-EXIT
               GO TO 0200-READ-NEXT
           END-IF.
           PERFORM 0220-CHECK-HISTORY THRU 0220-EXIT.
           IF CAMPAIGN-PRODUCED
               GO TO 0200-READ-NEXT
           END-IF.
           COMPUTE WS-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE(CMP-DROP-DATE-N) - 1.
           IF WS-DUE-DAYS > WS-RUN-DAYS
               ADD 1 TO WS-CAMP-WAITING
               MOVE CMP-CODE TO CSR-NOTE-CODE
               MOVE 'WAITING'  TO CSR-NOTE-TEXT
               MOVE SPACES TO CSR-NOTE-DETAIL
               STRING 'DROP DATE ' CMP-DROP-DATE DELIMITED BY SIZE
                   INTO CSR-NOTE-DETAIL
               WRITE CAMPSEL-LINE FROM CAMPSEL-NOTE-LINE
               GO TO 0200-READ-NEXT
           END-IF.
           PERFORM 0300-BUILD-SELECTION THRU 0300-EXIT.
           IF NOT CMP-SEL-ALL AND WS-SEL-COUNT = ZERO
               IF CMP-SEL-BRANCH
                   MOVE 'NO TRADE AREA ON BRANCHAREA'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'NO SELECTION VALUES' TO WS-REJECT-REASON
               END-IF
               PERFORM 0290-WRITE-REJECT THRU 0290-EXIT
               GO TO 0200-READ-NEXT
           END-IF.
           PERFORM 0400-PRODUCE-CAMPAIGN THRU 0400-EXIT.
           IF CUSTMASTER-NOT-AVAILABLE
               SET ENDOFCAMPFILE TO TRUE
               GO TO 0200-EXIT
           END-IF.
           IF HIST-TABLE-FULL
               SET ENDOFCAMPFILE TO TRUE
               GO TO 0200-EXIT
           END-IF.
       0200-READ-NEXT.
           READ CAMPAIGNS
               AT END SET ENDOFCAMPFILE TO TRUE
           END-READ.
       0200-EXIT.
           EXIT.

       0210-EDIT-CAMPAIGN.
           MOVE 'N' TO WS-CAMP-VALID-SW.
           MOVE ZEROES TO WS-CODE-LEN.
           INSPECT CMP-CODE TALLYING WS-CODE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CODE-LEN = ZERO
               MOVE 'NO CAMPAIGN CODE' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           IF WS-CODE-LEN < 6
              AND CMP-CODE(WS-CODE-LEN + 1:) NOT = SPACES
               MOVE 'SPACE IN CAMPAIGN CODE' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           IF NOT CMP-CHANNEL-VALID
               MOVE 'CHANNEL NOT M, E OR B' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           IF CMP-DROP-DATE NOT NUMERIC
               MOVE 'INVALID DROP DATE' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CMP-DROP-DATE-N) NOT = ZERO
               MOVE 'INVALID DROP DATE' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           IF NOT CMP-SEL-TYPE-VALID
               MOVE 'SELECTION NOT A, S, Z OR B' TO WS-REJECT-REASON
               GO TO 0210-EXIT
           END-IF.
           MOVE 'Y' TO WS-CAMP-VALID-SW.
       0210-EXIT.
           EXIT.

       0220-CHECK-HISTORY.
           MOVE 'N' TO WS-HIST-MATCH-SW.
           PERFORM 0225-SEARCH-HISTORY THRU 0225-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR CAMPAIGN-PRODUCED.
       0220-EXIT.
           EXIT.

       0225-SEARCH-HISTORY.
           IF WS-HIST-CODE(WS-HIST-IDX) = CMP-CODE
               MOVE 'Y' TO WS-HIST-MATCH-SW
           END-IF.
       0225-EXIT.
           EXIT.

       0290-WRITE-REJECT.
           ADD 1 TO WS-CAMP-REJECTED.
           MOVE CMP-CODE TO CSR-NOTE-CODE.
           MOVE 'REJECTED'  TO CSR-NOTE-TEXT.
           MOVE WS-REJECT-REASON TO CSR-NOTE-DETAIL.
           WRITE CAMPSEL-LINE FROM CAMPSEL-NOTE-LINE.
       0290-EXIT.
           EXIT.

       0300-BUILD-SELECTION.
           MOVE ZEROES TO WS-SEL-COUNT.
           IF CMP-SEL-ALL
               GO TO 0300-EXIT
           END-IF.
           IF CMP-SEL-BRANCH
               PERFORM 0320-ADD-BRANCH-AREA THRU 0320-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
                   AFTER WS-BRA-IDX FROM 1 BY 1
                       UNTIL WS-BRA-IDX > WS-BRA-COUNT
           ELSE
               PERFORM 0310-ADD-SELECTION-VALUE THRU 0310-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           END-IF.
       0300-EXIT.
           EXIT.

       0310-ADD-SELECTION-VALUE.
           IF CMP-SEL-VALUE(WS-SUB) NOT = SPACES
               MOVE CMP-SEL-VALUE(WS-SUB) TO WS-SEL-WORK
               PERFORM 0330-STORE-SELECTION THRU 0330-EXIT
           END-IF.
       0310-EXIT.
           EXIT.

       0320-ADD-BRANCH-AREA.
           IF CMP-SEL-VALUE(WS-SUB) NOT = SPACES
              AND WS-BRA-BRANCH(WS-BRA-IDX) = CMP-SEL-VALUE(WS-SUB)
               MOVE WS-BRA-PREFIX(WS-BRA-IDX) TO WS-SEL-WORK
               PERFORM 0330-STORE-SELECTION THRU 0330-EXIT
           END-IF.
       0320-EXIT.
           EXIT.

       0330-STORE-SELECTION.
           MOVE ZEROES TO WS-VALUE-LEN.
           INSPECT WS-SEL-WORK TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-VALUE-LEN = ZERO OR WS-SEL-COUNT NOT < 100
               GO TO 0330-EXIT
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-SEL-WORK    TO WS-SEL-VALUE(WS-SEL-COUNT).
           MOVE WS-VALUE-LEN   TO WS-SEL-LEN(WS-SEL-COUNT).
       0330-EXIT.
           EXIT.

       0400-PRODUCE-CAMPAIGN.
           MOVE ZEROES TO WS-SELECTED-COUNT, WS-MAILED-COUNT,
               WS-BADADDR-COUNT, WS-EMAILED-COUNT,
               WS-SUPPRESSED-COUNT, WS-NOEMAIL-COUNT.
           OPEN INPUT CUSTMASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'CAMPAIGNSEL - CUSTMASTER.DAT NOT AVAILABLE - '
                   'STATUS ' WS-CM-STATUS
               MOVE 'Y' TO WS-CM-ERROR-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0400-EXIT
           END-IF.
           OPEN EXTEND CAMPSENT.
           IF WS-SENT-STATUS = '05' OR WS-SENT-STATUS = '35'
               OPEN OUTPUT CAMPSENT
           END-IF.
           IF CMP-BY-EMAIL
               MOVE SPACES TO WS-CAMPMERGE-NAME
               STRING 'EMAILMERGE.' DELIMITED BY SIZE
                   CMP-CODE DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
                   INTO WS-CAMPMERGE-NAME
               OPEN OUTPUT CAMPMERGE
           END-IF.
           IF CMP-BY-MAIL
               MOVE SPACES TO WS-CAMPMAIL-NAME
               STRING 'mailing.' DELIMITED BY SIZE
                   CMP-CODE DELIMITED BY SPACE
                   '.lpt' DELIMITED BY SIZE
                   INTO WS-CAMPMAIL-NAME
               OPEN OUTPUT CAMPMAIL
               SORT CAMPSORT
                   ON ASCENDING KEY CS-ZIP
                                    CS-HOUSENUM
                                    CS-STREETNAME
                   INPUT PROCEDURE IS 0410-SCAN-MASTER
                       THRU 0410-EXIT
                   OUTPUT PROCEDURE IS 0500-WRITE-CAMPAIGN-MAIL
                       THRU 0500-EXIT
               MOVE SPACES TO CAMPMAIL-LINE
               WRITE CAMPMAIL-LINE
               MOVE CMP-CODE TO CML-CODE
               MOVE CMP-DROP-DATE TO CML-DROP-DATE
               MOVE WS-MAILED-COUNT TO CML-PIECES
               WRITE CAMPMAIL-LINE FROM CAMPMAIL-TOTAL-LINE
               CLOSE CAMPMAIL
           ELSE
               PERFORM 0410-SCAN-MASTER THRU 0410-EXIT
           END-IF.
           IF CMP-BY-EMAIL
               CLOSE CAMPMERGE
           END-IF.
           CLOSE CAMPSENT.
           CLOSE CUSTMASTER.
           PERFORM 0450-WRITE-HISTORY THRU 0450-EXIT.
           ADD 1 TO WS-CAMP-PRODUCED.
           ADD WS-MAILED-COUNT WS-EMAILED-COUNT TO WS-TOTAL-PIECES.
           MOVE CMP-CODE            TO CSR-CODE.
           MOVE CMP-CHANNEL         TO CSR-CHANNEL.
           MOVE CMP-DROP-DATE       TO CSR-DROP-DATE.
           MOVE WS-SELECTED-COUNT   TO CSR-SELECTED.
           MOVE WS-MAILED-COUNT     TO CSR-MAILED.
           MOVE WS-BADADDR-COUNT    TO CSR-BADADDR.
           MOVE WS-EMAILED-COUNT    TO CSR-EMAILED.
           MOVE WS-SUPPRESSED-COUNT TO CSR-SUPPRESSED.
           MOVE WS-NOEMAIL-COUNT    TO CSR-NOEMAIL.
           WRITE CAMPSEL-LINE FROM CAMPSEL-DETAIL-LINE.
       0400-EXIT.
           EXIT.

       0410-SCAN-MASTER.
           MOVE 'N' TO WS-CM-EOF-SW.
           MOVE LOW-VALUES TO WS-PREV-HOUSEHOLD-KEY.
           READ CUSTMASTER NEXT RECORD
               AT END SET ENDOFCUSTMASTER TO TRUE
           END-READ.
           PERFORM 0420-CHECK-CUSTOMER THRU 0420-EXIT
               UNTIL ENDOFCUSTMASTER.
       0410-EXIT.
           EXIT.

       0420-CHECK-CUSTOMER.
           IF NOT CM-ACTIVE
               GO TO 0420-READ-NEXT
           END-IF.
           PERFORM 0430-MATCH-SELECTION THRU 0430-EXIT.
           IF NOT CUSTOMER-SELECTED
               GO TO 0420-READ-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           IF CMP-BY-MAIL
               IF CM-ADDR-VALID
                   MOVE CM-ZIP        TO CS-ZIP
                   MOVE CM-HOUSENUM   TO CS-HOUSENUM
                   MOVE CM-STREETNAME TO CS-STREETNAME
                   MOVE CM-LASTNAME   TO CS-LASTNAME
                   MOVE CM-FIRSTNAME  TO CS-FIRSTNAME
                   MOVE CM-CITY       TO CS-CITY
                   MOVE CM-STATE      TO CS-STATE
                   MOVE CM-CUSTNO     TO CS-CUSTNO
                   RELEASE CAMPSORT-REC
               ELSE
                   ADD 1 TO WS-BADADDR-COUNT
               END-IF
           END-IF.
           IF CMP-BY-EMAIL
               PERFORM 0440-WRITE-CAMPAIGN-MERGE THRU 0440-EXIT
           END-IF.
       0420-READ-NEXT.
           READ CUSTMASTER NEXT RECORD
               AT END SET ENDOFCUSTMASTER TO TRUE
           END-READ.
       0420-EXIT.
           EXIT.

       0430-MATCH-SELECTION.
           MOVE 'N' TO WS-SELECT-SW.
           IF CMP-SEL-ALL
               MOVE 'Y' TO WS-SELECT-SW
               GO TO 0430-EXIT
           END-IF.
           PERFORM 0435-SEARCH-SELECTION THRU 0435-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT
                  OR CUSTOMER-SELECTED.
       0430-EXIT.
           EXIT.

       0435-SEARCH-SELECTION.
           IF CMP-SEL-STATE
               IF CM-STATE = WS-SEL-VALUE(WS-SEL-IDX)
                   MOVE 'Y' TO WS-SELECT-SW
               END-IF
           ELSE
               IF CM-ZIP(1:WS-SEL-LEN(WS-SEL-IDX)) =
                  WS-SEL-VALUE(WS-SEL-IDX)(1:WS-SEL-LEN(WS-SEL-IDX))
                   MOVE 'Y' TO WS-SELECT-SW
               END-IF
           END-IF.
       0435-EXIT.
           EXIT.

       0440-WRITE-CAMPAIGN-MERGE.
           IF CM-EMAIL = SPACES
               ADD 1 TO WS-NOEMAIL-COUNT
               GO TO 0440-EXIT
           END-IF.
           MOVE 'N' TO WS-SUPP-MATCH-SW.
           PERFORM 0445-SEARCH-SUPPRESSION THRU 0445-EXIT
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                  OR EMAIL-IS-SUPPRESSED.
           IF EMAIL-IS-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO 0440-EXIT
           END-IF.
           MOVE SPACES       TO CAMPMERGE-RECORD.
           MOVE CM-FIRSTNAME TO MERGE-FIRSTNAME.
           MOVE CM-LASTNAME  TO MERGE-LASTNAME.
           MOVE CM-EMAIL     TO MERGE-EMAIL.
           MOVE CM-CUSTNO    TO MERGE-CUSTNO.
           MOVE CMP-CODE     TO MERGE-CAMPAIGN.
           WRITE CAMPMERGE-RECORD.
           ADD 1 TO WS-EMAILED-COUNT.
           MOVE CM-CUSTNO TO WS-SENT-CUSTNO.
           MOVE 'E' TO WS-SENT-CHANNEL.
           PERFORM 0460-WRITE-SENT THRU 0460-EXIT.
       0440-EXIT.
           EXIT.

       0445-SEARCH-SUPPRESSION.
           IF WS-SUPP-EMAIL(WS-SUPP-IDX) = CM-EMAIL
               MOVE 'Y' TO WS-SUPP-MATCH-SW
           END-IF.
       0445-EXIT.
           EXIT.

       0450-WRITE-HISTORY.
           OPEN EXTEND CAMPHIST.
           IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
               OPEN OUTPUT CAMPHIST
           END-IF.
           MOVE SPACES           TO CAMPHIST-RECORD.
           MOVE CMP-CODE         TO HIST-CAMPAIGN.
           MOVE WS-RUN-DATE      TO HIST-RUN-DATE.
           MOVE CMP-DROP-DATE    TO HIST-DROP-DATE.
           MOVE CMP-CHANNEL      TO HIST-CHANNEL.
           MOVE WS-MAILED-COUNT  TO HIST-MAIL-COUNT.
           MOVE WS-EMAILED-COUNT TO HIST-EMAIL-COUNT.
           WRITE CAMPHIST-RECORD.
           CLOSE CAMPHIST.
           IF WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE CMP-CODE TO WS-HIST-CODE(WS-HIST-COUNT)
           ELSE
               DISPLAY 'CAMPAIGNSEL - CAMPAIGN HISTORY TABLE FULL '
                   'AFTER ' CMP-CODE ' - REMAINING CAMPAIGNS NOT RUN'
               MOVE 'Y' TO WS-HIST-FULL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       0450-EXIT.
           EXIT.

       0460-WRITE-SENT.
           MOVE SPACES          TO CAMPSENT-RECORD.
           MOVE CMP-CODE        TO SENT-CAMPAIGN.
           MOVE WS-SENT-CUSTNO  TO SENT-CUSTNO.
           MOVE WS-SENT-CHANNEL TO SENT-CHANNEL.
           MOVE WS-RUN-DATE     TO SENT-DATE.
           WRITE CAMPSENT-RECORD.
       0460-EXIT.
           EXIT.

       0500-WRITE-CAMPAIGN-MAIL.
           MOVE 'N' TO WS-SORT-EOF-SW.
           RETURN CAMPSORT
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
           PERFORM 0510-WRITE-MAIL-PIECE THRU 0510-EXIT
               UNTIL ENDOFSORTFILE.
       0500-EXIT.
           EXIT.

       0510-WRITE-MAIL-PIECE.
           MOVE SPACES TO WS-HOUSEHOLD-KEY.
           STRING CS-HOUSENUM DELIMITED BY SIZE
             CS-STREETNAME DELIMITED BY SIZE
             CS-ZIP DELIMITED BY SIZE INTO WS-HOUSEHOLD-KEY.
           IF WS-HOUSEHOLD-KEY = WS-PREV-HOUSEHOLD-KEY
               GO TO 0510-RETURN-NEXT
           END-IF.
           MOVE WS-HOUSEHOLD-KEY TO WS-PREV-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-FULLNAME, WS-ADDRESSLINE, WS-CITYLINE.
           STRING CS-FIRSTNAME DELIMITED BY ' ' SPACE
             CS-LASTNAME DELIMITED BY SIZE INTO WS-FULLNAME.
           STRING CS-HOUSENUM DELIMITED BY ' ' SPACE
             CS-STREETNAME DELIMITED BY SIZE INTO WS-ADDRESSLINE.
           STRING CS-CITY DELIMITED BY ' ' ',' SPACE
             CS-STATE DELIMITED BY ' ' SPACE CS-ZIP
             INTO WS-CITYLINE.
           MOVE WS-FULLNAME TO WS-NL-NAME.
           MOVE CS-CUSTNO   TO WS-NL-CUSTNO.
           MOVE CMP-CODE    TO WS-NL-CAMPAIGN.
           WRITE CAMPMAIL-LINE FROM WS-NAME-LINE.
           WRITE CAMPMAIL-LINE FROM WS-ADDRESSLINE.
           WRITE CAMPMAIL-LINE FROM WS-CITYLINE.
           MOVE SPACES TO CAMPMAIL-LINE.
           WRITE CAMPMAIL-LINE.
           ADD 1 TO WS-MAILED-COUNT.
           MOVE CS-CUSTNO TO WS-SENT-CUSTNO.
           MOVE 'M' TO WS-SENT-CHANNEL.
           PERFORM 0460-WRITE-SENT THRU 0460-EXIT.
       0510-RETURN-NEXT.
           RETURN CAMPSORT
               AT END SET ENDOFSORTFILE TO TRUE
           END-RETURN.
       0510-EXIT.
           EXIT.

       0600-WRITE-SUMMARY.
           MOVE SPACES TO CAMPSEL-LINE.
           WRITE CAMPSEL-LINE.
           MOVE 'CAMPAIGN RECORDS READ:' TO CSR-SUM-LABEL.
           MOVE WS-CAMP-READ TO CSR-SUM-COUNT.
           WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE.
           MOVE 'CAMPAIGNS PRODUCED TONIGHT:' TO CSR-SUM-LABEL.
           MOVE WS-CAMP-PRODUCED TO CSR-SUM-COUNT.
           WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE.
           MOVE 'CAMPAIGNS WAITING:' TO CSR-SUM-LABEL.
           MOVE WS-CAMP-WAITING TO CSR-SUM-COUNT.
           WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE.
           MOVE 'CAMPAIGNS REJECTED:' TO CSR-SUM-LABEL.
           MOVE WS-CAMP-REJECTED TO CSR-SUM-COUNT.
           WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE.
           MOVE 'PIECES PRODUCED, MAIL + EMAIL:' TO CSR-SUM-LABEL.
           MOVE WS-TOTAL-PIECES TO CSR-SUM-COUNT.
           WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE.
           IF CUSTMASTER-NOT-AVAILABLE
               MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO CSR-SUM-LABEL
               MOVE ZEROES TO CSR-SUM-COUNT
               WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE
           END-IF.
           IF HIST-TABLE-FULL
               MOVE 'CAMPAIGN HISTORY TABLE FULL' TO CSR-SUM-LABEL
               MOVE WS-HIST-COUNT TO CSR-SUM-COUNT
               WRITE CAMPSEL-LINE FROM CAMPSEL-SUMMARY-LINE
           END-IF.
       0600-EXIT.
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
           MOVE 'CAMPAIGNSEL'    TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME    TO RUNLOG-START-TIME.
           MOVE WS-END-TIME      TO RUNLOG-END-TIME.
           MOVE WS-TOTAL-PIECES  TO RUNLOG-REC-COUNT.
           IF CUSTMASTER-NOT-AVAILABLE
               MOVE 'CUST ERROR' TO RUNLOG-STATUS
           ELSE
               IF HIST-TABLE-FULL
                   MOVE 'TABLE FULL' TO RUNLOG-STATUS
               ELSE
                   IF WS-CAMP-REJECTED > ZERO
                       MOVE 'REJECTS'    TO RUNLOG-STATUS
                   ELSE
                       MOVE 'COMPLETE'   TO RUNLOG-STATUS
                   END-IF
               END-IF
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'NIGHTLY' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0890-EXIT.
           EXIT.

          END PROGRAM CAMPAIGNSEL.
