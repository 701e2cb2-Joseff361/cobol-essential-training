
       SELECT SORTWORK ASSIGN TO "SORTWORK.TMP".

       SELECT CUSTMASTER ASSIGN TO "CUSTMASTER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CM-CUSTNO
         ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
         FILE STATUS IS WS-CM-STATUS.

       SELECT CUSTCHANGES ASSIGN TO "CUSTCHANGES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUNLOG-STATUS.
           05  MERGE-LASTNAME   PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  MERGE-EMAIL      PIC X(39).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  MERGE-CUSTNO     PIC 9(8).

       FD BADADDRESS.
       01 BADADDRESS-RECORD.
           05  BAD-REASON-DESC  PIC X(20).
           05  FILLER           PIC X(1).
           05  BAD-DETAILS      PIC X(61).
           05  FILLER           PIC X(1).
           05  BAD-CUSTNO       PIC 9(8).

       FD ZIPREF.
       01 ZIPREF-RECORD.
           05  SORT-FIRSTNAME   PIC X(10).
           05  SORT-CITY        PIC X(15).
           05  SORT-STATE       PIC X(2).
           05  SORT-CUSTNO      PIC 9(8).

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

       FD CUSTCHANGES.
       01 CUSTCHG-LINE          PIC X(80).

       FD RUNLOG.
       01 RUNLOG-RECORD.
           05  WS-ZIP-VALID-SW     PIC X VALUE 'N'.
               88  ZIP-IS-VALID        VALUE 'Y'.

       01  WS-CUSTMASTER-FIELDS.
           05  WS-CM-STATUS        PIC XX    VALUE SPACES.
           05  WS-CM-ERROR-SW      PIC X     VALUE 'N'.
               88  CUSTMASTER-NOT-AVAILABLE VALUE 'Y'.
           05  WS-CM-EOF-SW        PIC X     VALUE 'N'.
               88  ENDOFCUSTMASTER     VALUE 'Y'.
           05  WS-CM-SCAN-SW       PIC X     VALUE 'N'.
               88  NAME-SCAN-DONE      VALUE 'Y'.
           05  WS-RUN-DATE         PIC 9(8)  VALUE ZEROES.
           05  WS-CUSTNO           PIC 9(8)  VALUE ZEROES.
           05  WS-CM-HIGH-NO       PIC 9(8)  VALUE ZEROES.
           05  WS-CM-MATCH-NO      PIC 9(8)  VALUE ZEROES.
           05  WS-CM-FIRST-FREE    PIC 9(8)  VALUE ZEROES.
           05  WS-CM-NEW-COUNT     PIC 9(5)  VALUE ZEROES.
           05  WS-CM-MOVED-COUNT   PIC 9(5)  VALUE ZEROES.
           05  WS-CM-BACK-COUNT    PIC 9(5)  VALUE ZEROES.
           05  WS-CM-MISSING-COUNT PIC 9(5)  VALUE ZEROES.
           05  WS-CM-UNSEEN-COUNT  PIC 9(5)  VALUE ZEROES.
           05  WS-CM-ACTIVE-COUNT  PIC 9(7)  VALUE ZEROES.
           05  WS-CM-IO-ERRORS     PIC 9(5)  VALUE ZEROES.
           05  WS-CUR-ADDRESS.
               10  WS-CUR-HOUSENUM PIC X(5).
               10  WS-CUR-STREETNAME PIC X(20).
               10  WS-CUR-CITY     PIC X(15).
               10  WS-CUR-STATE    PIC X(2).
               10  WS-CUR-ZIP      PIC X(5).
           05  WS-FMT-ADDRESS.
               10  WS-FMT-HOUSENUM PIC X(5).
               10  WS-FMT-STREETNAME PIC X(20).
               10  WS-FMT-CITY     PIC X(15).
               10  WS-FMT-STATE    PIC X(2).
               10  WS-FMT-ZIP      PIC X(5).

       01  WS-NAME-LINE.
           05  WS-NL-NAME          PIC X(26).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NL-CUSTNO        PIC X(8).

       01  CUSTCHG-HEADING-LINE.
           05  FILLER          PIC X(41) VALUE
               'CUSTOMER MASTER CHANGE REPORT - RUN DATE '.
           05  CHG-HDG-DATE    PIC 9(8).
           05  FILLER          PIC X(31) VALUE SPACES.

       01  CUSTCHG-DETAIL-LINE.
           05  CHG-TYPE        PIC X(16).
           05  CHG-CUSTNO      PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CHG-NAME        PIC X(21).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CHG-EMAIL       PIC X(31).

       01  CUSTCHG-ADDRESS-LINE.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CHG-ADDR-LABEL  PIC X(13).
           05  CHG-ADDR-LINE1  PIC X(26).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CHG-ADDR-LINE2  PIC X(26).
           05  FILLER          PIC X(10) VALUE SPACES.

       01  CUSTCHG-SUMMARY-LINE.
           05  CHG-SUM-LABEL   PIC X(36).
           05  CHG-SUM-COUNT   PIC ZZZZZZ9.
           05  FILLER          PIC X(37) VALUE SPACES.

       01  CUSTCHG-INCOMPLETE-LINE.
           05  FILLER          PIC X(40) VALUE
               '*** FEED INCOMPLETE - MISSING CUSTOMERS '.
           05  FILLER          PIC X(40) VALUE
               'NOT FLAGGED INACTIVE ***'.

       01  CUSTCHG-UNREADABLE-LINE.
           05  FILLER          PIC X(36) VALUE
               '*** FEED RECORDS REJECTED - MISSING '.
           05  FILLER          PIC X(44) VALUE
               'CUSTOMERS LISTED, NOT FLAGGED INACTIVE ***'.

       01  WS-CSV-FIELDS.
           05  WS-FIELD-COUNT      PIC 99  VALUE ZEROES.
           05  WS-FIELD-POS        PIC 99  VALUE ZEROES.
           05  WS-TRAILER-DIGITS   PIC X(7)  VALUE SPACES.
           05  WS-TRAILER-COUNT    PIC 9(7)  VALUE ZEROES.
           05  WS-REJECT-COUNT     PIC 9(7)  VALUE ZEROES.
           05  WS-FIELD-REJECT-COUNT PIC 9(7) VALUE ZEROES.

       01  WS-STATE-TABLE-VALUES.
           05  WS-STATE-LIST   PIC X(102) VALUE
	   0100-BEGIN.

           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0110-OPEN-CUSTMASTER THRU 0110-END.
           IF CUSTMASTER-NOT-AVAILABLE
               MOVE 8 TO RETURN-CODE
               PERFORM 0280-WRITE-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0128-LOAD-ZIPREF THRU 0128-END.
           PERFORM 0130-LOAD-SUPPRESSION THRU 0130-END.
		   OPEN INPUT CUSTOMERSCSV.
		   OPEN OUTPUT EMAILMERGE.
		   OPEN OUTPUT BADADDRESS.
           OPEN OUTPUT EMAILSUPPRPT.
           OPEN OUTPUT CUSTCHANGES.
           MOVE WS-RUN-DATE TO CHG-HDG-DATE.
           WRITE CUSTCHG-LINE FROM CUSTCHG-HEADING-LINE.
           PERFORM 0115-RESET-SEEN THRU 0115-END.

           SORT SORTWORK
               ON ASCENDING KEY SORT-ZIP
                   THRU 0400-END.

           PERFORM 0290-WRITE-PRESORT-SUMMARY.
           PERFORM 0500-FLAG-MISSING THRU 0500-END.
           PERFORM 0520-WRITE-CHANGE-SUMMARY THRU 0520-END.

		   PERFORM 0300-STOP-RUN.

               GO TO 0200-READ-NEXT
           END-IF.
           ADD 1 TO WS-RUN-RECORD-COUNT.
           MOVE ZEROES TO WS-CUSTNO.
           PERFORM VARYING STRINGEND FROM 61 BY -1
              UNTIL STRINGEND < 2
                 OR CUSTDETAILS(STRINGEND:1) NOT = SPACE
           IF WS-FIELD-COUNT NOT = 8
               MOVE '01' TO WS-ADDR-REASON-CODE
               MOVE 'FIELD COUNT NOT 8' TO WS-ADDR-REASON-DESC
               ADD 1 TO WS-FIELD-REJECT-COUNT
               PERFORM 0295-WRITE-BADADDRESS
               GO TO 0200-READ-NEXT
           END-IF.
           IF STATE-IS-VALID AND ZIP-IS-VALID
              AND ZIP-IS-CONSISTENT
               PERFORM 0268-STANDARDIZE-STREET THRU 0268-END
           END-IF.
           PERFORM 0230-MATCH-CUSTOMER THRU 0230-END.

           IF STATE-IS-VALID AND ZIP-IS-VALID
              AND ZIP-IS-CONSISTENT
               MOVE WS-ZIP        TO SORT-ZIP
               MOVE WS-HOUSENUM   TO SORT-HOUSENUM
               MOVE WS-STREETNAME TO SORT-STREETNAME
               MOVE WS-FIRSTNAME  TO SORT-FIRSTNAME
               MOVE WS-CITY       TO SORT-CITY
               MOVE WS-STATE      TO SORT-STATE
               MOVE WS-CUSTNO     TO SORT-CUSTNO
               RELEASE SORT-REC
           ELSE
               IF NOT STATE-IS-VALID
               MOVE WS-FIRSTNAME TO MERGE-FIRSTNAME
               MOVE WS-LASTNAME  TO MERGE-LASTNAME
               MOVE WS-EMAIL     TO MERGE-EMAIL
               MOVE WS-CUSTNO    TO MERGE-CUSTNO
               WRITE EMAILMERGEREC
           END-IF.

           MOVE WS-ADDR-REASON-CODE TO BAD-REASON-CODE.
           MOVE WS-ADDR-REASON-DESC TO BAD-REASON-DESC.
           MOVE CUSTDETAILS TO BAD-DETAILS.
           MOVE WS-CUSTNO TO BAD-CUSTNO.
           WRITE BADADDRESS-RECORD.
       0295-END.

           END-IF.
       0266-END.

       0110-OPEN-CUSTMASTER.
           OPEN I-O CUSTMASTER.
           IF WS-CM-STATUS = '35'
               OPEN OUTPUT CUSTMASTER
               CLOSE CUSTMASTER
               OPEN I-O CUSTMASTER
           END-IF.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   WS-CM-STATUS
               MOVE 'Y' TO WS-CM-ERROR-SW
           END-IF.
       0110-END.

       0115-RESET-SEEN.
           MOVE 'N' TO WS-CM-EOF-SW.
           MOVE ZEROES TO CM-CUSTNO.
           START CUSTMASTER KEY IS NOT < CM-CUSTNO
               INVALID KEY SET ENDOFCUSTMASTER TO TRUE
           END-START.
           PERFORM 0116-RESET-SEEN-RECORD THRU 0116-END
               UNTIL ENDOFCUSTMASTER.
       0115-END.

       0116-RESET-SEEN-RECORD.
           READ CUSTMASTER NEXT RECORD
               AT END SET ENDOFCUSTMASTER TO TRUE
           END-READ.
           IF ENDOFCUSTMASTER
               GO TO 0116-END
           END-IF.
           IF CM-CUSTNO > WS-CM-HIGH-NO
               MOVE CM-CUSTNO TO WS-CM-HIGH-NO
           END-IF.
           IF CM-SEEN-THIS-RUN
               MOVE 'N' TO CM-SEEN-SW
               REWRITE CM-RECORD
                   INVALID KEY ADD 1 TO WS-CM-IO-ERRORS
               END-REWRITE
           END-IF.
       0116-END.

       0230-MATCH-CUSTOMER.
           MOVE WS-HOUSENUM   TO WS-CUR-HOUSENUM.
           MOVE WS-STREETNAME TO WS-CUR-STREETNAME.
           MOVE WS-CITY       TO WS-CUR-CITY.
           MOVE WS-STATE      TO WS-CUR-STATE.
           MOVE WS-ZIP        TO WS-CUR-ZIP.
           MOVE ZEROES TO WS-CUSTNO, WS-CM-MATCH-NO, WS-CM-FIRST-FREE.
           MOVE 'N' TO WS-CM-SCAN-SW.
           MOVE WS-LASTNAME  TO CM-LASTNAME.
           MOVE WS-FIRSTNAME TO CM-FIRSTNAME.
           START CUSTMASTER KEY IS = CM-NAME-KEY
               INVALID KEY SET NAME-SCAN-DONE TO TRUE
           END-START.
           PERFORM 0232-SCAN-SAME-NAME THRU 0232-END
               UNTIL NAME-SCAN-DONE.
           IF WS-CM-MATCH-NO > ZERO
               MOVE WS-CM-MATCH-NO TO WS-CUSTNO
           ELSE
               MOVE WS-CM-FIRST-FREE TO WS-CUSTNO
           END-IF.
           IF WS-CUSTNO = ZERO
               PERFORM 0236-ADD-CUSTOMER THRU 0236-END
           ELSE
               PERFORM 0234-UPDATE-CUSTOMER THRU 0234-END
           END-IF.
       0230-END.

       0232-SCAN-SAME-NAME.
           READ CUSTMASTER NEXT RECORD
               AT END SET NAME-SCAN-DONE TO TRUE
           END-READ.
           IF NAME-SCAN-DONE
               GO TO 0232-END
           END-IF.
           IF CM-LASTNAME NOT = WS-LASTNAME
              OR CM-FIRSTNAME NOT = WS-FIRSTNAME
               SET NAME-SCAN-DONE TO TRUE
               GO TO 0232-END
           END-IF.
           IF CM-SEEN-THIS-RUN
               GO TO 0232-END
           END-IF.
           IF WS-CM-FIRST-FREE = ZERO
               MOVE CM-CUSTNO TO WS-CM-FIRST-FREE
           END-IF.
           IF (WS-EMAIL NOT = SPACES AND CM-EMAIL = WS-EMAIL)
              OR CM-ADDRESS = WS-CUR-ADDRESS
               MOVE CM-CUSTNO TO WS-CM-MATCH-NO
               SET NAME-SCAN-DONE TO TRUE
           END-IF.
       0232-END.

       0234-UPDATE-CUSTOMER.
           MOVE WS-CUSTNO TO CM-CUSTNO.
           READ CUSTMASTER KEY IS CM-CUSTNO
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CM-STATUS NOT = '00'
               ADD 1 TO WS-CM-IO-ERRORS
               GO TO 0234-END
           END-IF.
           IF CM-INACTIVE
               ADD 1 TO WS-CM-BACK-COUNT
               MOVE 'A' TO CM-STATUS
               MOVE WS-RUN-DATE TO CM-STATUS-DATE
               MOVE 'RETURNED' TO CHG-TYPE
               PERFORM 0242-WRITE-CHANGE-DETAIL THRU 0242-END
               MOVE CM-ADDRESS TO WS-FMT-ADDRESS
               MOVE 'ADDRESS:' TO CHG-ADDR-LABEL
               PERFORM 0244-WRITE-CHANGE-ADDRESS THRU 0244-END
           END-IF.
           IF CM-ADDRESS NOT = WS-CUR-ADDRESS
               ADD 1 TO WS-CM-MOVED-COUNT
               MOVE 'ADDRESS CHANGE' TO CHG-TYPE
               PERFORM 0242-WRITE-CHANGE-DETAIL THRU 0242-END
               MOVE CM-ADDRESS TO WS-FMT-ADDRESS
               MOVE 'BEFORE:' TO CHG-ADDR-LABEL
               PERFORM 0244-WRITE-CHANGE-ADDRESS THRU 0244-END
               MOVE WS-CUR-ADDRESS TO WS-FMT-ADDRESS
               MOVE 'AFTER:' TO CHG-ADDR-LABEL
               PERFORM 0244-WRITE-CHANGE-ADDRESS THRU 0244-END
               MOVE WS-CUR-ADDRESS TO CM-ADDRESS
           END-IF.
           MOVE WS-EMAIL    TO CM-EMAIL.
           PERFORM 0238-SET-ADDRESS-FLAG THRU 0238-END.
           MOVE 'Y'         TO CM-SEEN-SW.
           MOVE WS-RUN-DATE TO CM-LAST-SEEN.
           REWRITE CM-RECORD
               INVALID KEY ADD 1 TO WS-CM-IO-ERRORS
           END-REWRITE.
       0234-END.

       0236-ADD-CUSTOMER.
           ADD 1 TO WS-CM-HIGH-NO.
           MOVE WS-CM-HIGH-NO  TO WS-CUSTNO.
           MOVE SPACES         TO CM-RECORD.
           MOVE WS-CUSTNO      TO CM-CUSTNO.
           MOVE WS-LASTNAME    TO CM-LASTNAME.
           MOVE WS-FIRSTNAME   TO CM-FIRSTNAME.
           MOVE WS-CUR-ADDRESS TO CM-ADDRESS.
           MOVE WS-EMAIL       TO CM-EMAIL.
           MOVE 'A'            TO CM-STATUS.
           MOVE 'Y'            TO CM-SEEN-SW.
           MOVE WS-RUN-DATE    TO CM-ADDED-DATE, CM-LAST-SEEN,
                                  CM-STATUS-DATE.
           PERFORM 0238-SET-ADDRESS-FLAG THRU 0238-END.
           WRITE CM-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-CM-STATUS NOT = '00'
               ADD 1 TO WS-CM-IO-ERRORS
               MOVE ZEROES TO WS-CUSTNO
               GO TO 0236-END
           END-IF.
           ADD 1 TO WS-CM-NEW-COUNT.
           MOVE 'NEW CUSTOMER' TO CHG-TYPE.
           PERFORM 0242-WRITE-CHANGE-DETAIL THRU 0242-END.
           MOVE WS-CUR-ADDRESS TO WS-FMT-ADDRESS.
           MOVE 'ADDRESS:' TO CHG-ADDR-LABEL.
           PERFORM 0244-WRITE-CHANGE-ADDRESS THRU 0244-END.
       0236-END.

       0238-SET-ADDRESS-FLAG.
           IF STATE-IS-VALID AND ZIP-IS-VALID
              AND ZIP-IS-CONSISTENT
               MOVE 'V' TO CM-ADDR-SW
           ELSE
               MOVE 'B' TO CM-ADDR-SW
           END-IF.
       0238-END.

       0242-WRITE-CHANGE-DETAIL.
           MOVE CM-CUSTNO TO CHG-CUSTNO.
           MOVE SPACES TO CHG-NAME.
           STRING CM-FIRSTNAME DELIMITED BY ' ' SPACE
             CM-LASTNAME DELIMITED BY SIZE INTO CHG-NAME.
           MOVE CM-EMAIL TO CHG-EMAIL.
           WRITE CUSTCHG-LINE FROM CUSTCHG-DETAIL-LINE.
       0242-END.

       0244-WRITE-CHANGE-ADDRESS.
           MOVE SPACES TO CHG-ADDR-LINE1, CHG-ADDR-LINE2.
           STRING WS-FMT-HOUSENUM DELIMITED BY ' ' SPACE
             WS-FMT-STREETNAME DELIMITED BY SIZE INTO CHG-ADDR-LINE1.
           STRING WS-FMT-CITY DELIMITED BY '  '
             ', ' WS-FMT-STATE SPACE WS-FMT-ZIP DELIMITED BY SIZE
             INTO CHG-ADDR-LINE2.
           WRITE CUSTCHG-LINE FROM CUSTCHG-ADDRESS-LINE.
       0244-END.

       0500-FLAG-MISSING.
           IF NOT TRAILER-SEEN
              OR WS-TRAILER-COUNT NOT = WS-RUN-RECORD-COUNT
              OR WS-RUN-RECORD-COUNT = ZERO
               WRITE CUSTCHG-LINE FROM CUSTCHG-INCOMPLETE-LINE
               GO TO 0500-END
           END-IF.
           IF WS-FIELD-REJECT-COUNT > ZERO
               WRITE CUSTCHG-LINE FROM CUSTCHG-UNREADABLE-LINE
           END-IF.
           MOVE 'N' TO WS-CM-EOF-SW.
           MOVE ZEROES TO CM-CUSTNO.
           START CUSTMASTER KEY IS NOT < CM-CUSTNO
               INVALID KEY SET ENDOFCUSTMASTER TO TRUE
           END-START.
           PERFORM 0510-CHECK-MISSING-RECORD THRU 0510-END
               UNTIL ENDOFCUSTMASTER.
       0500-END.

       0510-CHECK-MISSING-RECORD.
           READ CUSTMASTER NEXT RECORD
               AT END SET ENDOFCUSTMASTER TO TRUE
           END-READ.
           IF ENDOFCUSTMASTER
               GO TO 0510-END
           END-IF.
           IF CM-ACTIVE AND CM-SEEN-THIS-RUN
               ADD 1 TO WS-CM-ACTIVE-COUNT
           END-IF.
           IF NOT CM-ACTIVE OR CM-SEEN-THIS-RUN
               GO TO 0510-END
           END-IF.
           IF WS-FIELD-REJECT-COUNT > ZERO
               ADD 1 TO WS-CM-UNSEEN-COUNT
               MOVE 'NOT SEEN (KEPT)' TO CHG-TYPE
           ELSE
               ADD 1 TO WS-CM-MISSING-COUNT
               MOVE 'I' TO CM-STATUS
               MOVE WS-RUN-DATE TO CM-STATUS-DATE
               REWRITE CM-RECORD
                   INVALID KEY ADD 1 TO WS-CM-IO-ERRORS
               END-REWRITE
               MOVE 'NOT IN FEED' TO CHG-TYPE
           END-IF.
           PERFORM 0242-WRITE-CHANGE-DETAIL THRU 0242-END.
           MOVE CM-ADDRESS TO WS-FMT-ADDRESS.
           MOVE SPACES TO CHG-ADDR-LABEL.
           STRING 'SEEN ' CM-LAST-SEEN DELIMITED BY SIZE
               INTO CHG-ADDR-LABEL.
           PERFORM 0244-WRITE-CHANGE-ADDRESS THRU 0244-END.
       0510-END.

       0520-WRITE-CHANGE-SUMMARY.
           MOVE SPACES TO CUSTCHG-LINE.
           WRITE CUSTCHG-LINE.
           MOVE 'NEW CUSTOMERS:' TO CHG-SUM-LABEL.
           MOVE WS-CM-NEW-COUNT TO CHG-SUM-COUNT.
           WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE.
           MOVE 'ADDRESS CHANGES:' TO CHG-SUM-LABEL.
           MOVE WS-CM-MOVED-COUNT TO CHG-SUM-COUNT.
           WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE.
           MOVE 'RETURNED TO FEED (REACTIVATED):' TO CHG-SUM-LABEL.
           MOVE WS-CM-BACK-COUNT TO CHG-SUM-COUNT.
           WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE.
           MOVE 'NOT IN FEED (NOW INACTIVE):' TO CHG-SUM-LABEL.
           MOVE WS-CM-MISSING-COUNT TO CHG-SUM-COUNT.
           WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE.
           MOVE 'ACTIVE CUSTOMERS IN TONIGHT''S FEED:' TO CHG-SUM-LABEL.
           MOVE WS-CM-ACTIVE-COUNT TO CHG-SUM-COUNT.
           WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE.
           IF WS-FIELD-REJECT-COUNT > ZERO
               MOVE 'FEED RECORDS WITH BAD FIELD COUNT:'
                   TO CHG-SUM-LABEL
               MOVE WS-FIELD-REJECT-COUNT TO CHG-SUM-COUNT
               WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE
               MOVE 'NOT IN FEED (LEFT ACTIVE):' TO CHG-SUM-LABEL
               MOVE WS-CM-UNSEEN-COUNT TO CHG-SUM-COUNT
               WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE
           END-IF.
           IF WS-CM-IO-ERRORS > ZERO
               MOVE 'CUSTOMER MASTER I/O ERRORS:' TO CHG-SUM-LABEL
               MOVE WS-CM-IO-ERRORS TO CHG-SUM-COUNT
               WRITE CUSTCHG-LINE FROM CUSTCHG-SUMMARY-LINE
           END-IF.
       0520-END.

       0400-WRITE-MAILING.
           RETURN SORTWORK
               AT END SET ENDOFSORTFILE TO TRUE
           MOVE SORT-CITY       TO WS-CITY.
           MOVE SORT-STATE      TO WS-STATE.
           MOVE SORT-ZIP        TO WS-ZIP.
           MOVE SORT-CUSTNO     TO WS-CUSTNO.

           PERFORM 0270-CHECK-DUPLICATE-HOUSEHOLD.

                 WS-STATE DELIMITED BY ' ' SPACE WS-ZIP
                 INTO WS-CITYLINE

               MOVE WS-FULLNAME TO WS-NL-NAME
               MOVE SPACES TO WS-NL-CUSTNO
               IF WS-CUSTNO > ZERO
                   MOVE WS-CUSTNO TO WS-NL-CUSTNO
               END-IF
               WRITE CUSTOMERSOUT FROM WS-NAME-LINE
               WRITE CUSTOMERSOUT FROM WS-ADDRESSLINE
               WRITE CUSTOMERSOUT FROM WS-CITYLINE
               WRITE CUSTOMERSOUT FROM ' '

           PERFORM 0280-WRITE-RUNLOG.
           CLOSE CUSTOMERSCSV, MAILINGREPORT, EMAILMERGE, BADADDRESS,
               EMAILSUPPRPT, CUSTCHANGES, CUSTMASTER.
           STOP RUN.

       0280-WRITE-RUNLOG.
           MOVE WS-START-TIME      TO RUNLOG-START-TIME.
           MOVE WS-END-TIME        TO RUNLOG-END-TIME.
           MOVE WS-RUN-RECORD-COUNT TO RUNLOG-REC-COUNT.
           IF CUSTMASTER-NOT-AVAILABLE OR WS-CM-IO-ERRORS > ZERO
               MOVE 'CUST ERROR'   TO RUNLOG-STATUS
           ELSE
               IF NOT TRAILER-SEEN
                   MOVE 'NO TRAILER'   TO RUNLOG-STATUS
               ELSE
                   IF WS-TRAILER-COUNT NOT = WS-RUN-RECORD-COUNT
                       MOVE 'MISMATCH' TO RUNLOG-STATUS
                   ELSE
                       IF WS-REJECT-COUNT > ZERO
                           MOVE 'REJECTS'  TO RUNLOG-STATUS
                       ELSE
                           MOVE 'COMPLETE' TO RUNLOG-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
