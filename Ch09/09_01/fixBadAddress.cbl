            02 BAD-REASON-DESC   PIC X(20).
            02 FILLER            PIC X(1).
            02 BAD-DETAILS       PIC X(61).
            02 FILLER            PIC X(1).
            02 BAD-CUSTNO        PIC X(8).

       FD ADDRSUSPENSE.
       01 SUSPENSE-RECORD.
            02 SUS-AGE           PIC 9(3).
            02 FILLER            PIC X(1).
            02 SUS-DETAILS       PIC X(61).
            02 FILLER            PIC X(1).
            02 SUS-CUSTNO        PIC X(8).

       FD ADDRSUSPWORK.
       01 SUSPWORK-RECORD.
            02 WRK-AGE           PIC 9(3).
            02 FILLER            PIC X(1).
            02 WRK-DETAILS       PIC X(61).
            02 FILLER            PIC X(1).
            02 WRK-CUSTNO        PIC X(8).

       FD ADDRCORRECT.
       01 CORRECTION-RECORD.
           05  MERGE-LASTNAME   PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  MERGE-EMAIL      PIC X(39).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  MERGE-CUSTNO     PIC 9(8).

       FD ADDRSUSPRPT.
       01 SUSPRPT-LINE          PIC X(60).
           05  WS-STATE          PIC X(2).
           05  WS-ZIP            PIC X(5).
           05  WS-EMAIL          PIC X(39).
           05  WS-CUSTNO         PIC 9(8).
           05  STRINGEND         PIC 99.
           05  WS-FULLNAME       PIC X(26).
           05  WS-ADDRESSLINE    PIC X(26).
           05  WS-ZIP-VALID-SW   PIC X VALUE 'N'.
               88  ZIP-IS-VALID      VALUE 'Y'.

       01  WS-NAME-LINE.
           05  WS-NL-NAME        PIC X(26).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-NL-CUSTNO      PIC X(8).

       01  WS-STATE-TABLE-VALUES.
           05  WS-STATE-LIST   PIC X(102) VALUE
       'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMTNENVNHNJNMNY
       0210-PROCESS-NEW-BAD-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE BAD-DETAILS TO WS-DETAILS.
           IF BAD-CUSTNO IS NUMERIC
               MOVE BAD-CUSTNO TO WS-CUSTNO
           ELSE
               MOVE ZEROES TO WS-CUSTNO
           END-IF.
           MOVE ZEROES TO WS-WORK-AGE.
           MOVE 'N' TO WS-SOURCE-SW.
           PERFORM 0300-RECYCLE-RECORD THRU 0300-EXIT.
       0240-PROCESS-OLD-SUSP-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SUS-DETAILS TO WS-DETAILS.
           IF SUS-CUSTNO IS NUMERIC
               MOVE SUS-CUSTNO TO WS-CUSTNO
           ELSE
               MOVE ZEROES TO WS-CUSTNO
           END-IF.
           IF SUS-AGE IS NUMERIC
               MOVE SUS-AGE TO WS-WORK-AGE
           ELSE
               MOVE SPACES TO SUSPWORK-RECORD
               MOVE WS-WORK-AGE TO WRK-AGE
               MOVE WS-DETAILS  TO WRK-DETAILS
               IF WS-CUSTNO > ZERO
                   MOVE WS-CUSTNO TO WRK-CUSTNO
               END-IF
               WRITE SUSPWORK-RECORD
           END-IF.
       0300-EXIT.
           STRING WS-CITY DELIMITED BY ' ' ',' SPACE
             WS-STATE DELIMITED BY ' ' SPACE WS-ZIP
             INTO WS-CITYLINE.
           MOVE WS-FULLNAME TO WS-NL-NAME.
           MOVE SPACES TO WS-NL-CUSTNO.
           IF WS-CUSTNO > ZERO
               MOVE WS-CUSTNO TO WS-NL-CUSTNO
           END-IF.
           WRITE CUSTOMERSOUT FROM WS-NAME-LINE.
           WRITE CUSTOMERSOUT FROM WS-ADDRESSLINE.
           WRITE CUSTOMERSOUT FROM WS-CITYLINE.
           WRITE CUSTOMERSOUT FROM ' '.
                   MOVE WS-FIRSTNAME TO MERGE-FIRSTNAME
                   MOVE WS-LASTNAME  TO MERGE-LASTNAME
                   MOVE WS-EMAIL     TO MERGE-EMAIL
                   MOVE WS-CUSTNO    TO MERGE-CUSTNO
                   WRITE EMAILMERGEREC
               END-IF
           END-IF.
