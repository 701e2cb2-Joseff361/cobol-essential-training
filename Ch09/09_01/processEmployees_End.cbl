				03 HIRE-DAY	     PIC 9(2).
			02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                    88 TERMINATED    VALUE 'T'.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD EMAILEXCEPTIONS.
       01 EMAILEXCEPTION-RECORD.
            02 FILLER             PIC X(1).
            02 SSNEXC-REASON-DESC PIC X(20).
            02 FILLER             PIC X(1).
            02 SSNEXC-DETAILS     PIC X(86).

       FD EMPLOYEEINDEXED.
       01 IDX-EMPDETAILS.
                03 IDX-HIRE-DAY    PIC 9(2).
            02 IDX-GENDER         PIC X.
            02 IDX-EMAIL          PIC X(20).
            02 IDX-EMPSTATUS.
                03 IDX-STATUSCODE  PIC X.
                03 IDX-TERMDATE    PIC 9(8).
                03 IDX-TERMREASON  PIC X(10).

       FD RUNLOG.
       01 RUNLOG-RECORD.
           05 WS-MALE-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-FEMALE-COUNT  PIC 9(5) VALUE ZEROES.
           05 WS-OTHER-COUNT   PIC 9(5) VALUE ZEROES.
           05 WS-TERM-COUNT    PIC 9(5) VALUE ZEROES.

       01 WS-CURRENT-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05  FILLER        PIC X(8)  VALUE 'OTHER:'.
           05  GEN-OTHER-OUT PIC ZZZZ9.

       01  WS-TERM-LINE.
           05  FILLER        PIC X(27)
                   VALUE 'TERMINATED - NOT LISTED:'.
           05  TERM-COUNT-OUT PIC ZZZZ9.

	     01  WS-REPORT-TITLE.
           05  FILLER     PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(33) 

       0200-END.
       0201-ROSTER-RECORD.
           IF TERMINATED
              ADD 1 TO WS-TERM-COUNT
           ELSE
              MOVE EMPLOYEESSN TO SSN-OUT
              INSPECT SSN-OUT REPLACING ALL ' ' BY '-'
              MOVE FIRSTNAME TO WS-DET-FNAME
              MOVE LASTNAME TO WS-DET-LNAME
              MOVE MIDDLEINIT TO WS-DET-MIDDLE
              PERFORM 0250-VALIDATE-EMAIL
              PERFORM 0260-TALLY-GENDER
              PERFORM 0265-COMPUTE-AGE
              PERFORM 0266-CHECK-RETIREMENT
           END-IF.
           PERFORM 0255-VALIDATE-SSN.
           IF SSN-IS-VALID
              MOVE EMPDETAILS TO IDX-EMPDETAILS
           ELSE
              PERFORM 0256-WRITE-SSN-EXCEPTION
           END-IF.
           IF NOT TERMINATED
              DISPLAY WS-DETAIL-LINE
           END-IF.
        0201-END.
       0250-VALIDATE-EMAIL.
          MOVE 0 TO WS-TALLY.
          DISPLAY SPACES.
          DISPLAY WS-GENDER-HEADING.
          DISPLAY WS-GENDER-LINE.
          MOVE WS-TERM-COUNT TO TERM-COUNT-OUT.
          DISPLAY WS-TERM-LINE.
          MOVE WS-EXCEPTION-COUNT TO EXC-COUNT-OUT.
          DISPLAY WS-EXCEPTION-LINE.
        0280-END.
              WS-RETIREMENT-AGE - WS-RETIRE-LOOKAHEAD.
          IF WS-AGE >= WS-RETIRE-FLOOR
             AND WS-RETIRE-COUNT < 200
             AND NOT TERMINATED
             ADD 1 TO WS-RETIRE-COUNT
             MOVE EMPLOYEENAME TO
                 WS-RETIRE-NAME(WS-RETIRE-COUNT)
        0175-END.
       0176-COLLECT-BIRTHDAY.
          IF BIRTH-MONTH = WS-BDAY-MONTH AND WS-BDAY-COUNT < 200
             AND NOT TERMINATED
             ADD 1 TO WS-BDAY-COUNT
             MOVE EMPLOYEENAME TO WS-BDAY-NAME(WS-BDAY-COUNT)
             MOVE BIRTH-DAY    TO WS-BDAY-DAY(WS-BDAY-COUNT)
        0193-END.
       0194-COLLECT-ANNIVERSARY.
          IF HIRE-MONTH = WS-SVC-MONTH AND WS-SVC-COUNT < 200
             AND NOT TERMINATED
             COMPUTE WS-SERVICE-YEARS =
                 WS-CURR-YEAR - HIRE-YEAR
             ADD 1 TO WS-SVC-COUNT
