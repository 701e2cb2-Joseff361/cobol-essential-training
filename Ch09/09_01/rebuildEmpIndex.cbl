       01 BASE-EMPDETAILS.
            88 ENDOFBASEFILE VALUE HIGH-VALUES.
            02 BASE-SSN          PIC 9(9).
            02 BASE-REST         PIC X(77).

       FD EMPJOURNAL.
       01 JOURNAL-RECORD.
            02 JRN-AFTER         PIC X(67).
            02 FILLER            PIC X(1).
            02 JRN-BATCH         PIC X(8).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE-STATUS PIC X(19).
            02 FILLER            PIC X(1).
            02 JRN-AFTER-STATUS  PIC X(19).

       FD EMPLOYEEINDEXED.
       01 IDX-EMPDETAILS.
                03 IDX-HIRE-DAY    PIC 9(2).
            02 IDX-GENDER         PIC X.
            02 IDX-EMAIL          PIC X(20).
            02 IDX-EMPSTATUS.
                03 IDX-STATUSCODE  PIC X.
                03 IDX-TERMDATE    PIC 9(8).
                03 IDX-TERMREASON  PIC X(10).

       FD REBUILDPARM.
       01 PARMDETAILS.
                   PERFORM 0320-REPLAY-ADD THRU 0320-EXIT
               WHEN 'C'
                   PERFORM 0330-REPLAY-CHANGE THRU 0330-EXIT
               WHEN 'T'
                   PERFORM 0330-REPLAY-CHANGE THRU 0330-EXIT
               WHEN 'D'
                   PERFORM 0340-REPLAY-DELETE THRU 0340-EXIT
               WHEN OTHER

       0320-REPLAY-ADD.
           MOVE JRN-AFTER TO IDX-EMPDETAILS.
           MOVE JRN-AFTER-STATUS TO IDX-EMPSTATUS.
           WRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-WRITE.

       0330-REPLAY-CHANGE.
           MOVE JRN-AFTER TO IDX-EMPDETAILS.
           MOVE JRN-AFTER-STATUS TO IDX-EMPSTATUS.
           REWRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-REWRITE.
