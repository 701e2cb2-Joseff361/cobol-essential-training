                03 HIRE-DAY      PIC 9(2).
            02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD EMPLOYEEINDEXED.
       01 IDX-EMPDETAILS.
                03 IDX-HIRE-DAY    PIC 9(2).
            02 IDX-GENDER         PIC X.
            02 IDX-EMAIL          PIC X(20).
            02 IDX-EMPSTATUS.
                03 IDX-STATUSCODE  PIC X.
                03 IDX-TERMDATE    PIC 9(8).
                03 IDX-TERMREASON  PIC X(10).

       FD EMPRECONRPT.
       01 RECON-PRINT-LINE       PIC X(80).
           05 WS-TAB-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-TAB-IDX.
               10 WS-TAB-SSN       PIC 9(9).
               10 WS-TAB-RECORD    PIC X(86).

       01 RECON-HEADING-LINE.
           05 FILLER            PIC X(40) VALUE
               MOVE 'EMAIL' TO WS-DIFF-FIELD
               GO TO 0250-EXIT
           END-IF.
           IF EMPSTATUS NOT = IDX-EMPSTATUS
               MOVE 'TERMINATION' TO WS-DIFF-FIELD
               GO TO 0250-EXIT
           END-IF.
       0250-EXIT.
           EXIT.

