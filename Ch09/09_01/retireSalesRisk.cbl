                03 HIRE-DAY      PIC 9(2).
            02 GENDER            PIC X.
            02 EMAIL             PIC X(20).
            02 EMPSTATUS.
                03 STATUSCODE    PIC X.
                    88 TERMINATED    VALUE 'T'.
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD CARSALESFILE.
       01 SALESDETAILS.

       0200-SCAN-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           IF NOT TERMINATED
               PERFORM 0210-COMPUTE-AGE THRU 0210-EXIT
               PERFORM 0220-CHECK-RETIREMENT THRU 0220-EXIT
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFFILE TO TRUE
           END-READ.
