       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPONLINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPLOYEES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMP-STATUS.
       SELECT EMPLOYEEWORK ASSIGN TO "EMPLOYEES.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
       SELECT EMPLOYEEINDEXED ASSIGN TO "EMPLOYEEIDX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDX-SSN
            FILE STATUS IS WS-IDX-STATUS.
       SELECT EMPJOURNAL ASSIGN TO "EMPJOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
       SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
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
                03 TERMDATE      PIC 9(8).
                03 TERMREASON    PIC X(10).

       FD EMPLOYEEWORK.
       01 EMPWORK-RECORD.
            02 WORK-SSN          PIC 9(9).
            02 FILLER            PIC X(77).

       FD EMPLOYEEINDEXED.
       01 IDX-EMPDETAILS.
            02 IDX-SSN           PIC 9(9).
            02 IDX-NAME.
                03 IDX-LASTNAME    PIC X(10).
                03 IDX-FIRSTNAME   PIC X(10).
                03 IDX-MIDDLEINIT  PIC X.
            02 IDX-BIRTHDATE.
                03 IDX-BIRTH-YEAR  PIC 9(4).
                03 IDX-BIRTH-MONTH PIC 9(2).
                03 IDX-BIRTH-DAY   PIC 9(2).
            02 IDX-HIREDATE.
                03 IDX-HIRE-YEAR   PIC 9(4).
                03 IDX-HIRE-MONTH  PIC 9(2).
                03 IDX-HIRE-DAY    PIC 9(2).
            02 IDX-GENDER         PIC X.
            02 IDX-EMAIL          PIC X(20).
            02 IDX-EMPSTATUS.
                03 IDX-STATUSCODE  PIC X.
                    88 IDX-ACTIVE      VALUE 'A' ' '.
                    88 IDX-TERMINATED  VALUE 'T'.
                03 IDX-TERMDATE    PIC 9(8).
                03 IDX-TERMREASON  PIC X(10).

       FD EMPJOURNAL.
       01 JOURNAL-RECORD.
            02 JRN-DATE          PIC 9(8).
            02 FILLER            PIC X(1).
            02 JRN-ACTION        PIC X.
            02 FILLER            PIC X(1).
            02 JRN-SSN           PIC 9(9).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE        PIC X(67).
            02 FILLER            PIC X(1).
            02 JRN-AFTER         PIC X(67).
            02 FILLER            PIC X(1).
            02 JRN-BATCH         PIC X(8).
            02 FILLER            PIC X(1).
            02 JRN-BEFORE-STATUS PIC X(19).
            02 FILLER            PIC X(1).
            02 JRN-AFTER-STATUS  PIC X(19).

       FD RUNLOG.
       01 RUNLOG-RECORD.
            02 RUNLOG-PROGRAM      PIC X(15).
            02 FILLER              PIC X(1).
            02 RUNLOG-START-TIME   PIC X(8).
            02 FILLER              PIC X(1).
            02 RUNLOG-END-TIME     PIC X(8).
            02 FILLER              PIC X(1).
            02 RUNLOG-REC-COUNT    PIC 9(7).
            02 FILLER              PIC X(1).
            02 RUNLOG-STATUS       PIC X(12).
            02 FILLER              PIC X(1).
            02 RUNLOG-RUN-DATE     PIC X(8).
            02 FILLER              PIC X(1).
            02 RUNLOG-BATCH        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FIELDS.
           05 WS-APPLIED-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-REJECTED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-IDX-STATUS     PIC XX   VALUE SPACES.
           05 WS-EMP-STATUS     PIC XX   VALUE SPACES.
           05 WS-WORK-STATUS    PIC XX   VALUE SPACES.
           05 WS-SESSION-SW     PIC X    VALUE 'N'.
               88 SESSION-ENDED     VALUE 'Y'.
           05 WS-IDX-ERROR-SW   PIC X    VALUE 'N'.
               88 INDEX-NOT-AVAILABLE VALUE 'Y'.
           05 WS-IDX-EOF-SW     PIC X    VALUE 'N'.
               88 ENDOFINDEXFILE    VALUE 'Y'.
           05 WS-MASTER-EOF-SW  PIC X    VALUE 'N'.
               88 ENDOFMASTERFILE   VALUE 'Y'.
           05 WS-WORK-EOF-SW    PIC X    VALUE 'N'.
               88 ENDOFWORKFILE     VALUE 'Y'.
           05 WS-UPDATE-SSN     PIC 9(9) VALUE ZEROES.
           05 WS-UPDATE-SW      PIC X    VALUE 'N'.
               88 UPDATE-WRITTEN    VALUE 'Y'.
           05 WS-REWRITE-ERR-SW PIC X    VALUE 'N'.
               88 MASTER-REWRITE-FAILED VALUE 'Y'.
           05 WS-FAILED-FILE    PIC X(13) VALUE SPACES.
           05 WS-FAILED-STATUS  PIC XX   VALUE SPACES.
           05 WS-FOUND-SW       PIC X    VALUE 'N'.
               88 EMPLOYEE-FOUND    VALUE 'Y'.
           05 WS-EDIT-SW        PIC X    VALUE 'N'.
               88 EDITS-PASSED      VALUE 'Y'.
           05 WS-DATE-VALID-SW  PIC X    VALUE 'N'.
               88 DATE-IS-VALID     VALUE 'Y'.
           05 WS-EDIT-REASON    PIC X(30) VALUE SPACES.
           05 WS-TALLY          PIC 99   VALUE ZEROES.
           05 WS-MATCH-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-CHECK-DATE.
               10 WS-CHECK-YEAR   PIC 9(4).
               10 WS-CHECK-MONTH  PIC 9(2).
               10 WS-CHECK-DAY    PIC 9(2).
           05 WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE PIC 9(8).
           05 WS-HOLD-IDX       PIC 999  VALUE ZEROES.
           05 WS-HOLD-OVFL-SW   PIC X    VALUE 'N'.
               88 HOLD-TABLE-FULL   VALUE 'Y'.

       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 999  VALUE ZEROES.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES.
               10 WS-HOLD-RECORD  PIC X(86).

       01 WS-RUNLOG-FIELDS.
           05 WS-RUNLOG-STATUS  PIC XX    VALUE SPACES.
           05 WS-START-TIME     PIC X(8)  VALUE SPACES.
           05 WS-END-TIME       PIC X(8)  VALUE SPACES.

       01 WS-JOURNAL-FIELDS.
           05 WS-JRN-STATUS     PIC XX    VALUE SPACES.
           05 WS-RUN-DATE       PIC 9(8)  VALUE ZEROES.
           05 WS-BEFORE-IMAGE.
               10 WS-BEFORE-DETAILS PIC X(67) VALUE SPACES.
               10 WS-BEFORE-STATUS  PIC X(19) VALUE SPACES.
           05 WS-AFTER-IMAGE.
               10 WS-AFTER-DETAILS  PIC X(67) VALUE SPACES.
               10 WS-AFTER-STATUS   PIC X(19) VALUE SPACES.

       01 WS-INPUT-FIELDS.
           05 WS-OPTION         PIC X     VALUE SPACE.
           05 WS-CONFIRM        PIC X     VALUE SPACE.
           05 WS-IN-SSN         PIC X(9)  VALUE SPACES.
           05 WS-IN-LASTNAME    PIC X(10) VALUE SPACES.
           05 WS-IN-FIRSTNAME   PIC X(10) VALUE SPACES.
           05 WS-IN-MIDDLEINIT  PIC X     VALUE SPACE.
           05 WS-IN-BIRTHDATE   PIC X(8)  VALUE SPACES.
           05 WS-IN-HIREDATE    PIC X(8)  VALUE SPACES.
           05 WS-IN-GENDER      PIC X     VALUE SPACE.
           05 WS-IN-EMAIL       PIC X(20) VALUE SPACES.
           05 WS-IN-TERMDATE    PIC X(8)  VALUE SPACES.
           05 WS-IN-TERMREASON  PIC X(10) VALUE SPACES.

       01 WS-NEW-EMPDETAILS.
           05 WS-NEW-SSN        PIC 9(9).
           05 WS-NEW-NAME.
               10 WS-NEW-LASTNAME    PIC X(10).
               10 WS-NEW-FIRSTNAME   PIC X(10).
               10 WS-NEW-MIDDLEINIT  PIC X.
           05 WS-NEW-BIRTHDATE  PIC X(8).
           05 WS-NEW-HIREDATE   PIC X(8).
           05 WS-NEW-GENDER     PIC X.
           05 WS-NEW-EMAIL      PIC X(20).
           05 WS-NEW-EMPSTATUS.
               10 WS-NEW-STATUSCODE  PIC X.
               10 WS-NEW-TERMDATE    PIC X(8).
               10 WS-NEW-TERMREASON  PIC X(10).

       01 WS-MENU-LINES.
           05 WS-MENU-TITLE     PIC X(40) VALUE
               'EMPLOYEE INQUIRY AND MAINTENANCE'.

       01 WS-SHOW-SSN-LINE.
           05 FILLER            PIC X(13) VALUE 'SSN:'.
           05 SHOW-SSN          PIC 999B99B9999.
           05 FILLER            PIC X(11) VALUE '   STATUS: '.
           05 SHOW-STATUS       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SHOW-TERMDATE     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SHOW-TERMREASON   PIC X(10).

       01 WS-SHOW-NAME-LINE.
           05 FILLER            PIC X(13) VALUE 'NAME:'.
           05 SHOW-LASTNAME     PIC X(10).
           05 FILLER            PIC X(2)  VALUE ', '.
           05 SHOW-FIRSTNAME    PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SHOW-MIDDLEINIT   PIC X.

       01 WS-SHOW-DATES-LINE.
           05 FILLER            PIC X(13) VALUE 'BIRTH DATE:'.
           05 SHOW-BIRTHDATE    PIC X(8).
           05 FILLER            PIC X(14) VALUE '   HIRE DATE: '.
           05 SHOW-HIREDATE     PIC X(8).
           05 FILLER            PIC X(11) VALUE '   GENDER: '.
           05 SHOW-GENDER       PIC X.

       01 WS-SHOW-EMAIL-LINE.
           05 FILLER            PIC X(13) VALUE 'EMAIL:'.
           05 SHOW-EMAIL        PIC X(20).

       01 WS-LIST-LINE.
           05 LIST-SSN          PIC 999B99B9999.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LIST-NAME         PIC X(21).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LIST-HIREDATE     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LIST-STATUS       PIC X(10).

       PROCEDURE DIVISION.
       0100-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O EMPLOYEEINDEXED.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE INDEX FILE NOT AVAILABLE - '
               DISPLAY 'RUN THE FULL ROSTER REPORT FIRST. '
                   'STATUS ' WS-IDX-STATUS
               MOVE 'Y' TO WS-IDX-ERROR-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0300-STOP-RUN
           END-IF.
           PERFORM 0265-COLLECT-MISSING-MASTERS THRU 0265-EXIT.
           IF HOLD-TABLE-FULL
               DISPLAY 'TOO MANY EMPLOYEES.DAT RECORDS NOT ON THE '
                   'INDEX - RUN EMPRECON.  INQUIRY ONLY.'
           END-IF.
           OPEN EXTEND EMPJOURNAL.
           IF WS-JRN-STATUS = '05' OR WS-JRN-STATUS = '35'
               OPEN OUTPUT EMPJOURNAL
           END-IF.
           PERFORM 0200-PROCESS-OPTION THRU 0200-EXIT
               UNTIL SESSION-ENDED.
           CLOSE EMPJOURNAL.
           CLOSE EMPLOYEEINDEXED.
           GO TO 0300-STOP-RUN.

       0200-PROCESS-OPTION.
           DISPLAY SPACES.
           DISPLAY WS-MENU-TITLE.
           DISPLAY 'ENTER S TO LOOK UP AN EMPLOYEE BY SSN, '.
           DISPLAY 'N TO LOOK UP BY LAST NAME, '.
           DISPLAY 'A TO ADD, C TO CHANGE, D TO DELETE, '.
           DISPLAY 'T TO TERMINATE, OR X TO EXIT: '.
           MOVE SPACE TO WS-OPTION.
           ACCEPT WS-OPTION.
           INSPECT WS-OPTION CONVERTING 'acdnstx' TO 'ACDNSTX'.
           IF (WS-OPTION = 'A' OR WS-OPTION = 'C'
               OR WS-OPTION = 'D' OR WS-OPTION = 'T')
              AND (HOLD-TABLE-FULL OR MASTER-REWRITE-FAILED)
               DISPLAY 'UPDATES NOT ALLOWED - INQUIRY ONLY.'
               GO TO 0200-EXIT
           END-IF.
           EVALUATE WS-OPTION
               WHEN 'S'
                   PERFORM 0210-INQUIRE-BY-SSN THRU 0210-EXIT
               WHEN 'N'
                   PERFORM 0215-INQUIRE-BY-NAME THRU 0215-EXIT
               WHEN 'A'
                   PERFORM 0220-ADD-EMPLOYEE THRU 0220-EXIT
               WHEN 'C'
                   PERFORM 0230-CHANGE-EMPLOYEE THRU 0230-EXIT
               WHEN 'D'
                   PERFORM 0240-DELETE-EMPLOYEE THRU 0240-EXIT
               WHEN 'T'
                   PERFORM 0250-TERMINATE-EMPLOYEE THRU 0250-EXIT
               WHEN 'X'
                   MOVE 'Y' TO WS-SESSION-SW
               WHEN OTHER
                   DISPLAY 'INVALID OPTION.'
           END-EVALUATE.
       0200-EXIT.
           EXIT.

       0205-READ-BY-SSN.
           MOVE 'N' TO WS-FOUND-SW.
           DISPLAY 'ENTER SSN: '.
           MOVE SPACES TO WS-IN-SSN.
           ACCEPT WS-IN-SSN.
           IF WS-IN-SSN IS NOT NUMERIC
               DISPLAY 'SSN MUST BE 9 DIGITS.'
               GO TO 0205-EXIT
           END-IF.
           MOVE WS-IN-SSN TO IDX-SSN.
           READ EMPLOYEEINDEXED
               INVALID KEY CONTINUE
           END-READ.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'NO EMPLOYEE FOUND FOR THAT SSN.'
               GO TO 0205-EXIT
           END-IF.
           MOVE 'Y' TO WS-FOUND-SW.
           PERFORM 0290-SHOW-RECORD THRU 0290-EXIT.
       0205-EXIT.
           EXIT.

       0210-INQUIRE-BY-SSN.
           PERFORM 0205-READ-BY-SSN THRU 0205-EXIT.
       0210-EXIT.
           EXIT.

       0215-INQUIRE-BY-NAME.
           DISPLAY 'ENTER LAST NAME: '.
           MOVE SPACES TO WS-IN-LASTNAME.
           ACCEPT WS-IN-LASTNAME.
           INSPECT WS-IN-LASTNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-IN-LASTNAME = SPACES
               GO TO 0215-EXIT
           END-IF.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-IDX-EOF-SW.
           MOVE LOW-VALUES TO IDX-SSN.
           START EMPLOYEEINDEXED KEY NOT < IDX-SSN
               INVALID KEY SET ENDOFINDEXFILE TO TRUE
           END-START.
           PERFORM 0217-SCAN-FOR-NAME THRU 0217-EXIT
               UNTIL ENDOFINDEXFILE.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY 'NO EMPLOYEE FOUND FOR THAT LAST NAME.'
               GO TO 0215-EXIT
           END-IF.
           IF WS-MATCH-COUNT > 1
               DISPLAY 'MORE THAN ONE MATCH - LOOK UP BY SSN.'
               GO TO 0215-EXIT
           END-IF.
           MOVE WS-NEW-SSN TO IDX-SSN.
           READ EMPLOYEEINDEXED
               INVALID KEY CONTINUE
           END-READ.
           IF WS-IDX-STATUS = '00'
               PERFORM 0290-SHOW-RECORD THRU 0290-EXIT
           END-IF.
       0215-EXIT.
           EXIT.

       0217-SCAN-FOR-NAME.
           READ EMPLOYEEINDEXED NEXT RECORD
               AT END SET ENDOFINDEXFILE TO TRUE
           END-READ.
           IF NOT ENDOFINDEXFILE
              AND IDX-LASTNAME = WS-IN-LASTNAME
               ADD 1 TO WS-MATCH-COUNT
               MOVE IDX-SSN TO WS-NEW-SSN
               MOVE IDX-SSN TO LIST-SSN
               INSPECT LIST-SSN REPLACING ALL ' ' BY '-'
               MOVE IDX-NAME TO LIST-NAME
               MOVE IDX-HIREDATE TO LIST-HIREDATE
               IF IDX-TERMINATED
                   MOVE 'TERMINATED' TO LIST-STATUS
               ELSE
                   MOVE 'ACTIVE' TO LIST-STATUS
               END-IF
               DISPLAY WS-LIST-LINE
           END-IF.
       0217-EXIT.
           EXIT.

       0220-ADD-EMPLOYEE.
           DISPLAY 'ENTER SSN: '.
           MOVE SPACES TO WS-IN-SSN.
           ACCEPT WS-IN-SSN.
           MOVE SPACES TO WS-NEW-EMPDETAILS.
           MOVE WS-IN-SSN TO WS-NEW-EMPDETAILS(1:9).
           IF WS-IN-SSN IS NUMERIC
               MOVE WS-IN-SSN TO IDX-SSN
               READ EMPLOYEEINDEXED
                   INVALID KEY CONTINUE
               END-READ
               IF WS-IDX-STATUS = '00'
                   DISPLAY 'REJECTED - DUPLICATE SSN.'
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 0220-EXIT
               END-IF
               PERFORM 0268-CHECK-HELD-SSN THRU 0268-EXIT
               IF EMPLOYEE-FOUND
                   DISPLAY 'REJECTED - SSN ON EMPLOYEES.DAT BUT NOT '
                       'ON THE INDEX - RUN EMPRECON.'
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 0220-EXIT
               END-IF
           END-IF.
           PERFORM 0260-ENTER-DETAILS THRU 0260-EXIT.
           MOVE 'A' TO WS-NEW-STATUSCODE.
           PERFORM 0400-EDIT-DETAILS THRU 0400-EXIT.
           IF NOT EDITS-PASSED
               DISPLAY 'REJECTED - ' WS-EDIT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0220-EXIT
           END-IF.
           PERFORM 0280-CONFIRM THRU 0280-EXIT.
           IF WS-CONFIRM NOT = 'Y'
               GO TO 0220-EXIT
           END-IF.
           MOVE WS-NEW-EMPDETAILS TO IDX-EMPDETAILS.
           WRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-IDX-STATUS = '00'
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0270-RECORD-UPDATE THRU 0270-EXIT
               DISPLAY 'EMPLOYEE ADDED.'
           ELSE
               DISPLAY 'REJECTED - WRITE FAILED, STATUS '
                   WS-IDX-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0220-EXIT.
           EXIT.

       0230-CHANGE-EMPLOYEE.
           PERFORM 0205-READ-BY-SSN THRU 0205-EXIT.
           IF NOT EMPLOYEE-FOUND
               GO TO 0230-EXIT
           END-IF.
           MOVE IDX-EMPDETAILS TO WS-BEFORE-IMAGE.
           MOVE IDX-EMPDETAILS TO WS-NEW-EMPDETAILS.
           DISPLAY 'PRESS ENTER TO KEEP A FIELD UNCHANGED.'.
           PERFORM 0260-ENTER-DETAILS THRU 0260-EXIT.
           PERFORM 0400-EDIT-DETAILS THRU 0400-EXIT.
           IF NOT EDITS-PASSED
               DISPLAY 'REJECTED - ' WS-EDIT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0230-EXIT
           END-IF.
           IF WS-NEW-EMPDETAILS = WS-BEFORE-IMAGE
               DISPLAY 'NO CHANGES ENTERED.'
               GO TO 0230-EXIT
           END-IF.
           PERFORM 0280-CONFIRM THRU 0280-EXIT.
           IF WS-CONFIRM NOT = 'Y'
               GO TO 0230-EXIT
           END-IF.
           MOVE WS-NEW-EMPDETAILS TO IDX-EMPDETAILS.
           MOVE WS-BEFORE-STATUS  TO IDX-EMPSTATUS.
           REWRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-IDX-STATUS = '00'
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0270-RECORD-UPDATE THRU 0270-EXIT
               DISPLAY 'EMPLOYEE CHANGED.'
           ELSE
               DISPLAY 'REJECTED - REWRITE FAILED, STATUS '
                   WS-IDX-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0230-EXIT.
           EXIT.

       0240-DELETE-EMPLOYEE.
           PERFORM 0205-READ-BY-SSN THRU 0205-EXIT.
           IF NOT EMPLOYEE-FOUND
               GO TO 0240-EXIT
           END-IF.
           IF IDX-TERMINATED
               DISPLAY 'REJECTED - EMPLOYEE TERMINATED.'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0240-EXIT
           END-IF.
           PERFORM 0280-CONFIRM THRU 0280-EXIT.
           IF WS-CONFIRM NOT = 'Y'
               GO TO 0240-EXIT
           END-IF.
           MOVE IDX-EMPDETAILS TO WS-BEFORE-IMAGE.
           DELETE EMPLOYEEINDEXED
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-IDX-STATUS = '00'
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 0270-RECORD-UPDATE THRU 0270-EXIT
               DISPLAY 'EMPLOYEE DELETED.'
           ELSE
               DISPLAY 'REJECTED - DELETE FAILED, STATUS '
                   WS-IDX-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0240-EXIT.
           EXIT.

       0250-TERMINATE-EMPLOYEE.
           PERFORM 0205-READ-BY-SSN THRU 0205-EXIT.
           IF NOT EMPLOYEE-FOUND
               GO TO 0250-EXIT
           END-IF.
           IF IDX-TERMINATED
               DISPLAY 'REJECTED - ALREADY TERMINATED.'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0250-EXIT
           END-IF.
           DISPLAY 'TERMINATION DATE (YYYYMMDD): '.
           MOVE SPACES TO WS-IN-TERMDATE.
           ACCEPT WS-IN-TERMDATE.
           DISPLAY 'TERMINATION REASON: '.
           MOVE SPACES TO WS-IN-TERMREASON.
           ACCEPT WS-IN-TERMREASON.
           INSPECT WS-IN-TERMREASON CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-IN-TERMDATE TO WS-CHECK-DATE.
           PERFORM 0450-VALIDATE-DATE THRU 0450-EXIT.
           IF NOT DATE-IS-VALID
              OR WS-CHECK-DATE < IDX-HIREDATE
               DISPLAY 'REJECTED - INVALID TERM DATE.'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0250-EXIT
           END-IF.
           IF WS-IN-TERMREASON = SPACES
               DISPLAY 'REJECTED - NO TERM REASON.'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 0250-EXIT
           END-IF.
           PERFORM 0280-CONFIRM THRU 0280-EXIT.
           IF WS-CONFIRM NOT = 'Y'
               GO TO 0250-EXIT
           END-IF.
           MOVE IDX-EMPDETAILS   TO WS-BEFORE-IMAGE.
           MOVE 'T'              TO IDX-STATUSCODE.
           MOVE WS-CHECK-DATE-N  TO IDX-TERMDATE.
           MOVE WS-IN-TERMREASON TO IDX-TERMREASON.
           REWRITE IDX-EMPDETAILS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-IDX-STATUS = '00'
               MOVE IDX-EMPDETAILS TO WS-AFTER-IMAGE
               PERFORM 0270-RECORD-UPDATE THRU 0270-EXIT
               DISPLAY 'EMPLOYEE TERMINATED.'
           ELSE
               DISPLAY 'REJECTED - REWRITE FAILED, STATUS '
                   WS-IDX-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       0250-EXIT.
           EXIT.

       0260-ENTER-DETAILS.
           DISPLAY 'LAST NAME [' WS-NEW-LASTNAME ']: '.
           MOVE SPACES TO WS-IN-LASTNAME.
           ACCEPT WS-IN-LASTNAME.
           IF WS-IN-LASTNAME NOT = SPACES
               MOVE WS-IN-LASTNAME TO WS-NEW-LASTNAME
           END-IF.
           DISPLAY 'FIRST NAME [' WS-NEW-FIRSTNAME ']: '.
           MOVE SPACES TO WS-IN-FIRSTNAME.
           ACCEPT WS-IN-FIRSTNAME.
           IF WS-IN-FIRSTNAME NOT = SPACES
               MOVE WS-IN-FIRSTNAME TO WS-NEW-FIRSTNAME
           END-IF.
           DISPLAY 'MIDDLE INITIAL [' WS-NEW-MIDDLEINIT ']: '.
           MOVE SPACE TO WS-IN-MIDDLEINIT.
           ACCEPT WS-IN-MIDDLEINIT.
           IF WS-IN-MIDDLEINIT NOT = SPACE
               MOVE WS-IN-MIDDLEINIT TO WS-NEW-MIDDLEINIT
           END-IF.
           INSPECT WS-NEW-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'BIRTH DATE YYYYMMDD [' WS-NEW-BIRTHDATE ']: '.
           MOVE SPACES TO WS-IN-BIRTHDATE.
           ACCEPT WS-IN-BIRTHDATE.
           IF WS-IN-BIRTHDATE NOT = SPACES
               MOVE WS-IN-BIRTHDATE TO WS-NEW-BIRTHDATE
           END-IF.
           DISPLAY 'HIRE DATE YYYYMMDD [' WS-NEW-HIREDATE ']: '.
           MOVE SPACES TO WS-IN-HIREDATE.
           ACCEPT WS-IN-HIREDATE.
           IF WS-IN-HIREDATE NOT = SPACES
               MOVE WS-IN-HIREDATE TO WS-NEW-HIREDATE
           END-IF.
           DISPLAY 'GENDER M/F [' WS-NEW-GENDER ']: '.
           MOVE SPACE TO WS-IN-GENDER.
           ACCEPT WS-IN-GENDER.
           IF WS-IN-GENDER NOT = SPACE
               MOVE WS-IN-GENDER TO WS-NEW-GENDER
           END-IF.
           INSPECT WS-NEW-GENDER CONVERTING 'mf' TO 'MF'.
           DISPLAY 'EMAIL [' WS-NEW-EMAIL ']: '.
           MOVE SPACES TO WS-IN-EMAIL.
           ACCEPT WS-IN-EMAIL.
           IF WS-IN-EMAIL NOT = SPACES
               MOVE WS-IN-EMAIL TO WS-NEW-EMAIL
           END-IF.
       0260-EXIT.
           EXIT.

       0265-COLLECT-MISSING-MASTERS.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS NOT = '00'
               CLOSE EMPLOYEEFILE
               GO TO 0265-EXIT
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
           PERFORM 0267-CHECK-MASTER-RECORD THRU 0267-EXIT
               UNTIL ENDOFMASTERFILE.
           CLOSE EMPLOYEEFILE.
       0265-EXIT.
           EXIT.

       0267-CHECK-MASTER-RECORD.
           MOVE EMPLOYEESSN TO IDX-SSN.
           READ EMPLOYEEINDEXED
               INVALID KEY CONTINUE
           END-READ.
           IF WS-IDX-STATUS NOT = '00'
               IF WS-HOLD-COUNT < 200
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE EMPDETAILS TO WS-HOLD-RECORD(WS-HOLD-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HOLD-OVFL-SW
               END-IF
           END-IF.
           READ EMPLOYEEFILE
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
       0267-EXIT.
           EXIT.

       0268-CHECK-HELD-SSN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 0269-COMPARE-HELD-SSN THRU 0269-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR EMPLOYEE-FOUND.
       0268-EXIT.
           EXIT.

       0269-COMPARE-HELD-SSN.
           IF WS-HOLD-RECORD(WS-HOLD-IDX)(1:9) = WS-IN-SSN
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       0269-EXIT.
           EXIT.

       0270-RECORD-UPDATE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE       TO JRN-DATE.
           MOVE WS-OPTION         TO JRN-ACTION.
           MOVE IDX-SSN           TO JRN-SSN.
           MOVE WS-BEFORE-DETAILS TO JRN-BEFORE.
           MOVE WS-AFTER-DETAILS  TO JRN-AFTER.
           MOVE 'HRONLINE'        TO JRN-BATCH.
           MOVE WS-BEFORE-STATUS  TO JRN-BEFORE-STATUS.
           MOVE WS-AFTER-STATUS   TO JRN-AFTER-STATUS.
           WRITE JOURNAL-RECORD.
           PERFORM 0275-REWRITE-EMPLOYEE-FILE THRU 0275-EXIT.
       0270-EXIT.
           EXIT.

       0275-REWRITE-EMPLOYEE-FILE.
           MOVE JRN-SSN TO WS-UPDATE-SSN.
           MOVE 'N' TO WS-UPDATE-SW, WS-MASTER-EOF-SW, WS-WORK-EOF-SW.
           IF WS-OPTION = 'D'
               MOVE 'Y' TO WS-UPDATE-SW
           END-IF.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS = '35'
               SET ENDOFMASTERFILE TO TRUE
           ELSE
           IF WS-EMP-STATUS NOT = '00'
               MOVE 'EMPLOYEES.DAT' TO WS-FAILED-FILE
               MOVE WS-EMP-STATUS   TO WS-FAILED-STATUS
               PERFORM 0279-REWRITE-FAILED THRU 0279-EXIT
               GO TO 0275-EXIT
           END-IF
           END-IF.
           OPEN OUTPUT EMPLOYEEWORK.
           IF WS-WORK-STATUS NOT = '00'
               IF NOT ENDOFMASTERFILE
                   CLOSE EMPLOYEEFILE
               END-IF
               MOVE 'EMPLOYEES.TMP' TO WS-FAILED-FILE
               MOVE WS-WORK-STATUS  TO WS-FAILED-STATUS
               PERFORM 0279-REWRITE-FAILED THRU 0279-EXIT
               GO TO 0275-EXIT
           END-IF.
           IF NOT ENDOFMASTERFILE
               READ EMPLOYEEFILE
                   AT END SET ENDOFMASTERFILE TO TRUE
               END-READ
               PERFORM 0276-COPY-MASTER-RECORD THRU 0276-EXIT
                   UNTIL ENDOFMASTERFILE
               CLOSE EMPLOYEEFILE
           END-IF.
           IF NOT UPDATE-WRITTEN
               PERFORM 0277-WRITE-UPDATED-RECORD THRU 0277-EXIT
           END-IF.
           CLOSE EMPLOYEEWORK.
           OPEN INPUT EMPLOYEEWORK.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'EMPLOYEES.TMP' TO WS-FAILED-FILE
               MOVE WS-WORK-STATUS  TO WS-FAILED-STATUS
               PERFORM 0279-REWRITE-FAILED THRU 0279-EXIT
               GO TO 0275-EXIT
           END-IF.
           OPEN OUTPUT EMPLOYEEFILE.
           IF WS-EMP-STATUS NOT = '00'
               CLOSE EMPLOYEEWORK
               MOVE 'EMPLOYEES.DAT' TO WS-FAILED-FILE
               MOVE WS-EMP-STATUS   TO WS-FAILED-STATUS
               PERFORM 0279-REWRITE-FAILED THRU 0279-EXIT
               GO TO 0275-EXIT
           END-IF.
           READ EMPLOYEEWORK
               AT END SET ENDOFWORKFILE TO TRUE
           END-READ.
           PERFORM 0278-COPY-WORK-RECORD THRU 0278-EXIT
               UNTIL ENDOFWORKFILE.
           CLOSE EMPLOYEEWORK.
           CLOSE EMPLOYEEFILE.
       0275-EXIT.
           EXIT.

       0276-COPY-MASTER-RECORD.
           IF EMPLOYEESSN = WS-UPDATE-SSN
               IF NOT UPDATE-WRITTEN
                   PERFORM 0277-WRITE-UPDATED-RECORD THRU 0277-EXIT
               END-IF
               GO TO 0276-NEXT
           END-IF.
           IF EMPLOYEESSN > WS-UPDATE-SSN
              AND NOT UPDATE-WRITTEN
               PERFORM 0277-WRITE-UPDATED-RECORD THRU 0277-EXIT
           END-IF.
           WRITE EMPWORK-RECORD FROM EMPDETAILS.
       0276-NEXT.
           READ EMPLOYEEFILE
               AT END SET ENDOFMASTERFILE TO TRUE
           END-READ.
       0276-EXIT.
           EXIT.

       0277-WRITE-UPDATED-RECORD.
           WRITE EMPWORK-RECORD FROM WS-AFTER-IMAGE.
           MOVE 'Y' TO WS-UPDATE-SW.
       0277-EXIT.
           EXIT.

       0278-COPY-WORK-RECORD.
           WRITE EMPDETAILS FROM EMPWORK-RECORD.
           READ EMPLOYEEWORK
               AT END SET ENDOFWORKFILE TO TRUE
           END-READ.
       0278-EXIT.
           EXIT.

       0279-REWRITE-FAILED.
           MOVE 'Y' TO WS-REWRITE-ERR-SW.
           MOVE 8 TO RETURN-CODE.
           DISPLAY 'EMPLOYEES.DAT NOT UPDATED - OPEN OF '
               WS-FAILED-FILE ' FAILED, STATUS ' WS-FAILED-STATUS.
           DISPLAY 'THE INDEX HAS THE CHANGE - RUN EMPRECON.  '
               'INQUIRY ONLY.'.
       0279-EXIT.
           EXIT.

       0280-CONFIRM.
           DISPLAY 'APPLY THIS UPDATE (Y/N)? '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           INSPECT WS-CONFIRM CONVERTING 'y' TO 'Y'.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'UPDATE CANCELLED.'
           END-IF.
       0280-EXIT.
           EXIT.

       0290-SHOW-RECORD.
           MOVE IDX-SSN TO SHOW-SSN.
           INSPECT SHOW-SSN REPLACING ALL ' ' BY '-'.
           MOVE SPACES TO SHOW-TERMDATE, SHOW-TERMREASON.
           IF IDX-TERMINATED
               MOVE 'TERMINATED'   TO SHOW-STATUS
               MOVE IDX-TERMDATE   TO SHOW-TERMDATE
               MOVE IDX-TERMREASON TO SHOW-TERMREASON
           ELSE
               MOVE 'ACTIVE'       TO SHOW-STATUS
           END-IF.
           MOVE IDX-LASTNAME   TO SHOW-LASTNAME.
           MOVE IDX-FIRSTNAME  TO SHOW-FIRSTNAME.
           MOVE IDX-MIDDLEINIT TO SHOW-MIDDLEINIT.
           MOVE IDX-BIRTHDATE  TO SHOW-BIRTHDATE.
           MOVE IDX-HIREDATE   TO SHOW-HIREDATE.
           MOVE IDX-GENDER     TO SHOW-GENDER.
           MOVE IDX-EMAIL      TO SHOW-EMAIL.
           DISPLAY SPACES.
           DISPLAY WS-SHOW-SSN-LINE.
           DISPLAY WS-SHOW-NAME-LINE.
           DISPLAY WS-SHOW-DATES-LINE.
           DISPLAY WS-SHOW-EMAIL-LINE.
       0290-EXIT.
           EXIT.

       0400-EDIT-DETAILS.
           MOVE 'N' TO WS-EDIT-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN WS-NEW-EMPDETAILS(1:9) IS NOT NUMERIC
                   MOVE 'SSN NOT NUMERIC' TO WS-EDIT-REASON
               WHEN WS-NEW-EMPDETAILS(1:3) = '000'
                   MOVE 'SSN AREA ZERO' TO WS-EDIT-REASON
               WHEN WS-NEW-EMPDETAILS(4:2) = '00'
                   MOVE 'SSN GROUP ZERO' TO WS-EDIT-REASON
               WHEN WS-NEW-EMPDETAILS(6:4) = '0000'
                   MOVE 'SSN SERIAL ZERO' TO WS-EDIT-REASON
               WHEN WS-NEW-LASTNAME = SPACES
                   MOVE 'LAST NAME REQUIRED' TO WS-EDIT-REASON
               WHEN WS-NEW-FIRSTNAME = SPACES
                   MOVE 'FIRST NAME REQUIRED' TO WS-EDIT-REASON
           END-EVALUATE.
           IF WS-EDIT-REASON NOT = SPACES
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-NEW-BIRTHDATE TO WS-CHECK-DATE.
           PERFORM 0450-VALIDATE-DATE THRU 0450-EXIT.
           IF NOT DATE-IS-VALID
              OR WS-NEW-BIRTHDATE > WS-RUN-DATE
               MOVE 'INVALID BIRTH DATE' TO WS-EDIT-REASON
               GO TO 0400-EXIT
           END-IF.
           MOVE WS-NEW-HIREDATE TO WS-CHECK-DATE.
           PERFORM 0450-VALIDATE-DATE THRU 0450-EXIT.
           IF NOT DATE-IS-VALID
              OR WS-NEW-HIREDATE < WS-NEW-BIRTHDATE
               MOVE 'INVALID HIRE DATE' TO WS-EDIT-REASON
               GO TO 0400-EXIT
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-NEW-EMAIL TALLYING WS-TALLY FOR ALL '@'.
           IF WS-TALLY NOT = 1
               MOVE 'INVALID EMAIL' TO WS-EDIT-REASON
               GO TO 0400-EXIT
           END-IF.
           MOVE 'Y' TO WS-EDIT-SW.
       0400-EXIT.
           EXIT.

       0450-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-CHECK-DATE IS NOT NUMERIC
               GO TO 0450-EXIT
           END-IF.
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
              OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               GO TO 0450-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SW.
       0450-EXIT.
           EXIT.

       0300-STOP-RUN.
           PERFORM 0296-WRITE-RUNLOG.
           STOP RUN.

       0296-WRITE-RUNLOG.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WS-RUNLOG-STATUS = '05' OR WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES             TO RUNLOG-RECORD.
           MOVE 'EMPONLINE'        TO RUNLOG-PROGRAM.
           MOVE WS-START-TIME      TO RUNLOG-START-TIME.
           MOVE WS-END-TIME        TO RUNLOG-END-TIME.
           MOVE WS-APPLIED-COUNT   TO RUNLOG-REC-COUNT.
           IF INDEX-NOT-AVAILABLE
               MOVE 'IDX ERROR'    TO RUNLOG-STATUS
           ELSE
           IF MASTER-REWRITE-FAILED
               MOVE 'FILE ERROR'   TO RUNLOG-STATUS
           ELSE
               MOVE 'COMPLETE'     TO RUNLOG-STATUS
           END-IF
           END-IF.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'HRMAINT' TO RUNLOG-BATCH.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG.
       0296-EXIT.
           EXIT.

          END PROGRAM EMPONLINE.
