       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F77-ROSTER-FILE ASSIGN TO "GradeRoster.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-ROSTER-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F16-CATALOG-FILE ASSIGN TO "CourseCat.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CATALOG-STATUS.
       SELECT F78-CONTROL-FILE ASSIGN TO "GradeRosterCtl.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CONTROL-STATUS.
       SELECT F48-TRANS-FILE ASSIGN TO "GradePostTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F79-EXCEPTION-REPORT ASSIGN TO "GradeRosterExc.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F77-ROSTER-FILE
       RECORD CONTAINS 36 CHARACTERS
       DATA RECORDS ARE F77-HEADER-RECORD F77-DETAIL-RECORD.
       01 F77-HEADER-RECORD.
         05 F77-RECORD-TYPE PIC X.
         05 F77-COURSE-CODE PIC X(7).
         05 F77-TERM PIC X(5).
         05 F77-INSTRUCTOR PIC X(20).
         05 F77-EXPECTED-COUNT PIC X(3).
       01 F77-DETAIL-RECORD.
         05 F77-DETAIL-TYPE PIC X.
         05 F77-STUDENT-ID PIC X(5).
         05 F77-GRADE PIC X.
         05 F77-FILLER-1 PIC X(29).
       FD F08-STUDENT-MASTER
       RECORD CONTAINS 44 CHARACTERS
       DATA RECORD IS F08-MASTER-RECORD.
       01 F08-MASTER-RECORD.
         05 F08-STUDENT-ID PIC X(5).
         05 F08-LAST-NAME PIC X(15).
         05 F08-FIRST-NAME PIC X(12).
         05 F08-PROGRAM PIC X(8).
         05 F08-ADVISOR-ID PIC X(4).
       FD F16-CATALOG-FILE
       RECORD CONTAINS 46 CHARACTERS
       DATA RECORD IS F16-CATALOG-RECORD.
       01 F16-CATALOG-RECORD.
         05 F16-COURSE-CODE PIC X(7).
         05 F16-FILLER-1 PIC X(2).
         05 F16-COURSE-TITLE PIC X(30).
         05 F16-FILLER-2 PIC X(2).
         05 F16-CREDIT-HOURS PIC 99.
         05 F16-FILLER-3 PIC X(2).
         05 F16-ACTIVE-FLAG PIC X.
       FD F78-CONTROL-FILE
       RECORD CONTAINS 51 CHARACTERS
       DATA RECORD IS F78-CONTROL-RECORD.
       01 F78-CONTROL-RECORD.
         05 F78-RUN-DATE PIC X(8).
         05 F78-FILLER-1 PIC X(2).
         05 F78-COURSE-CODE PIC X(7).
         05 F78-FILLER-2 PIC X(2).
         05 F78-TERM PIC X(5).
         05 F78-FILLER-3 PIC X(2).
         05 F78-INSTRUCTOR PIC X(20).
         05 F78-FILLER-4 PIC X(2).
         05 F78-STUDENT-COUNT PIC 999.
       FD F48-TRANS-FILE
       RECORD CONTAINS 21 CHARACTERS
       DATA RECORD IS F48-TRANS-RECORD.
       01 F48-TRANS-RECORD.
         05 F48-ACTION PIC X(3).
         05 F48-STUDENT-ID PIC X(5).
         05 F48-COURSE-CODE PIC X(7).
         05 F48-TERM PIC X(5).
         05 F48-GRADE PIC X.
       FD F79-EXCEPTION-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F79-EXCEPTION-LINE.
       01 F79-EXCEPTION-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 W0S-ROSTER-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-CONTROL-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-ROSTER-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CONTROL-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-ROSTER-OPEN PIC X(3) VALUE 'NO'.
       01 W0M-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
       01 W0C-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       01 W0C-COURSE-FOUND PIC X(3) VALUE SPACES.
       01 W0K-LOADED-TABLE.
         05 W0K-LOADED-ENTRY OCCURS 1000 TIMES
            INDEXED BY W0K-IDX.
           10 W0K-COURSE-CODE PIC X(7).
           10 W0K-TERM PIC X(5).
       01 W0K-LOADED-COUNT PIC 9(4) VALUE ZERO.
       01 W0K-LOADED-FOUND PIC X(3) VALUE SPACES.
       01 W0R-HEADER.
         05 W0R-COURSE-CODE PIC X(7).
         05 W0R-TERM PIC X(5).
         05 W0R-INSTRUCTOR PIC X(20).
         05 W0R-EXPECTED-COUNT PIC 999.
       01 W0R-RECEIVED-COUNT PIC 9(3) VALUE ZERO.
       01 W0R-DETAIL-ERRORS PIC 9(3) VALUE ZERO.
       01 W0R-REASON-CODE PIC X(2) VALUE SPACES.
       01 W0R-REASON-TEXT PIC X(28) VALUE SPACES.
       01 W0R-DETAIL-TABLE.
         05 W0R-DETAIL-ENTRY OCCURS 200 TIMES.
           10 W0R-STUDENT-ID PIC X(5).
           10 W0R-GRADE PIC X.
           10 W0R-DETAIL-CODE PIC X(2).
           10 W0R-DETAIL-TEXT PIC X(24).
       01 W0R-DETAIL-COUNT PIC 9(3) VALUE ZERO.
       01 W0R-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0R-CHECK-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0T-RECORDS-READ PIC 9(5) VALUE ZERO.
       01 W0T-ROSTERS-READ PIC 9(5) VALUE ZERO.
       01 W0T-ROSTERS-POSTED PIC 9(5) VALUE ZERO.
       01 W0T-ROSTERS-HELD PIC 9(5) VALUE ZERO.
       01 W0T-TRANS-WRITTEN PIC 9(5) VALUE ZERO.
       01 W0T-ORPHAN-RECORDS PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(36) VALUE "GRADE ROSTER INTAKE -- ROSTERS HELD".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
       01 W03-ROSTER-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(7) VALUE "COURSE ".
         05 W03-COURSE-CODE PIC X(7).
         05 PIC X(7) VALUE "  TERM ".
         05 W03-TERM PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W03-INSTRUCTOR PIC X(20).
         05 PIC X(6) VALUE "  EXP ".
         05 W03-EXPECTED PIC ZZ9.
         05 PIC X(6) VALUE "  RCV ".
         05 W03-RECEIVED PIC ZZ9.
       01 W04-REASON-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(3) VALUE "** ".
         05 W04-REASON-CODE PIC X(2).
         05 PIC X(1) VALUE SPACES.
         05 W04-REASON-TEXT PIC X(28).
         05 PIC X(24) VALUE " -- ROSTER HELD WHOLE".
       01 W05-COLUMN-HEADING.
         05 PIC X(6) VALUE SPACES.
         05 PIC X(9) VALUE "STUDENT".
         05 PIC X(7) VALUE "GRADE".
         05 PIC X(30) VALUE "REASON".
       01 W06-DETAIL-LINE.
         05 PIC X(6) VALUE SPACES.
         05 W06-STUDENT-ID PIC X(5).
         05 PIC X(6) VALUE SPACES.
         05 W06-GRADE PIC X.
         05 PIC X(3) VALUE SPACES.
         05 W06-DETAIL-CODE PIC X(2).
         05 PIC X(1) VALUE SPACES.
         05 W06-DETAIL-TEXT PIC X(24).
       01 W07-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W07-COUNT-LABEL PIC X(23).
         05 W07-COUNT-VALUE PIC ZZZZ9.
       01 W08-NONE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(4) VALUE "NONE".
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-ROSTER-CONTROL
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 200-PRINT-HEADINGS
           PERFORM UNTIL W0S-ROSTER-SWITCH = 'NO'
               READ F77-ROSTER-FILE
                   AT END
                       MOVE 'NO' TO W0S-ROSTER-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-RECORDS-READ
                       PERFORM 300-ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM 350-FINISH-ROSTER
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F77-ROSTER-FILE
           IF W0S-ROSTER-STATUS NOT = "00"
               DISPLAY "NO GRADE ROSTERS RECEIVED -- NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F08-STUDENT-MASTER
           IF W0S-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN ERROR " W0S-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F16-CATALOG-FILE
           IF W0S-CATALOG-STATUS NOT = "00"
               DISPLAY "COURSE CATALOG OPEN ERROR " W0S-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F48-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               OPEN OUTPUT F48-TRANS-FILE
           END-IF
           OPEN OUTPUT F79-EXCEPTION-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-ROSTER-CONTROL.
           OPEN INPUT F78-CONTROL-FILE
           IF W0S-CONTROL-STATUS = "00"
               MOVE SPACES TO W0S-CONTROL-SWITCH
               PERFORM UNTIL W0S-CONTROL-SWITCH = 'NO'
                   READ F78-CONTROL-FILE
                       AT END
                           MOVE 'NO' TO W0S-CONTROL-SWITCH
                       NOT AT END
                           MOVE F78-COURSE-CODE TO W0R-COURSE-CODE
                           MOVE F78-TERM TO W0R-TERM
                           PERFORM 112-ADD-LOADED-ROSTER
                   END-READ
               END-PERFORM
               CLOSE F78-CONTROL-FILE
           END-IF
           OPEN EXTEND F78-CONTROL-FILE
           IF W0S-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT F78-CONTROL-FILE
           END-IF.

       112-ADD-LOADED-ROSTER.
           IF W0K-LOADED-COUNT < 1000
               ADD 1 TO W0K-LOADED-COUNT
               MOVE W0R-COURSE-CODE TO
                 W0K-COURSE-CODE (W0K-LOADED-COUNT)
               MOVE W0R-TERM TO W0K-TERM (W0K-LOADED-COUNT)
           ELSE
               DISPLAY "ROSTER CONTROL TABLE FULL AT "
                 W0R-COURSE-CODE " " W0R-TERM " -- RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       115-LOAD-COURSE-CATALOG.
           MOVE SPACES TO W0S-CATALOG-SWITCH
           PERFORM UNTIL W0S-CATALOG-SWITCH = 'NO'
               READ F16-CATALOG-FILE
                   AT END
                       MOVE 'NO' TO W0S-CATALOG-SWITCH
                   NOT AT END
                       IF W0C-CATALOG-COUNT < 200
                           ADD 1 TO W0C-CATALOG-COUNT
                           MOVE F16-COURSE-CODE TO
                             W0C-COURSE-CODE (W0C-CATALOG-COUNT)
                       ELSE
                           DISPLAY "COURSE CATALOG TABLE FULL AT "
                             F16-COURSE-CODE " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F16-CATALOG-FILE.

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           WRITE F79-EXCEPTION-LINE FROM W01-TITTLE
           WRITE F79-EXCEPTION-LINE FROM W02-RUN-LINE.

       300-ROUTE-ONE-RECORD.
           EVALUATE F77-RECORD-TYPE
               WHEN "H"
                   PERFORM 350-FINISH-ROSTER
                   PERFORM 310-START-ROSTER
               WHEN "D"
                   IF W0S-ROSTER-OPEN = 'YES'
                       PERFORM 320-ADD-DETAIL
                   ELSE
                       PERFORM 330-LIST-ORPHAN-RECORD
                   END-IF
               WHEN OTHER
                   IF W0S-ROSTER-OPEN = 'YES'
                       AND W0R-REASON-CODE = SPACES
                       MOVE "RT" TO W0R-REASON-CODE
                       MOVE "INVALID RECORD TYPE IN ROSTER" TO
                         W0R-REASON-TEXT
                   END-IF
                   IF W0S-ROSTER-OPEN = 'NO'
                       PERFORM 330-LIST-ORPHAN-RECORD
                   END-IF
           END-EVALUATE.

       310-START-ROSTER.
           MOVE 'YES' TO W0S-ROSTER-OPEN
           MOVE F77-COURSE-CODE TO W0R-COURSE-CODE
           MOVE F77-TERM TO W0R-TERM
           MOVE F77-INSTRUCTOR TO W0R-INSTRUCTOR
           MOVE ZERO TO W0R-EXPECTED-COUNT
           MOVE ZERO TO W0R-RECEIVED-COUNT
           MOVE ZERO TO W0R-DETAIL-COUNT
           MOVE ZERO TO W0R-DETAIL-ERRORS
           MOVE SPACES TO W0R-REASON-CODE
           MOVE SPACES TO W0R-REASON-TEXT
           PERFORM 308-FIND-COURSE-IN-CATALOG
           PERFORM 309-FIND-LOADED-ROSTER
           IF W0C-COURSE-FOUND = 'NO'
               MOVE "CN" TO W0R-REASON-CODE
               MOVE "COURSE NOT IN CATALOG" TO W0R-REASON-TEXT
           ELSE
           IF W0R-TERM = SPACES
               MOVE "TM" TO W0R-REASON-CODE
               MOVE "TERM MISSING" TO W0R-REASON-TEXT
           ELSE
           IF F77-EXPECTED-COUNT IS NOT NUMERIC
               MOVE "EC" TO W0R-REASON-CODE
               MOVE "EXPECTED COUNT INVALID" TO W0R-REASON-TEXT
           ELSE
           IF W0K-LOADED-FOUND = 'YES'
               MOVE "DU" TO W0R-REASON-CODE
               MOVE "COURSE TERM ALREADY LOADED" TO W0R-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           IF F77-EXPECTED-COUNT IS NUMERIC
               MOVE F77-EXPECTED-COUNT TO W0R-EXPECTED-COUNT
           END-IF.

       308-FIND-COURSE-IN-CATALOG.
           MOVE 'NO' TO W0C-COURSE-FOUND
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   CONTINUE
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   CONTINUE
               WHEN W0C-COURSE-CODE (W0C-IDX) = W0R-COURSE-CODE
                   MOVE 'YES' TO W0C-COURSE-FOUND
           END-SEARCH.

       309-FIND-LOADED-ROSTER.
           MOVE 'NO' TO W0K-LOADED-FOUND
           SET W0K-IDX TO 1
           SEARCH W0K-LOADED-ENTRY
               AT END
                   CONTINUE
               WHEN W0K-IDX > W0K-LOADED-COUNT
                   CONTINUE
               WHEN W0K-COURSE-CODE (W0K-IDX) = W0R-COURSE-CODE
                   AND W0K-TERM (W0K-IDX) = W0R-TERM
                   MOVE 'YES' TO W0K-LOADED-FOUND
           END-SEARCH.

       320-ADD-DETAIL.
           ADD 1 TO W0R-RECEIVED-COUNT
           IF W0R-DETAIL-COUNT < 200
               ADD 1 TO W0R-DETAIL-COUNT
               MOVE W0R-DETAIL-COUNT TO W0R-ENTRY-SUB
               MOVE F77-STUDENT-ID TO W0R-STUDENT-ID (W0R-ENTRY-SUB)
               MOVE F77-GRADE TO W0R-GRADE (W0R-ENTRY-SUB)
               MOVE SPACES TO W0R-DETAIL-CODE (W0R-ENTRY-SUB)
               MOVE SPACES TO W0R-DETAIL-TEXT (W0R-ENTRY-SUB)
               PERFORM 325-VALIDATE-DETAIL
           ELSE
               IF W0R-REASON-CODE = SPACES
                   MOVE "FU" TO W0R-REASON-CODE
                   MOVE "ROSTER TABLE FULL" TO W0R-REASON-TEXT
               END-IF
           END-IF.

       325-VALIDATE-DETAIL.
           IF F77-STUDENT-ID = SPACES
               MOVE "ID" TO W0R-DETAIL-CODE (W0R-ENTRY-SUB)
               MOVE "STUDENT ID MISSING" TO
                 W0R-DETAIL-TEXT (W0R-ENTRY-SUB)
           ELSE
               PERFORM 327-READ-MASTER
               IF W0M-FOUND-SWITCH = 'NO'
                   MOVE "NM" TO W0R-DETAIL-CODE (W0R-ENTRY-SUB)
                   MOVE "STUDENT NOT ON MASTER" TO
                     W0R-DETAIL-TEXT (W0R-ENTRY-SUB)
               ELSE
               IF F77-GRADE NOT = "A" AND NOT = "B" AND NOT = "C"
                   AND NOT = "D" AND NOT = "F" AND NOT = "P"
                   AND NOT = "W" AND NOT = "I"
                   MOVE "GR" TO W0R-DETAIL-CODE (W0R-ENTRY-SUB)
                   MOVE "INVALID GRADE CODE" TO
                     W0R-DETAIL-TEXT (W0R-ENTRY-SUB)
               ELSE
                   PERFORM 328-CHECK-REPEATED-STUDENT
               END-IF
               END-IF
           END-IF
           IF W0R-DETAIL-CODE (W0R-ENTRY-SUB) NOT = SPACES
               ADD 1 TO W0R-DETAIL-ERRORS
           END-IF.

       327-READ-MASTER.
           MOVE 'NO' TO W0M-FOUND-SWITCH
           MOVE F77-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W0M-FOUND-SWITCH
           END-READ.

       328-CHECK-REPEATED-STUDENT.
           MOVE ZERO TO W0R-CHECK-SUB
           PERFORM 329-CHECK-ONE-PRIOR-DETAIL
               UNTIL W0R-CHECK-SUB >= W0R-ENTRY-SUB - 1
               OR W0R-DETAIL-CODE (W0R-ENTRY-SUB) NOT = SPACES.

       329-CHECK-ONE-PRIOR-DETAIL.
           ADD 1 TO W0R-CHECK-SUB
           IF W0R-STUDENT-ID (W0R-CHECK-SUB) = F77-STUDENT-ID
               MOVE "SD" TO W0R-DETAIL-CODE (W0R-ENTRY-SUB)
               MOVE "STUDENT LISTED TWICE" TO
                 W0R-DETAIL-TEXT (W0R-ENTRY-SUB)
           END-IF.

       330-LIST-ORPHAN-RECORD.
           ADD 1 TO W0T-ORPHAN-RECORDS
           MOVE F77-STUDENT-ID TO W06-STUDENT-ID
           MOVE F77-GRADE TO W06-GRADE
           MOVE "HD" TO W06-DETAIL-CODE
           MOVE "RECORD WITHOUT HEADER" TO W06-DETAIL-TEXT
           WRITE F79-EXCEPTION-LINE FROM SPACES
           WRITE F79-EXCEPTION-LINE FROM W06-DETAIL-LINE.

       350-FINISH-ROSTER.
           IF W0S-ROSTER-OPEN = 'YES'
               ADD 1 TO W0T-ROSTERS-READ
               IF W0R-REASON-CODE = SPACES
                   AND W0R-RECEIVED-COUNT NOT = W0R-EXPECTED-COUNT
                   MOVE "CT" TO W0R-REASON-CODE
                   MOVE "ROSTER OUT OF BALANCE" TO W0R-REASON-TEXT
               END-IF
               IF W0R-REASON-CODE = SPACES
                   AND W0R-DETAIL-ERRORS > ZERO
                   MOVE "DE" TO W0R-REASON-CODE
                   MOVE "STUDENT LINES IN ERROR" TO W0R-REASON-TEXT
               END-IF
               IF W0R-REASON-CODE = SPACES
                   PERFORM 360-POST-ROSTER
               ELSE
                   PERFORM 370-LIST-HELD-ROSTER
               END-IF
               MOVE 'NO' TO W0S-ROSTER-OPEN
           END-IF.

       360-POST-ROSTER.
           MOVE ZERO TO W0R-ENTRY-SUB
           PERFORM 365-WRITE-ONE-TRANSACTION W0R-DETAIL-COUNT TIMES
           INITIALIZE F78-CONTROL-RECORD
           MOVE W0D-RUN-DATE TO F78-RUN-DATE
           MOVE W0R-COURSE-CODE TO F78-COURSE-CODE
           MOVE W0R-TERM TO F78-TERM
           MOVE W0R-INSTRUCTOR TO F78-INSTRUCTOR
           MOVE W0R-DETAIL-COUNT TO F78-STUDENT-COUNT
           WRITE F78-CONTROL-RECORD
           PERFORM 112-ADD-LOADED-ROSTER
           ADD 1 TO W0T-ROSTERS-POSTED.

       365-WRITE-ONE-TRANSACTION.
           ADD 1 TO W0R-ENTRY-SUB
           INITIALIZE F48-TRANS-RECORD
           MOVE "ADD" TO F48-ACTION
           MOVE W0R-STUDENT-ID (W0R-ENTRY-SUB) TO F48-STUDENT-ID
           MOVE W0R-COURSE-CODE TO F48-COURSE-CODE
           MOVE W0R-TERM TO F48-TERM
           MOVE W0R-GRADE (W0R-ENTRY-SUB) TO F48-GRADE
           WRITE F48-TRANS-RECORD
           ADD 1 TO W0T-TRANS-WRITTEN.

       370-LIST-HELD-ROSTER.
           ADD 1 TO W0T-ROSTERS-HELD
           MOVE W0R-COURSE-CODE TO W03-COURSE-CODE
           MOVE W0R-TERM TO W03-TERM
           MOVE W0R-INSTRUCTOR TO W03-INSTRUCTOR
           MOVE W0R-EXPECTED-COUNT TO W03-EXPECTED
           MOVE W0R-RECEIVED-COUNT TO W03-RECEIVED
           MOVE W0R-REASON-CODE TO W04-REASON-CODE
           MOVE W0R-REASON-TEXT TO W04-REASON-TEXT
           WRITE F79-EXCEPTION-LINE FROM SPACES
           WRITE F79-EXCEPTION-LINE FROM W03-ROSTER-LINE
           WRITE F79-EXCEPTION-LINE FROM W04-REASON-LINE
           IF W0R-DETAIL-COUNT > ZERO
               WRITE F79-EXCEPTION-LINE FROM W05-COLUMN-HEADING
           END-IF
           MOVE ZERO TO W0R-ENTRY-SUB
           PERFORM 375-LIST-ONE-HELD-DETAIL W0R-DETAIL-COUNT TIMES.

       375-LIST-ONE-HELD-DETAIL.
           ADD 1 TO W0R-ENTRY-SUB
           MOVE W0R-STUDENT-ID (W0R-ENTRY-SUB) TO W06-STUDENT-ID
           MOVE W0R-GRADE (W0R-ENTRY-SUB) TO W06-GRADE
           MOVE W0R-DETAIL-CODE (W0R-ENTRY-SUB) TO W06-DETAIL-CODE
           MOVE W0R-DETAIL-TEXT (W0R-ENTRY-SUB) TO W06-DETAIL-TEXT
           WRITE F79-EXCEPTION-LINE FROM W06-DETAIL-LINE.

       700-CLOSE-FILES.
           IF W0T-ROSTERS-HELD = ZERO AND W0T-ORPHAN-RECORDS = ZERO
               WRITE F79-EXCEPTION-LINE FROM SPACES
               WRITE F79-EXCEPTION-LINE FROM W08-NONE-LINE
           END-IF
           WRITE F79-EXCEPTION-LINE FROM SPACES
           MOVE "ROSTER RECORDS READ    " TO W07-COUNT-LABEL
           MOVE W0T-RECORDS-READ TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           MOVE "ROSTERS RECEIVED       " TO W07-COUNT-LABEL
           MOVE W0T-ROSTERS-READ TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           MOVE "ROSTERS SENT TO POSTING" TO W07-COUNT-LABEL
           MOVE W0T-ROSTERS-POSTED TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           MOVE "ROSTERS HELD           " TO W07-COUNT-LABEL
           MOVE W0T-ROSTERS-HELD TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           MOVE "RECORDS WITHOUT HEADER " TO W07-COUNT-LABEL
           MOVE W0T-ORPHAN-RECORDS TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           MOVE "GRADE TRANSACTIONS     " TO W07-COUNT-LABEL
           MOVE W0T-TRANS-WRITTEN TO W07-COUNT-VALUE
           WRITE F79-EXCEPTION-LINE FROM W07-COUNT-LINE
           IF W0T-ROSTERS-HELD > ZERO OR W0T-ORPHAN-RECORDS > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "ROSTERS HELD -- SEE ROSTER EXCEPTION REPORT"
           END-IF
           CLOSE F77-ROSTER-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F78-CONTROL-FILE
           CLOSE F48-TRANS-FILE
           CLOSE F79-EXCEPTION-REPORT
           DISPLAY "ROSTER RECORDS READ  " W0T-RECORDS-READ
           DISPLAY "ROSTERS RECEIVED     " W0T-ROSTERS-READ
           DISPLAY "ROSTERS POSTED       " W0T-ROSTERS-POSTED
           DISPLAY "ROSTERS HELD         " W0T-ROSTERS-HELD
           DISPLAY "TRANSACTIONS WRITTEN " W0T-TRANS-WRITTEN
           DISPLAY "FILES CLOSED".
