       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhatIfAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F91-REQUEST-FILE ASSIGN TO "WhatIfReq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-REQUEST-STATUS.
       SELECT F01-HISTORY-FILE ASSIGN TO "CodingAsst.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-HISTORY-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F16-CATALOG-FILE ASSIGN TO "CourseCat.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CATALOG-STATUS.
       SELECT F30-REQS-FILE ASSIGN TO "ProgReqs.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-REQS-STATUS.
       SELECT F19-PARM-FILE ASSIGN TO "UniRunParm.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PARM-STATUS.
       SELECT F92-WHATIF-REPORT ASSIGN TO "UniWhatIfAudit.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F91-REQUEST-FILE
       RECORD CONTAINS 13 CHARACTERS
       DATA RECORD IS F91-REQUEST-RECORD.
       01 F91-REQUEST-RECORD.
         05 F91-STUDENT-ID PIC X(5).
         05 F91-PROPOSED-PROGRAM PIC X(8).
       FD F01-HISTORY-FILE
       DATA RECORD IS F01-STUDENT-RECORD.
       01 F01-STUDENT-RECORD.
         05 F01-STUDENT-ID PIC X(5).
         05 F01-COURSE-COUNT PIC 99.
         05 F01-COURSE-ENTRY OCCURS 0 TO 99 TIMES
              DEPENDING ON F01-COURSE-COUNT
              INDEXED BY F01-IDX.
           10 F01-COURSE-CODE PIC X(7).
           10 F01-GRADE PIC X.
           10 F01-TERM PIC X(5).
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
       FD F30-REQS-FILE
       RECORD CONTAINS 26 CHARACTERS
       DATA RECORD IS F30-REQS-RECORD.
       01 F30-REQS-RECORD.
         05 F30-PROGRAM PIC X(8).
         05 F30-FILLER-1 PIC X(2).
         05 F30-COURSE-CODE PIC X(7).
         05 F30-FILLER-2 PIC X(2).
         05 F30-GROUP-ID PIC X(3).
         05 F30-FILLER-3 PIC X(2).
         05 F30-CHOOSE-COUNT PIC 99.
       FD F19-PARM-FILE
       RECORD CONTAINS 67 CHARACTERS
       DATA RECORD IS F19-PARM-RECORD.
       01 F19-PARM-RECORD.
         05 F19-RUN-DATE PIC X(8).
         05 F19-FILLER-1 PIC X(2).
         05 F19-RISK-THRESHOLD PIC X(3).
         05 F19-FILLER-2 PIC X(2).
         05 F19-CHECKPOINT-INTERVAL PIC X(3).
         05 F19-FILLER-3 PIC X(2).
         05 F19-RUN-MODE PIC X(8).
         05 F19-FILLER-4 PIC X(2).
         05 F19-FAIL-THRESHOLD PIC X(3).
         05 F19-FILLER-5 PIC X(2).
         05 F19-LAPSE-TERM PIC X(5).
         05 F19-FILLER-6 PIC X(2).
         05 F19-NOTICE-TERM PIC X(5).
         05 F19-FILLER-7 PIC X(2).
         05 F19-HONORS-TERM PIC X(5).
         05 F19-FILLER-8 PIC X(2).
         05 F19-HONORS-GPA PIC X(3).
         05 F19-FILLER-9 PIC X(2).
         05 F19-HONORS-HOURS PIC X(2).
         05 F19-FILLER-10 PIC X(2).
         05 F19-BACKUP-GENERATIONS PIC X(2).
       FD F92-WHATIF-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F92-WHATIF-LINE.
       01 F92-WHATIF-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 W0S-REQUEST-STATUS PIC XX VALUE SPACES.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-REQS-STATUS PIC XX VALUE SPACES.
       01 W0S-PARM-STATUS PIC XX VALUE SPACES.
       01 W0S-REQUEST-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-HISTORY-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-REQS-SWITCH PIC X(3) VALUE SPACES.
       01 W0M-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0S-CURRENT-PROGRAM PIC X(8) VALUE SPACES.
       01 W0S-AUDIT-PROGRAM PIC X(8) VALUE SPACES.
       01 W0S-REQS-ON-FILE PIC X(3) VALUE 'YES'.
       01 W0S-CURRENT-REQS PIC X(3) VALUE 'YES'.
       01 W0S-TAKEN-GRADE PIC X VALUE SPACE.
       01 W0S-HOLD-COURSE PIC X(7) VALUE SPACES.
       01 W0S-HOLD-GROUP PIC X(3) VALUE SPACES.
       01 W0S-COURSE-TITLE PIC X(30) VALUE SPACES.
       01 W0S-CREDIT-HOURS PIC 99 VALUE ZERO.
       01 W0S-USE-TEXT PIC X(10) VALUE SPACES.
       01 W0S-GROUP-USE.
         05 PIC X(6) VALUE "GROUP ".
         05 W0S-GROUP-USE-ID PIC X(3).
       01 W0E-REASON-TEXT PIC X(40) VALUE SPACES.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0H-STUDENT-TABLE.
         05 W0H-STUDENT-ENTRY OCCURS 500 TIMES.
           10 W0H-STUDENT-ID PIC X(5).
           10 W0H-COURSE-COUNT PIC 99.
           10 W0H-COURSE-ENTRY OCCURS 99 TIMES.
             15 W0H-COURSE-CODE PIC X(7).
             15 W0H-GRADE PIC X.
             15 W0H-TERM PIC X(5).
       01 W0H-STUDENT-COUNT PIC 9(3) VALUE ZERO.
       01 W0H-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0H-FOUND-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0J-COURSE-SUB PIC 99 COMP VALUE ZERO.
       01 W0J-SCAN-SUB PIC 99 COMP VALUE ZERO.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
           10 W0C-COURSE-TITLE PIC X(30).
           10 W0C-CREDIT-HOURS PIC 99.
       01 W0C-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       01 W0R-REQS-TABLE.
         05 W0R-REQS-ENTRY OCCURS 500 TIMES
            INDEXED BY W0R-IDX.
           10 W0R-PROGRAM PIC X(8).
           10 W0R-COURSE-CODE PIC X(7).
           10 W0R-GROUP-ID PIC X(3).
           10 W0R-CHOOSE-COUNT PIC 99.
       01 W0R-REQS-COUNT PIC 9(3) VALUE ZERO.
       01 W0R-MATCHED-COUNT PIC 9(3) VALUE ZERO.
       01 W0N-NEEDED-COUNT PIC 9(3) VALUE ZERO.
       01 W0K-GROUP-TABLE.
         05 W0K-GROUP-ENTRY OCCURS 20 TIMES
            INDEXED BY W0K-IDX.
           10 W0K-GROUP-ID PIC X(3).
           10 W0K-CHOOSE-COUNT PIC 99.
           10 W0K-PASSED-COUNT PIC 99.
       01 W0K-GROUP-COUNT PIC 99 VALUE ZERO.
       01 W0K-GROUP-SUB PIC 99 COMP VALUE ZERO.
       01 W0K-SHORT-COUNT PIC 99 VALUE ZERO.
       01 W0V-REMAINING-HOURS PIC 9(4) VALUE ZERO.
       01 W0V-CURRENT-HOURS PIC 9(4) VALUE ZERO.
       01 W0V-PROPOSED-HOURS PIC 9(4) VALUE ZERO.
       01 W0V-OPTION-HOURS PIC 99 VALUE ZERO.
       01 W0V-CURRENT-COUNTED PIC 999 VALUE ZERO.
       01 W0V-PROPOSED-COUNTED PIC 999 VALUE ZERO.
       01 W0V-COMPLETED-COUNT PIC 999 VALUE ZERO.
       01 W0S-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 W0G-REQUESTS-READ PIC 9(5) VALUE ZERO.
       01 W0G-REQUESTS-AUDITED PIC 9(5) VALUE ZERO.
       01 W0G-REQUESTS-REJECTED PIC 9(5) VALUE ZERO.
       01 W00-DATE-PAGE-LINE.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W00-RUN-DATE PIC X(8).
         05 PIC X(54) VALUE SPACES.
         05 PIC X(5) VALUE "PAGE ".
         05 W00-PAGE PIC ZZZ9.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(47) VALUE
           "WHAT-IF DEGREE AUDIT -- PROPOSED PROGRAM CHANGE".
       01 W02-NOTICE-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(46) VALUE
           "ADVISEMENT ONLY -- STUDENT RECORD NOT CHANGED".
       01 W03-STUDENT-LINE.
         05 PIC X(8) VALUE "STUDENT ".
         05 W03-STUDENT-ID PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W03-STUDENT-NAME PIC X(29).
       01 W04-PROGRAM-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(17) VALUE "CURRENT PROGRAM  ".
         05 W04-CURRENT-PROGRAM PIC X(8).
         05 PIC X(4) VALUE SPACES.
         05 PIC X(18) VALUE "PROPOSED PROGRAM  ".
         05 W04-PROPOSED-PROGRAM PIC X(8).
       01 W05-COMPLETED-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(32) VALUE "TITLE".
         05 PIC X(7) VALUE "GRADE".
         05 PIC X(11) VALUE "CURRENT".
         05 PIC X(8) VALUE "PROPOSED".
       01 W06-COMPLETED-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W06-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W06-COURSE-TITLE PIC X(30).
         05 PIC X(4) VALUE SPACES.
         05 W06-GRADE PIC X.
         05 PIC X(5) VALUE SPACES.
         05 W06-CURRENT-USE PIC X(10).
         05 PIC X(1) VALUE SPACES.
         05 W06-PROPOSED-USE PIC X(10).
       01 W07-COUNTED-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(24) VALUE "COMPLETED COURSES THAT  ".
         05 PIC X(16) VALUE "COUNT -- CURRENT".
         05 W07-CURRENT-COUNTED PIC ZZ9.
         05 PIC X(11) VALUE "  PROPOSED ".
         05 W07-PROPOSED-COUNTED PIC ZZ9.
       01 W08-OPEN-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(17) VALUE "STILL OPEN UNDER ".
         05 W08-SIDE PIC X(8).
         05 PIC X(9) VALUE " PROGRAM ".
         05 W08-PROGRAM PIC X(8).
       01 W09-NEEDED-LINE.
         05 PIC X(4) VALUE SPACES.
         05 W09-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W09-COURSE-TITLE PIC X(30).
         05 PIC X(2) VALUE SPACES.
         05 W09-STATUS-TEXT PIC X(12).
         05 PIC X(2) VALUE SPACES.
         05 W09-HOURS PIC Z9.
         05 PIC X(4) VALUE " HRS".
       01 W10-GROUP-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(6) VALUE "GROUP ".
         05 W10-GROUP-ID PIC X(3).
         05 PIC X(9) VALUE "  CHOOSE ".
         05 W10-SHORT PIC Z9.
         05 PIC X(9) VALUE " MORE OF:".
       01 W11-COMPLETE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(25) VALUE "ALL REQUIREMENTS COMPLETE".
       01 W12-NONE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(31) VALUE "NO COMPLETED COURSES ON HISTORY".
       01 W13-HOURS-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(24) VALUE "REMAINING HOURS CURRENT ".
         05 W13-CURRENT-HOURS PIC ZZZ9.
         05 PIC X(11) VALUE "  PROPOSED ".
         05 W13-PROPOSED-HOURS PIC ZZZ9.
         05 PIC X(13) VALUE "  DIFFERENCE ".
         05 W13-DIFFERENCE PIC ++++9.
       01 W17-NOREQS-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(35) VALUE "NO REQUIREMENTS ON FILE FOR PROGRAM".
       01 W18-HOURS-UNKNOWN-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(24) VALUE "REMAINING HOURS CURRENT ".
         05 PIC X(4) VALUE " N/A".
         05 PIC X(11) VALUE "  PROPOSED ".
         05 W18-PROPOSED-HOURS PIC ZZZ9.
         05 PIC X(13) VALUE "  DIFFERENCE ".
         05 PIC X(5) VALUE "  N/A".
       01 W14-REJECT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(20) VALUE "REQUEST REJECTED -- ".
         05 W14-REASON-TEXT PIC X(40).
       01 W15-REQUEST-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(20) VALUE "PROPOSED PROGRAM    ".
         05 W15-PROPOSED-PROGRAM PIC X(8).
       01 W16-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W16-COUNT-LABEL PIC X(23).
         05 W16-COUNT-VALUE PIC ZZZZ9.
       PROCEDURE DIVISION.
           PERFORM 105-READ-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-HISTORY
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 117-LOAD-REQUIREMENTS
           PERFORM UNTIL W0S-REQUEST-SWITCH = 'NO'
               READ F91-REQUEST-FILE
                   AT END
                       MOVE 'NO' TO W0S-REQUEST-SWITCH
                   NOT AT END
                       PERFORM 300-PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       105-READ-PARAMETERS.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F19-PARM-FILE
           IF W0S-PARM-STATUS NOT = "00"
               DISPLAY "NO PARAMETER FILE -- USING SYSTEM DATE"
           ELSE
               READ F19-PARM-FILE
                   AT END
                       DISPLAY "EMPTY PARAMETER FILE -- "
                         "USING SYSTEM DATE"
                   NOT AT END
                       IF F19-RUN-DATE NOT = SPACES
                           MOVE F19-RUN-DATE TO W0D-RUN-DATE
                       END-IF
               END-READ
               CLOSE F19-PARM-FILE
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT F91-REQUEST-FILE
           IF W0S-REQUEST-STATUS NOT = "00"
               DISPLAY "NO WHAT-IF REQUEST FILE -- NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F01-HISTORY-FILE
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
           OPEN INPUT F30-REQS-FILE
           IF W0S-REQS-STATUS NOT = "00"
               DISPLAY "PROGRAM REQUIREMENTS OPEN ERROR "
                 W0S-REQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F92-WHATIF-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-HISTORY.
           IF W0S-HISTORY-STATUS = "00"
               MOVE SPACES TO W0S-HISTORY-SWITCH
               PERFORM 111-LOAD-HISTORY-RECORDS
               CLOSE F01-HISTORY-FILE
           ELSE
               DISPLAY "NO COURSE HISTORY -- NO COURSES COMPLETED"
           END-IF.

       111-LOAD-HISTORY-RECORDS.
           PERFORM UNTIL W0S-HISTORY-SWITCH = 'NO'
               READ F01-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO W0S-HISTORY-SWITCH
                   NOT AT END
                       IF W0H-STUDENT-COUNT < 500
                           ADD 1 TO W0H-STUDENT-COUNT
                           PERFORM 112-LOAD-ONE-STUDENT
                       ELSE
                           DISPLAY "STUDENT HISTORY TABLE FULL AT "
                             F01-STUDENT-ID " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       112-LOAD-ONE-STUDENT.
           MOVE F01-STUDENT-ID TO
             W0H-STUDENT-ID (W0H-STUDENT-COUNT)
           MOVE F01-COURSE-COUNT TO
             W0H-COURSE-COUNT (W0H-STUDENT-COUNT)
           MOVE ZERO TO W0J-COURSE-SUB
           PERFORM 113-LOAD-ONE-COURSE F01-COURSE-COUNT TIMES.

       113-LOAD-ONE-COURSE.
           ADD 1 TO W0J-COURSE-SUB
           MOVE F01-COURSE-CODE (W0J-COURSE-SUB) TO
             W0H-COURSE-CODE (W0H-STUDENT-COUNT W0J-COURSE-SUB)
           MOVE F01-GRADE (W0J-COURSE-SUB) TO
             W0H-GRADE (W0H-STUDENT-COUNT W0J-COURSE-SUB)
           MOVE F01-TERM (W0J-COURSE-SUB) TO
             W0H-TERM (W0H-STUDENT-COUNT W0J-COURSE-SUB).

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
                           MOVE F16-COURSE-TITLE TO
                             W0C-COURSE-TITLE (W0C-CATALOG-COUNT)
                           MOVE F16-CREDIT-HOURS TO
                             W0C-CREDIT-HOURS (W0C-CATALOG-COUNT)
                       ELSE
                           DISPLAY "COURSE CATALOG TABLE FULL AT "
                             F16-COURSE-CODE " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F16-CATALOG-FILE.

       117-LOAD-REQUIREMENTS.
           MOVE SPACES TO W0S-REQS-SWITCH
           PERFORM UNTIL W0S-REQS-SWITCH = 'NO'
               READ F30-REQS-FILE
                   AT END
                       MOVE 'NO' TO W0S-REQS-SWITCH
                   NOT AT END
                       IF W0R-REQS-COUNT < 500
                           ADD 1 TO W0R-REQS-COUNT
                           MOVE F30-PROGRAM TO
                             W0R-PROGRAM (W0R-REQS-COUNT)
                           MOVE F30-COURSE-CODE TO
                             W0R-COURSE-CODE (W0R-REQS-COUNT)
                           MOVE F30-GROUP-ID TO
                             W0R-GROUP-ID (W0R-REQS-COUNT)
                           IF F30-CHOOSE-COUNT IS NUMERIC
                               MOVE F30-CHOOSE-COUNT TO
                                 W0R-CHOOSE-COUNT (W0R-REQS-COUNT)
                           ELSE
                               MOVE 01 TO
                                 W0R-CHOOSE-COUNT (W0R-REQS-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "REQUIREMENTS TABLE FULL AT "
                             F30-PROGRAM " " F30-COURSE-CODE
                             " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F30-REQS-FILE.

       200-PRINT-PAGE-HEADING.
           ADD 1 TO W0S-PAGE-COUNT
           MOVE W0D-RUN-DATE TO W00-RUN-DATE
           MOVE W0S-PAGE-COUNT TO W00-PAGE
           IF W0S-PAGE-COUNT > 1
               WRITE F92-WHATIF-LINE FROM SPACES
           END-IF
           WRITE F92-WHATIF-LINE FROM W00-DATE-PAGE-LINE
           WRITE F92-WHATIF-LINE FROM W01-TITTLE
           WRITE F92-WHATIF-LINE FROM W02-NOTICE-LINE
           WRITE F92-WHATIF-LINE FROM SPACES.

       300-PROCESS-ONE-REQUEST.
           ADD 1 TO W0G-REQUESTS-READ
           PERFORM 200-PRINT-PAGE-HEADING
           PERFORM 120-FIND-STUDENT
           MOVE F91-STUDENT-ID TO W03-STUDENT-ID
           MOVE W0S-STUDENT-NAME TO W03-STUDENT-NAME
           WRITE F92-WHATIF-LINE FROM W03-STUDENT-LINE
           MOVE SPACES TO W0E-REASON-TEXT
           IF W0M-FOUND-SWITCH = 'NO'
               MOVE "STUDENT NOT ON MASTER" TO W0E-REASON-TEXT
           ELSE
               IF F91-PROPOSED-PROGRAM = SPACES
                   MOVE "PROPOSED PROGRAM MISSING" TO W0E-REASON-TEXT
               ELSE
                   MOVE F91-PROPOSED-PROGRAM TO W0S-AUDIT-PROGRAM
                   PERFORM 125-COUNT-PROGRAM-REQUIREMENTS
                   IF W0R-MATCHED-COUNT = ZERO
                       MOVE "NO REQUIREMENTS ON FILE FOR PROGRAM"
                         TO W0E-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF W0E-REASON-TEXT = SPACES
               PERFORM 310-WRITE-WHAT-IF-AUDIT
               ADD 1 TO W0G-REQUESTS-AUDITED
           ELSE
               PERFORM 340-WRITE-REJECTED-REQUEST
           END-IF.

       120-FIND-STUDENT.
           MOVE SPACES TO W0S-STUDENT-NAME
           MOVE SPACES TO W0S-CURRENT-PROGRAM
           MOVE 'NO' TO W0M-FOUND-SWITCH
           MOVE F91-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W0M-FOUND-SWITCH
                   MOVE F08-PROGRAM TO W0S-CURRENT-PROGRAM
                   STRING F08-LAST-NAME DELIMITED BY
                     SPACE ", " F08-FIRST-NAME
                     DELIMITED BY SPACE
                     INTO W0S-STUDENT-NAME
                     ON OVERFLOW
                         MOVE "NAME TOO LONG" TO W0S-STUDENT-NAME
                   END-STRING
           END-READ.

       125-COUNT-PROGRAM-REQUIREMENTS.
           MOVE ZERO TO W0R-MATCHED-COUNT
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-AUDIT-PROGRAM
                   ADD 1 TO W0R-MATCHED-COUNT
               END-IF
           END-PERFORM.

       305-FIND-STUDENT-HISTORY.
           MOVE ZERO TO W0H-FOUND-SUB
           MOVE ZERO TO W0H-ENTRY-SUB
           PERFORM 306-CHECK-ONE-STUDENT
               UNTIL W0H-FOUND-SUB > ZERO
               OR W0H-ENTRY-SUB >= W0H-STUDENT-COUNT.

       306-CHECK-ONE-STUDENT.
           ADD 1 TO W0H-ENTRY-SUB
           IF W0H-STUDENT-ID (W0H-ENTRY-SUB) = F91-STUDENT-ID
               MOVE W0H-ENTRY-SUB TO W0H-FOUND-SUB
           END-IF.

       310-WRITE-WHAT-IF-AUDIT.
           PERFORM 305-FIND-STUDENT-HISTORY
           MOVE W0S-CURRENT-PROGRAM TO W04-CURRENT-PROGRAM
           MOVE F91-PROPOSED-PROGRAM TO W04-PROPOSED-PROGRAM
           WRITE F92-WHATIF-LINE FROM W04-PROGRAM-LINE
           WRITE F92-WHATIF-LINE FROM SPACES
           PERFORM 320-LIST-COMPLETED-COURSES
           MOVE W0S-CURRENT-PROGRAM TO W0S-AUDIT-PROGRAM
           MOVE "CURRENT " TO W08-SIDE
           PERFORM 330-LIST-OPEN-REQUIREMENTS
           MOVE W0S-REQS-ON-FILE TO W0S-CURRENT-REQS
           MOVE W0V-REMAINING-HOURS TO W0V-CURRENT-HOURS
           MOVE F91-PROPOSED-PROGRAM TO W0S-AUDIT-PROGRAM
           MOVE "PROPOSED" TO W08-SIDE
           PERFORM 330-LIST-OPEN-REQUIREMENTS
           MOVE W0V-REMAINING-HOURS TO W0V-PROPOSED-HOURS
           PERFORM 350-WRITE-HOURS-SUMMARY.

       320-LIST-COMPLETED-COURSES.
           MOVE ZERO TO W0V-COMPLETED-COUNT
           MOVE ZERO TO W0V-CURRENT-COUNTED
           MOVE ZERO TO W0V-PROPOSED-COUNTED
           WRITE F92-WHATIF-LINE FROM W05-COMPLETED-HEADING
           IF W0H-FOUND-SUB > ZERO
               MOVE ZERO TO W0J-COURSE-SUB
               PERFORM 321-LIST-ONE-COURSE
                 W0H-COURSE-COUNT (W0H-FOUND-SUB) TIMES
           END-IF
           IF W0V-COMPLETED-COUNT = ZERO
               WRITE F92-WHATIF-LINE FROM W12-NONE-LINE
           ELSE
               MOVE W0V-CURRENT-COUNTED TO W07-CURRENT-COUNTED
               MOVE W0V-PROPOSED-COUNTED TO W07-PROPOSED-COUNTED
               WRITE F92-WHATIF-LINE FROM W07-COUNTED-LINE
           END-IF.

       321-LIST-ONE-COURSE.
           ADD 1 TO W0J-COURSE-SUB
           IF W0H-GRADE (W0H-FOUND-SUB W0J-COURSE-SUB) = "A" OR "B"
             OR "C" OR "D" OR "P" OR "K"
               ADD 1 TO W0V-COMPLETED-COUNT
               MOVE W0H-COURSE-CODE (W0H-FOUND-SUB W0J-COURSE-SUB)
                 TO W0S-HOLD-COURSE
               PERFORM 316-FIND-COURSE-DETAILS
               MOVE W0S-HOLD-COURSE TO W06-COURSE-CODE
               MOVE W0S-COURSE-TITLE TO W06-COURSE-TITLE
               MOVE W0H-GRADE (W0H-FOUND-SUB W0J-COURSE-SUB)
                 TO W06-GRADE
               MOVE W0S-CURRENT-PROGRAM TO W0S-AUDIT-PROGRAM
               PERFORM 324-FIND-COURSE-USE
               MOVE W0S-USE-TEXT TO W06-CURRENT-USE
               IF W0S-USE-TEXT NOT = "NOT USED"
                   ADD 1 TO W0V-CURRENT-COUNTED
               END-IF
               MOVE F91-PROPOSED-PROGRAM TO W0S-AUDIT-PROGRAM
               PERFORM 324-FIND-COURSE-USE
               MOVE W0S-USE-TEXT TO W06-PROPOSED-USE
               IF W0S-USE-TEXT NOT = "NOT USED"
                   ADD 1 TO W0V-PROPOSED-COUNTED
               END-IF
               WRITE F92-WHATIF-LINE FROM W06-COMPLETED-LINE
           END-IF.

       324-FIND-COURSE-USE.
           MOVE "NOT USED" TO W0S-USE-TEXT
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-AUDIT-PROGRAM
                 AND W0R-COURSE-CODE (W0R-IDX) = W0S-HOLD-COURSE
                   IF W0R-GROUP-ID (W0R-IDX) = SPACES
                       MOVE "REQUIRED" TO W0S-USE-TEXT
                   ELSE
                       MOVE W0R-GROUP-ID (W0R-IDX) TO
                         W0S-GROUP-USE-ID
                       MOVE W0S-GROUP-USE TO W0S-USE-TEXT
                   END-IF
               END-IF
           END-PERFORM.

       330-LIST-OPEN-REQUIREMENTS.
           MOVE W0S-AUDIT-PROGRAM TO W08-PROGRAM
           WRITE F92-WHATIF-LINE FROM SPACES
           WRITE F92-WHATIF-LINE FROM W08-OPEN-HEADING
           PERFORM 125-COUNT-PROGRAM-REQUIREMENTS
           IF W0R-MATCHED-COUNT = ZERO
               MOVE 'NO' TO W0S-REQS-ON-FILE
           ELSE
               MOVE 'YES' TO W0S-REQS-ON-FILE
           END-IF
           MOVE ZERO TO W0N-NEEDED-COUNT
           MOVE ZERO TO W0K-GROUP-COUNT
           MOVE ZERO TO W0V-REMAINING-HOURS
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-AUDIT-PROGRAM
                   IF W0R-GROUP-ID (W0R-IDX) = SPACES
                       PERFORM 312-CHECK-ONE-REQUIREMENT
                   ELSE
                       PERFORM 311-TALLY-GROUP-COURSE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 318-CHECK-GROUP-SHORTFALLS
           IF W0S-REQS-ON-FILE = 'NO'
               WRITE F92-WHATIF-LINE FROM W17-NOREQS-LINE
           ELSE
               IF W0N-NEEDED-COUNT = ZERO
                   WRITE F92-WHATIF-LINE FROM W11-COMPLETE-LINE
               END-IF
           END-IF.

       312-CHECK-ONE-REQUIREMENT.
           PERFORM 313-CHECK-COURSE-TAKEN
           IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
               PERFORM 314-WRITE-NEEDED-LINE
           END-IF.

       313-CHECK-COURSE-TAKEN.
           MOVE SPACE TO W0S-TAKEN-GRADE
           IF W0H-FOUND-SUB > ZERO
               PERFORM VARYING W0J-SCAN-SUB FROM 1 BY 1
                   UNTIL W0J-SCAN-SUB >
                     W0H-COURSE-COUNT (W0H-FOUND-SUB)
                   PERFORM 315-CHECK-ONE-TAKEN
               END-PERFORM
           END-IF.

       315-CHECK-ONE-TAKEN.
           IF W0H-COURSE-CODE (W0H-FOUND-SUB W0J-SCAN-SUB) =
             W0R-COURSE-CODE (W0R-IDX)
               IF W0H-GRADE (W0H-FOUND-SUB W0J-SCAN-SUB) = "A" OR "B"
                 OR "C" OR "D" OR "P" OR "K"
                   MOVE W0H-GRADE (W0H-FOUND-SUB W0J-SCAN-SUB)
                     TO W0S-TAKEN-GRADE
               ELSE
                   IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
                       IF W0H-GRADE (W0H-FOUND-SUB W0J-SCAN-SUB)
                         = "W" OR "I"
                           MOVE W0H-GRADE (W0H-FOUND-SUB W0J-SCAN-SUB)
                             TO W0S-TAKEN-GRADE
                       ELSE
                           MOVE "F" TO W0S-TAKEN-GRADE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       311-TALLY-GROUP-COURSE.
           MOVE W0R-GROUP-ID (W0R-IDX) TO W0S-HOLD-GROUP
           SET W0K-IDX TO 1
           SEARCH W0K-GROUP-ENTRY
               AT END
                   PERFORM 317-ADD-GROUP-ENTRY
               WHEN W0K-IDX > W0K-GROUP-COUNT
                   PERFORM 317-ADD-GROUP-ENTRY
               WHEN W0K-GROUP-ID (W0K-IDX) = W0S-HOLD-GROUP
                   CONTINUE
           END-SEARCH
           PERFORM 313-CHECK-COURSE-TAKEN
           IF W0S-TAKEN-GRADE NOT = SPACE
               AND W0S-TAKEN-GRADE NOT = "F"
               AND W0S-TAKEN-GRADE NOT = "W"
               AND W0S-TAKEN-GRADE NOT = "I"
               ADD 1 TO W0K-PASSED-COUNT (W0K-IDX)
           END-IF.

       317-ADD-GROUP-ENTRY.
           IF W0K-GROUP-COUNT < 20
               ADD 1 TO W0K-GROUP-COUNT
               MOVE W0S-HOLD-GROUP TO
                 W0K-GROUP-ID (W0K-GROUP-COUNT)
               MOVE W0R-CHOOSE-COUNT (W0R-IDX) TO
                 W0K-CHOOSE-COUNT (W0K-GROUP-COUNT)
               MOVE ZERO TO W0K-PASSED-COUNT (W0K-GROUP-COUNT)
               SET W0K-IDX TO W0K-GROUP-COUNT
           ELSE
               DISPLAY "GROUP TABLE FULL AT " W0S-HOLD-GROUP
                 " -- RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       318-CHECK-GROUP-SHORTFALLS.
           MOVE ZERO TO W0K-GROUP-SUB
           PERFORM 319-CHECK-ONE-GROUP W0K-GROUP-COUNT TIMES.

       319-CHECK-ONE-GROUP.
           ADD 1 TO W0K-GROUP-SUB
           IF W0K-PASSED-COUNT (W0K-GROUP-SUB) <
             W0K-CHOOSE-COUNT (W0K-GROUP-SUB)
               COMPUTE W0K-SHORT-COUNT =
                 W0K-CHOOSE-COUNT (W0K-GROUP-SUB) -
                 W0K-PASSED-COUNT (W0K-GROUP-SUB)
               ADD W0K-SHORT-COUNT TO W0N-NEEDED-COUNT
               MOVE W0K-GROUP-ID (W0K-GROUP-SUB) TO W10-GROUP-ID
               MOVE W0K-SHORT-COUNT TO W10-SHORT
               WRITE F92-WHATIF-LINE FROM W10-GROUP-LINE
               MOVE ZERO TO W0V-OPTION-HOURS
               PERFORM 322-LIST-GROUP-OPTIONS
               COMPUTE W0V-REMAINING-HOURS = W0V-REMAINING-HOURS +
                 W0K-SHORT-COUNT * W0V-OPTION-HOURS
           END-IF.

       322-LIST-GROUP-OPTIONS.
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-AUDIT-PROGRAM
                 AND W0R-GROUP-ID (W0R-IDX) =
                   W0K-GROUP-ID (W0K-GROUP-SUB)
                   PERFORM 313-CHECK-COURSE-TAKEN
                   IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
                       PERFORM 323-WRITE-OPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

       323-WRITE-OPTION-LINE.
           MOVE W0R-COURSE-CODE (W0R-IDX) TO W0S-HOLD-COURSE
           PERFORM 316-FIND-COURSE-DETAILS
           IF W0V-OPTION-HOURS = ZERO
               OR W0S-CREDIT-HOURS < W0V-OPTION-HOURS
               MOVE W0S-CREDIT-HOURS TO W0V-OPTION-HOURS
           END-IF
           MOVE W0S-HOLD-COURSE TO W09-COURSE-CODE
           MOVE W0S-COURSE-TITLE TO W09-COURSE-TITLE
           MOVE W0S-CREDIT-HOURS TO W09-HOURS
           EVALUATE W0S-TAKEN-GRADE
               WHEN "F" MOVE "(FAILED)" TO W09-STATUS-TEXT
               WHEN "W" MOVE "(WITHDRAWN)" TO W09-STATUS-TEXT
               WHEN "I" MOVE "(INCOMPLETE)" TO W09-STATUS-TEXT
               WHEN OTHER MOVE "(OPTION)" TO W09-STATUS-TEXT
           END-EVALUATE
           WRITE F92-WHATIF-LINE FROM W09-NEEDED-LINE.

       314-WRITE-NEEDED-LINE.
           ADD 1 TO W0N-NEEDED-COUNT
           MOVE W0R-COURSE-CODE (W0R-IDX) TO W0S-HOLD-COURSE
           PERFORM 316-FIND-COURSE-DETAILS
           ADD W0S-CREDIT-HOURS TO W0V-REMAINING-HOURS
           MOVE W0S-HOLD-COURSE TO W09-COURSE-CODE
           MOVE W0S-COURSE-TITLE TO W09-COURSE-TITLE
           MOVE W0S-CREDIT-HOURS TO W09-HOURS
           EVALUATE W0S-TAKEN-GRADE
               WHEN "F" MOVE "(FAILED)" TO W09-STATUS-TEXT
               WHEN "W" MOVE "(WITHDRAWN)" TO W09-STATUS-TEXT
               WHEN "I" MOVE "(INCOMPLETE)" TO W09-STATUS-TEXT
               WHEN OTHER MOVE "(NOT TAKEN)" TO W09-STATUS-TEXT
           END-EVALUATE
           WRITE F92-WHATIF-LINE FROM W09-NEEDED-LINE.

       316-FIND-COURSE-DETAILS.
           MOVE SPACES TO W0S-COURSE-TITLE
           MOVE 03 TO W0S-CREDIT-HOURS
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   CONTINUE
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   CONTINUE
               WHEN W0C-COURSE-CODE (W0C-IDX) = W0S-HOLD-COURSE
                   MOVE W0C-COURSE-TITLE (W0C-IDX) TO
                     W0S-COURSE-TITLE
                   MOVE W0C-CREDIT-HOURS (W0C-IDX) TO
                     W0S-CREDIT-HOURS
           END-SEARCH.

       340-WRITE-REJECTED-REQUEST.
           MOVE F91-PROPOSED-PROGRAM TO W15-PROPOSED-PROGRAM
           WRITE F92-WHATIF-LINE FROM W15-REQUEST-LINE
           WRITE F92-WHATIF-LINE FROM SPACES
           MOVE W0E-REASON-TEXT TO W14-REASON-TEXT
           WRITE F92-WHATIF-LINE FROM W14-REJECT-LINE
           ADD 1 TO W0G-REQUESTS-REJECTED.

       350-WRITE-HOURS-SUMMARY.
           IF W0S-CURRENT-REQS = 'NO'
               MOVE W0V-PROPOSED-HOURS TO W18-PROPOSED-HOURS
               WRITE F92-WHATIF-LINE FROM SPACES
               WRITE F92-WHATIF-LINE FROM W18-HOURS-UNKNOWN-LINE
           ELSE
               MOVE W0V-CURRENT-HOURS TO W13-CURRENT-HOURS
               MOVE W0V-PROPOSED-HOURS TO W13-PROPOSED-HOURS
               COMPUTE W13-DIFFERENCE =
                 W0V-PROPOSED-HOURS - W0V-CURRENT-HOURS
               WRITE F92-WHATIF-LINE FROM SPACES
               WRITE F92-WHATIF-LINE FROM W13-HOURS-LINE
           END-IF.

       700-CLOSE-FILES.
           IF W0G-REQUESTS-READ = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE F92-WHATIF-LINE FROM SPACES
           MOVE "WHAT-IF REQUESTS READ  " TO W16-COUNT-LABEL
           MOVE W0G-REQUESTS-READ TO W16-COUNT-VALUE
           WRITE F92-WHATIF-LINE FROM W16-COUNT-LINE
           MOVE "REQUESTS AUDITED       " TO W16-COUNT-LABEL
           MOVE W0G-REQUESTS-AUDITED TO W16-COUNT-VALUE
           WRITE F92-WHATIF-LINE FROM W16-COUNT-LINE
           MOVE "REQUESTS REJECTED      " TO W16-COUNT-LABEL
           MOVE W0G-REQUESTS-REJECTED TO W16-COUNT-VALUE
           WRITE F92-WHATIF-LINE FROM W16-COUNT-LINE
           CLOSE F91-REQUEST-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F92-WHATIF-REPORT
           DISPLAY "REQUESTS READ        " W0G-REQUESTS-READ
           DISPLAY "REQUESTS AUDITED     " W0G-REQUESTS-AUDITED
           DISPLAY "REQUESTS REJECTED    " W0G-REQUESTS-REJECTED
           DISPLAY "FILES CLOSED".
