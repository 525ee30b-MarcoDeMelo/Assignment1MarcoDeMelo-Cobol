       IDENTIFICATION DIVISION.
       PROGRAM-ID. CourseDemand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F01-INPUT-FILE ASSIGN TO "CodingAsst.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-INPUT-STATUS.
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
       SELECT F88-SORT-FILE ASSIGN TO "CourseDemandSrt.wrk".
       SELECT F89-DEMAND-REPORT ASSIGN TO "UniCourseDemand.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F90-DEMAND-FILE ASSIGN TO "CourseDemand.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F01-INPUT-FILE
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
       SD F88-SORT-FILE
       DATA RECORD IS W07-SORT-RECORD.
       01 W07-SORT-RECORD.
         05 W07-COURSE-CODE PIC X(7).
         05 W07-PROGRAM PIC X(8).
         05 W07-DEMAND-TYPE PIC X.
         05 W07-STUDENT-ID PIC X(5).
       FD F89-DEMAND-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F89-DEMAND-LINE.
       01 F89-DEMAND-LINE PIC X(80).
       FD F90-DEMAND-FILE
       RECORD CONTAINS 41 CHARACTERS
       DATA RECORD IS F90-DEMAND-RECORD.
       01 F90-DEMAND-RECORD.
         05 F90-COURSE-CODE PIC X(7).
         05 F90-FILLER-1 PIC X(2).
         05 F90-PROGRAM PIC X(8).
         05 F90-FILLER-2 PIC X(2).
         05 F90-REQUIRED-COUNT PIC 9(5).
         05 F90-FILLER-3 PIC X(2).
         05 F90-ELECTIVE-COUNT PIC 9(5).
         05 F90-FILLER-4 PIC X(2).
         05 F90-TOTAL-COUNT PIC 9(5).
         05 F90-FILLER-5 PIC X(2).
         05 F90-ACTIVE-FLAG PIC X.
       WORKING-STORAGE SECTION.
       01 W0S-INPUT-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-REQS-STATUS PIC XX VALUE SPACES.
       01 W0S-PARM-STATUS PIC XX VALUE SPACES.
       01 W0S-INPUT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-REQS-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SORT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FIRST-COURSE PIC X(3) VALUE 'YES'.
       01 W0S-TAKEN-GRADE PIC X VALUE SPACE.
       01 W0S-PROGRAM PIC X(8) VALUE SPACES.
       01 W0S-PRIOR-COURSE PIC X(7) VALUE SPACES.
       01 W0S-PRIOR-PROGRAM PIC X(8) VALUE SPACES.
       01 W0S-ACTIVE-FLAG PIC X VALUE SPACE.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
           10 W0C-COURSE-TITLE PIC X(30).
           10 W0C-ACTIVE-FLAG PIC X.
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
       01 W0K-GROUP-TABLE.
         05 W0K-GROUP-ENTRY OCCURS 20 TIMES
            INDEXED BY W0K-IDX.
           10 W0K-GROUP-ID PIC X(3).
           10 W0K-CHOOSE-COUNT PIC 99.
           10 W0K-PASSED-COUNT PIC 99.
       01 W0K-GROUP-COUNT PIC 99 VALUE ZERO.
       01 W0K-GROUP-SUB PIC 99 COMP VALUE ZERO.
       01 W0S-HOLD-GROUP PIC X(3) VALUE SPACES.
       01 W0E-REQUIRED-COUNT PIC 9(5) VALUE ZERO.
       01 W0E-ELECTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 W0E-COURSE-REQUIRED PIC 9(5) VALUE ZERO.
       01 W0E-COURSE-ELECTIVE PIC 9(5) VALUE ZERO.
       01 W0T-STUDENTS-READ PIC 9(5) VALUE ZERO.
       01 W0T-STUDENTS-COUNTED PIC 9(5) VALUE ZERO.
       01 W0T-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       01 W0T-NO-REQUIREMENTS PIC 9(5) VALUE ZERO.
       01 W0T-COURSES-IN-DEMAND PIC 9(5) VALUE ZERO.
       01 W0T-INACTIVE-COURSES PIC 9(5) VALUE ZERO.
       01 W0T-REQUIRED-NEEDS PIC 9(6) VALUE ZERO.
       01 W0T-ELECTIVE-NEEDS PIC 9(6) VALUE ZERO.
       01 W0T-EXTRACT-WRITTEN PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(44) VALUE
           "COURSE DEMAND FORECAST -- OUTSTANDING NEEDS".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
       01 W03-COURSE-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(7) VALUE "COURSE ".
         05 W03-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W03-COURSE-TITLE PIC X(30).
         05 PIC X(2) VALUE SPACES.
         05 W03-STATUS-TEXT PIC X(14).
       01 W04-COLUMN-HEADING.
         05 PIC X(6) VALUE SPACES.
         05 PIC X(9) VALUE "PROGRAM".
         05 PIC X(10) VALUE "REQUIRED".
         05 PIC X(10) VALUE "ELECTIVE".
         05 PIC X(8) VALUE "   TOTAL".
       01 W05-DETAIL-LINE.
         05 PIC X(6) VALUE SPACES.
         05 W05-PROGRAM PIC X(12).
         05 W05-REQUIRED PIC ZZZZ9.
         05 PIC X(5) VALUE SPACES.
         05 W05-ELECTIVE PIC ZZZZ9.
         05 PIC X(5) VALUE SPACES.
         05 W05-TOTAL PIC ZZZZ9.
       01 W08-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W08-COUNT-LABEL PIC X(27).
         05 W08-COUNT-VALUE PIC ZZZZZ9.
       01 W09-NONE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(30) VALUE "NO OUTSTANDING COURSE DEMAND".
       PROCEDURE DIVISION.
           PERFORM 105-READ-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 117-LOAD-REQUIREMENTS
           PERFORM 200-PRINT-HEADINGS
           SORT F88-SORT-FILE
               ON ASCENDING KEY W07-COURSE-CODE
               ASCENDING KEY W07-PROGRAM
               ASCENDING KEY W07-DEMAND-TYPE
               INPUT PROCEDURE 300-COLLECT-DEMAND
               OUTPUT PROCEDURE 500-WRITE-FORECAST
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
           OPEN INPUT F01-INPUT-FILE
           IF W0S-INPUT-STATUS NOT = "00"
               DISPLAY "COURSE HISTORY OPEN ERROR " W0S-INPUT-STATUS
               MOVE 12 TO RETURN-CODE
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
           OPEN INPUT F30-REQS-FILE
           IF W0S-REQS-STATUS NOT = "00"
               DISPLAY "PROGRAM REQUIREMENTS OPEN ERROR "
                 W0S-REQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F89-DEMAND-REPORT
           OPEN OUTPUT F90-DEMAND-FILE
           DISPLAY "FILES OPENED".

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
                           MOVE F16-ACTIVE-FLAG TO
                             W0C-ACTIVE-FLAG (W0C-CATALOG-COUNT)
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

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           WRITE F89-DEMAND-LINE FROM W01-TITTLE
           WRITE F89-DEMAND-LINE FROM W02-RUN-LINE.

       300-COLLECT-DEMAND.
           PERFORM UNTIL W0S-INPUT-SWITCH = 'NO'
               READ F01-INPUT-FILE
                   AT END
                       MOVE 'NO' TO W0S-INPUT-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-STUDENTS-READ
                       PERFORM 305-COLLECT-ONE-STUDENT
               END-READ
           END-PERFORM.

       305-COLLECT-ONE-STUDENT.
           PERFORM 120-FIND-STUDENT-PROGRAM
           IF W0S-FOUND-SWITCH = 'NO'
               ADD 1 TO W0T-NOT-ON-MASTER
           ELSE
               PERFORM 310-CHECK-REQUIREMENTS
               IF W0R-MATCHED-COUNT = ZERO
                   ADD 1 TO W0T-NO-REQUIREMENTS
               ELSE
                   ADD 1 TO W0T-STUDENTS-COUNTED
               END-IF
           END-IF.

       120-FIND-STUDENT-PROGRAM.
           MOVE SPACES TO W0S-PROGRAM
           MOVE 'NO' TO W0S-FOUND-SWITCH
           MOVE F01-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO W0S-FOUND-SWITCH
                   MOVE F08-PROGRAM TO W0S-PROGRAM
           END-READ.

       310-CHECK-REQUIREMENTS.
           MOVE ZERO TO W0R-MATCHED-COUNT
           MOVE ZERO TO W0K-GROUP-COUNT
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-PROGRAM
                   ADD 1 TO W0R-MATCHED-COUNT
                   IF W0R-GROUP-ID (W0R-IDX) = SPACES
                       PERFORM 312-CHECK-ONE-REQUIREMENT
                   ELSE
                       PERFORM 311-TALLY-GROUP-COURSE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 318-CHECK-GROUP-SHORTFALLS.

       312-CHECK-ONE-REQUIREMENT.
           PERFORM 313-CHECK-COURSE-TAKEN
           IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
               MOVE "R" TO W07-DEMAND-TYPE
               PERFORM 330-RELEASE-DEMAND-RECORD
               ADD 1 TO W0T-REQUIRED-NEEDS
           END-IF.

       313-CHECK-COURSE-TAKEN.
           MOVE SPACE TO W0S-TAKEN-GRADE
           PERFORM VARYING F01-IDX FROM 1 BY 1
               UNTIL F01-IDX > F01-COURSE-COUNT
               IF F01-COURSE-CODE (F01-IDX) =
                 W0R-COURSE-CODE (W0R-IDX)
                   IF F01-GRADE (F01-IDX) = "A" OR "B" OR "C" OR "D"
                     OR "P" OR "K"
                       MOVE F01-GRADE (F01-IDX) TO W0S-TAKEN-GRADE
                   ELSE
                       IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
                           IF F01-GRADE (F01-IDX) = "W" OR "I"
                               MOVE F01-GRADE (F01-IDX) TO
                                 W0S-TAKEN-GRADE
                           ELSE
                               MOVE "F" TO W0S-TAKEN-GRADE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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
               PERFORM 322-RELEASE-GROUP-OPTIONS
           END-IF.

       322-RELEASE-GROUP-OPTIONS.
           PERFORM VARYING W0R-IDX FROM 1 BY 1
               UNTIL W0R-IDX > W0R-REQS-COUNT
               IF W0R-PROGRAM (W0R-IDX) = W0S-PROGRAM
                 AND W0R-GROUP-ID (W0R-IDX) =
                   W0K-GROUP-ID (W0K-GROUP-SUB)
                   PERFORM 313-CHECK-COURSE-TAKEN
                   IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
                       MOVE "E" TO W07-DEMAND-TYPE
                       PERFORM 330-RELEASE-DEMAND-RECORD
                       ADD 1 TO W0T-ELECTIVE-NEEDS
                   END-IF
               END-IF
           END-PERFORM.

       330-RELEASE-DEMAND-RECORD.
           MOVE W0R-COURSE-CODE (W0R-IDX) TO W07-COURSE-CODE
           MOVE W0S-PROGRAM TO W07-PROGRAM
           MOVE F01-STUDENT-ID TO W07-STUDENT-ID
           RELEASE W07-SORT-RECORD.

       500-WRITE-FORECAST.
           PERFORM UNTIL W0S-SORT-SWITCH = 'NO'
               RETURN F88-SORT-FILE
                   AT END
                       MOVE 'NO' TO W0S-SORT-SWITCH
                   NOT AT END
                       PERFORM 510-CHECK-COURSE-BREAK
                       PERFORM 520-TALLY-ONE-NEED
               END-RETURN
           END-PERFORM
           IF W0S-FIRST-COURSE = 'YES'
               WRITE F89-DEMAND-LINE FROM SPACES
               WRITE F89-DEMAND-LINE FROM W09-NONE-LINE
           ELSE
               PERFORM 530-WRITE-PROGRAM-DEMAND
               PERFORM 540-WRITE-COURSE-TOTAL
           END-IF.

       510-CHECK-COURSE-BREAK.
           IF W0S-FIRST-COURSE = 'YES'
               OR W07-COURSE-CODE NOT = W0S-PRIOR-COURSE
               IF W0S-FIRST-COURSE = 'NO'
                   PERFORM 530-WRITE-PROGRAM-DEMAND
                   PERFORM 540-WRITE-COURSE-TOTAL
               END-IF
               MOVE 'NO' TO W0S-FIRST-COURSE
               MOVE W07-COURSE-CODE TO W0S-PRIOR-COURSE
               MOVE W07-PROGRAM TO W0S-PRIOR-PROGRAM
               MOVE ZERO TO W0E-REQUIRED-COUNT
               MOVE ZERO TO W0E-ELECTIVE-COUNT
               MOVE ZERO TO W0E-COURSE-REQUIRED
               MOVE ZERO TO W0E-COURSE-ELECTIVE
               PERFORM 515-WRITE-COURSE-HEADING
           ELSE
               IF W07-PROGRAM NOT = W0S-PRIOR-PROGRAM
                   PERFORM 530-WRITE-PROGRAM-DEMAND
                   MOVE W07-PROGRAM TO W0S-PRIOR-PROGRAM
                   MOVE ZERO TO W0E-REQUIRED-COUNT
                   MOVE ZERO TO W0E-ELECTIVE-COUNT
               END-IF
           END-IF.

       515-WRITE-COURSE-HEADING.
           ADD 1 TO W0T-COURSES-IN-DEMAND
           MOVE W07-COURSE-CODE TO W03-COURSE-CODE
           MOVE SPACES TO W03-COURSE-TITLE
           MOVE SPACES TO W03-STATUS-TEXT
           MOVE SPACE TO W0S-ACTIVE-FLAG
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   MOVE "NOT IN CATALOG" TO W03-STATUS-TEXT
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   MOVE "NOT IN CATALOG" TO W03-STATUS-TEXT
               WHEN W0C-COURSE-CODE (W0C-IDX) = W07-COURSE-CODE
                   MOVE W0C-COURSE-TITLE (W0C-IDX) TO
                     W03-COURSE-TITLE
                   MOVE W0C-ACTIVE-FLAG (W0C-IDX) TO W0S-ACTIVE-FLAG
                   IF W0C-ACTIVE-FLAG (W0C-IDX) NOT = "Y"
                       MOVE "** INACTIVE **" TO W03-STATUS-TEXT
                   END-IF
           END-SEARCH
           IF W03-STATUS-TEXT NOT = SPACES
               ADD 1 TO W0T-INACTIVE-COURSES
           END-IF
           WRITE F89-DEMAND-LINE FROM SPACES
           WRITE F89-DEMAND-LINE FROM W03-COURSE-LINE
           WRITE F89-DEMAND-LINE FROM W04-COLUMN-HEADING.

       520-TALLY-ONE-NEED.
           IF W07-DEMAND-TYPE = "R"
               ADD 1 TO W0E-REQUIRED-COUNT
               ADD 1 TO W0E-COURSE-REQUIRED
           ELSE
               ADD 1 TO W0E-ELECTIVE-COUNT
               ADD 1 TO W0E-COURSE-ELECTIVE
           END-IF.

       530-WRITE-PROGRAM-DEMAND.
           MOVE W0S-PRIOR-PROGRAM TO W05-PROGRAM
           MOVE W0E-REQUIRED-COUNT TO W05-REQUIRED
           MOVE W0E-ELECTIVE-COUNT TO W05-ELECTIVE
           COMPUTE W05-TOTAL =
             W0E-REQUIRED-COUNT + W0E-ELECTIVE-COUNT
           WRITE F89-DEMAND-LINE FROM W05-DETAIL-LINE
           INITIALIZE F90-DEMAND-RECORD
           MOVE W0S-PRIOR-COURSE TO F90-COURSE-CODE
           MOVE W0S-PRIOR-PROGRAM TO F90-PROGRAM
           MOVE W0E-REQUIRED-COUNT TO F90-REQUIRED-COUNT
           MOVE W0E-ELECTIVE-COUNT TO F90-ELECTIVE-COUNT
           COMPUTE F90-TOTAL-COUNT =
             W0E-REQUIRED-COUNT + W0E-ELECTIVE-COUNT
           MOVE W0S-ACTIVE-FLAG TO F90-ACTIVE-FLAG
           WRITE F90-DEMAND-RECORD
           ADD 1 TO W0T-EXTRACT-WRITTEN.

       540-WRITE-COURSE-TOTAL.
           MOVE "ALL PROGRAMS" TO W05-PROGRAM
           MOVE W0E-COURSE-REQUIRED TO W05-REQUIRED
           MOVE W0E-COURSE-ELECTIVE TO W05-ELECTIVE
           COMPUTE W05-TOTAL =
             W0E-COURSE-REQUIRED + W0E-COURSE-ELECTIVE
           WRITE F89-DEMAND-LINE FROM W05-DETAIL-LINE.

       700-CLOSE-FILES.
           WRITE F89-DEMAND-LINE FROM SPACES
           MOVE "STUDENTS READ              " TO W08-COUNT-LABEL
           MOVE W0T-STUDENTS-READ TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "STUDENTS COUNTED           " TO W08-COUNT-LABEL
           MOVE W0T-STUDENTS-COUNTED TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "NOT ON MASTER              " TO W08-COUNT-LABEL
           MOVE W0T-NOT-ON-MASTER TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "NO REQUIREMENTS FOR PROGRAM" TO W08-COUNT-LABEL
           MOVE W0T-NO-REQUIREMENTS TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "COURSES IN DEMAND          " TO W08-COUNT-LABEL
           MOVE W0T-COURSES-IN-DEMAND TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "INACTIVE OR NOT IN CATALOG " TO W08-COUNT-LABEL
           MOVE W0T-INACTIVE-COURSES TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "REQUIRED COURSE NEEDS      " TO W08-COUNT-LABEL
           MOVE W0T-REQUIRED-NEEDS TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           MOVE "ELECTIVE OPTION NEEDS      " TO W08-COUNT-LABEL
           MOVE W0T-ELECTIVE-NEEDS TO W08-COUNT-VALUE
           WRITE F89-DEMAND-LINE FROM W08-COUNT-LINE
           CLOSE F01-INPUT-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F89-DEMAND-REPORT
           CLOSE F90-DEMAND-FILE
           IF W0T-COURSES-IN-DEMAND = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "STUDENTS READ        " W0T-STUDENTS-READ
           DISPLAY "STUDENTS COUNTED     " W0T-STUDENTS-COUNTED
           DISPLAY "COURSES IN DEMAND    " W0T-COURSES-IN-DEMAND
           DISPLAY "EXTRACT RECORDS      " W0T-EXTRACT-WRITTEN
           DISPLAY "FILES CLOSED".
