       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F01-HISTORY-FILE ASSIGN TO "CodingAsst.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-HISTORY-STATUS.
       SELECT F70-PLANNED-FILE ASSIGN TO "PlannedEnrl.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PLANNED-STATUS.
       SELECT F66-PREREQ-FILE ASSIGN TO "CoursePrereq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PREREQ-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F71-CHECK-REPORT ASSIGN TO "PrereqExc.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD F70-PLANNED-FILE
       RECORD CONTAINS 17 CHARACTERS
       DATA RECORD IS F70-PLANNED-RECORD.
       01 F70-PLANNED-RECORD.
         05 F70-STUDENT-ID PIC X(5).
         05 F70-COURSE-CODE PIC X(7).
         05 F70-TERM PIC X(5).
       FD F66-PREREQ-FILE
       RECORD CONTAINS 19 CHARACTERS
       DATA RECORD IS F66-PREREQ-RECORD.
       01 F66-PREREQ-RECORD.
         05 F66-COURSE-CODE PIC X(7).
         05 F66-FILLER-1 PIC X(2).
         05 F66-PREREQ-CODE PIC X(7).
         05 F66-FILLER-2 PIC X(2).
         05 F66-MIN-GRADE PIC X.
       FD F08-STUDENT-MASTER
       RECORD CONTAINS 44 CHARACTERS
       DATA RECORD IS F08-MASTER-RECORD.
       01 F08-MASTER-RECORD.
         05 F08-STUDENT-ID PIC X(5).
         05 F08-LAST-NAME PIC X(15).
         05 F08-FIRST-NAME PIC X(12).
         05 F08-PROGRAM PIC X(8).
         05 F08-ADVISOR-ID PIC X(4).
       FD F71-CHECK-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F71-CHECK-LINE.
       01 F71-CHECK-LINE PIC X(80).
       WORKING-STORAGE SECTION.
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
       01 W0P-PREREQ-TABLE.
         05 W0P-PREREQ-ENTRY OCCURS 500 TIMES
            INDEXED BY W0P-IDX.
           10 W0P-COURSE-CODE PIC X(7).
           10 W0P-PREREQ-CODE PIC X(7).
           10 W0P-MIN-GRADE PIC X.
       01 W0P-PREREQ-COUNT PIC 9(3) VALUE ZERO.
       01 W0B-BEST-GRADE PIC X VALUE SPACE.
       01 W0B-BEST-RANK PIC 9 VALUE ZERO.
       01 W0B-MIN-RANK PIC 9 VALUE ZERO.
       01 W0B-RANK-GRADE PIC X VALUE SPACE.
       01 W0B-RANK-VALUE PIC 9 VALUE ZERO.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-PLANNED-STATUS PIC XX VALUE SPACES.
       01 W0S-PREREQ-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-HISTORY-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-PLANNED-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-PREREQ-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SATISFIED-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0T-PLANNED-READ PIC 9(5) VALUE ZERO.
       01 W0T-PREREQS-CHECKED PIC 9(5) VALUE ZERO.
       01 W0T-ENROLLMENTS-FLAGGED PIC 9(5) VALUE ZERO.
       01 W0T-LINES-WRITTEN PIC 9(5) VALUE ZERO.
       01 W0T-FLAG-COUNT PIC 9(3) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(43) VALUE
           "PREREQUISITE CHECK -- NEXT-TERM ENROLLMENTS".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
       01 W03-HEADING1.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(7) VALUE "STUDENT".
         05 PIC X(24) VALUE "  NAME".
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(9) VALUE "REQUIRES".
         05 PIC X(4) VALUE "MIN".
         05 PIC X(5) VALUE "HELD".
         05 PIC X(13) VALUE "STATUS".
       01 W04-DETAIL-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W04-STUDENT-ID PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W04-STUDENT-NAME PIC X(22).
         05 PIC X(2) VALUE SPACES.
         05 W04-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W04-TERM PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W04-PREREQ-CODE PIC X(7).
         05 PIC X(3) VALUE SPACES.
         05 W04-MIN-GRADE PIC X.
         05 PIC X(3) VALUE SPACES.
         05 W04-HELD-GRADE PIC X.
         05 PIC X(3) VALUE SPACES.
         05 W04-STATUS-TEXT PIC X(13).
       01 W05-TRAILER-READ.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(23) VALUE "ENROLLMENTS CHECKED    ".
         05 W05-PLANNED-READ PIC ZZZZ9.
       01 W06-TRAILER-FLAGGED.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(23) VALUE "ENROLLMENTS FLAGGED    ".
         05 W06-FLAGGED PIC ZZZZ9.
       01 W07-TRAILER-LINES.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(23) VALUE "PREREQUISITES MISSING  ".
         05 W07-LINES PIC ZZZZ9.
       01 W08-NONE-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(40) VALUE
           "NO ENROLLMENTS MISSING A PREREQUISITE".
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-HISTORY
           PERFORM 115-LOAD-PREREQUISITES
           PERFORM 200-PRINT-HEADINGS
           PERFORM UNTIL W0S-PLANNED-SWITCH = 'NO'
               READ F70-PLANNED-FILE
                   AT END
                       MOVE 'NO' TO W0S-PLANNED-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-PLANNED-READ
                       PERFORM 300-CHECK-ONE-ENROLLMENT
               END-READ
           END-PERFORM
           PERFORM 400-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F70-PLANNED-FILE
           IF W0S-PLANNED-STATUS NOT = "00"
               DISPLAY "PLANNED ENROLLMENT OPEN ERROR "
                 W0S-PLANNED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F01-HISTORY-FILE
           IF W0S-HISTORY-STATUS NOT = "00"
               AND W0S-HISTORY-STATUS NOT = "35"
               DISPLAY "COURSE HISTORY OPEN ERROR " W0S-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F66-PREREQ-FILE
           IF W0S-PREREQ-STATUS NOT = "00"
               DISPLAY "COURSE PREREQUISITE OPEN ERROR "
                 W0S-PREREQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F08-STUDENT-MASTER
           IF W0S-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN ERROR " W0S-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F71-CHECK-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-HISTORY.
           IF W0S-HISTORY-STATUS = "00"
               MOVE SPACES TO W0S-HISTORY-SWITCH
               PERFORM 111-LOAD-HISTORY-RECORDS
               CLOSE F01-HISTORY-FILE
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

       115-LOAD-PREREQUISITES.
           MOVE SPACES TO W0S-PREREQ-SWITCH
           PERFORM UNTIL W0S-PREREQ-SWITCH = 'NO'
               READ F66-PREREQ-FILE
                   AT END
                       MOVE 'NO' TO W0S-PREREQ-SWITCH
                   NOT AT END
                       IF W0P-PREREQ-COUNT < 500
                           ADD 1 TO W0P-PREREQ-COUNT
                           MOVE F66-COURSE-CODE TO
                             W0P-COURSE-CODE (W0P-PREREQ-COUNT)
                           MOVE F66-PREREQ-CODE TO
                             W0P-PREREQ-CODE (W0P-PREREQ-COUNT)
                           MOVE F66-MIN-GRADE TO
                             W0P-MIN-GRADE (W0P-PREREQ-COUNT)
                       ELSE
                           DISPLAY "PREREQUISITE TABLE FULL AT "
                             F66-COURSE-CODE " " F66-PREREQ-CODE
                             " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F66-PREREQ-FILE.

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           WRITE F71-CHECK-LINE FROM W01-TITTLE
           WRITE F71-CHECK-LINE FROM W02-RUN-LINE
           WRITE F71-CHECK-LINE FROM SPACES
           WRITE F71-CHECK-LINE FROM W03-HEADING1.

       300-CHECK-ONE-ENROLLMENT.
           MOVE ZERO TO W0T-FLAG-COUNT
           PERFORM 305-FIND-STUDENT-HISTORY
           PERFORM 307-FIND-STUDENT-NAME
           PERFORM VARYING W0P-IDX FROM 1 BY 1
               UNTIL W0P-IDX > W0P-PREREQ-COUNT
               IF W0P-COURSE-CODE (W0P-IDX) = F70-COURSE-CODE
                   ADD 1 TO W0T-PREREQS-CHECKED
                   PERFORM 310-CHECK-ONE-PREREQ
               END-IF
           END-PERFORM
           IF W0T-FLAG-COUNT > ZERO
               ADD 1 TO W0T-ENROLLMENTS-FLAGGED
           END-IF.

       305-FIND-STUDENT-HISTORY.
           MOVE ZERO TO W0H-FOUND-SUB
           MOVE ZERO TO W0H-ENTRY-SUB
           PERFORM 306-CHECK-ONE-STUDENT
               UNTIL W0H-FOUND-SUB > ZERO
               OR W0H-ENTRY-SUB >= W0H-STUDENT-COUNT.

       306-CHECK-ONE-STUDENT.
           ADD 1 TO W0H-ENTRY-SUB
           IF W0H-STUDENT-ID (W0H-ENTRY-SUB) = F70-STUDENT-ID
               MOVE W0H-ENTRY-SUB TO W0H-FOUND-SUB
           END-IF.

       307-FIND-STUDENT-NAME.
           MOVE SPACES TO W0S-STUDENT-NAME
           MOVE 'NO' TO W0S-FOUND-SWITCH
           MOVE F70-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO W0S-STUDENT-NAME
               NOT INVALID KEY
                   MOVE 'YES' TO W0S-FOUND-SWITCH
                   STRING F08-LAST-NAME DELIMITED BY
                     SPACE ", " F08-FIRST-NAME
                     DELIMITED BY SPACE
                     INTO W0S-STUDENT-NAME
                     ON OVERFLOW
                         MOVE "NAME TOO LONG" TO W0S-STUDENT-NAME
                   END-STRING
           END-READ.

       310-CHECK-ONE-PREREQ.
           MOVE SPACE TO W0B-BEST-GRADE
           MOVE ZERO TO W0B-BEST-RANK
           IF W0H-FOUND-SUB > ZERO
               MOVE ZERO TO W0J-COURSE-SUB
               PERFORM 311-CHECK-ONE-COURSE
                 W0H-COURSE-COUNT (W0H-FOUND-SUB) TIMES
           END-IF
           MOVE W0P-MIN-GRADE (W0P-IDX) TO W0B-RANK-GRADE
           PERFORM 318-SET-GRADE-RANK
           MOVE W0B-RANK-VALUE TO W0B-MIN-RANK
           MOVE 'NO' TO W0S-SATISFIED-SWITCH
           IF W0B-BEST-GRADE = "P" OR W0B-BEST-GRADE = "K"
               MOVE 'YES' TO W0S-SATISFIED-SWITCH
           END-IF
           IF W0B-BEST-RANK >= W0B-MIN-RANK
               AND W0B-BEST-RANK > 3
               MOVE 'YES' TO W0S-SATISFIED-SWITCH
           END-IF
           IF W0S-SATISFIED-SWITCH = 'NO'
               PERFORM 320-WRITE-DETAIL-LINE
           END-IF.

       311-CHECK-ONE-COURSE.
           ADD 1 TO W0J-COURSE-SUB
           IF W0H-COURSE-CODE (W0H-FOUND-SUB W0J-COURSE-SUB) =
               W0P-PREREQ-CODE (W0P-IDX)
               AND (F70-TERM = SPACES
               OR W0H-TERM (W0H-FOUND-SUB W0J-COURSE-SUB) < F70-TERM)
               MOVE W0H-GRADE (W0H-FOUND-SUB W0J-COURSE-SUB) TO
                 W0B-RANK-GRADE
               PERFORM 318-SET-GRADE-RANK
               IF W0B-BEST-GRADE = SPACE
                   OR W0B-RANK-VALUE > W0B-BEST-RANK
                   MOVE W0B-RANK-GRADE TO W0B-BEST-GRADE
                   MOVE W0B-RANK-VALUE TO W0B-BEST-RANK
               END-IF
           END-IF.

       318-SET-GRADE-RANK.
           EVALUATE W0B-RANK-GRADE
               WHEN "A" MOVE 7 TO W0B-RANK-VALUE
               WHEN "B" MOVE 6 TO W0B-RANK-VALUE
               WHEN "C" MOVE 5 TO W0B-RANK-VALUE
               WHEN "D" MOVE 4 TO W0B-RANK-VALUE
               WHEN "P" MOVE 3 TO W0B-RANK-VALUE
               WHEN "K" MOVE 2 TO W0B-RANK-VALUE
               WHEN "F" MOVE 1 TO W0B-RANK-VALUE
               WHEN OTHER MOVE ZERO TO W0B-RANK-VALUE
           END-EVALUATE.

       320-WRITE-DETAIL-LINE.
           MOVE F70-STUDENT-ID TO W04-STUDENT-ID
           MOVE W0S-STUDENT-NAME TO W04-STUDENT-NAME
           MOVE F70-COURSE-CODE TO W04-COURSE-CODE
           MOVE F70-TERM TO W04-TERM
           MOVE W0P-PREREQ-CODE (W0P-IDX) TO W04-PREREQ-CODE
           MOVE W0P-MIN-GRADE (W0P-IDX) TO W04-MIN-GRADE
           IF W0B-BEST-GRADE = SPACE
               MOVE "-" TO W04-HELD-GRADE
               MOVE "NOT TAKEN" TO W04-STATUS-TEXT
           ELSE
               MOVE W0B-BEST-GRADE TO W04-HELD-GRADE
               EVALUATE W0B-BEST-GRADE
                   WHEN "F" MOVE "FAILED" TO W04-STATUS-TEXT
                   WHEN "W" MOVE "WITHDRAWN" TO W04-STATUS-TEXT
                   WHEN "I" MOVE "INCOMPLETE" TO W04-STATUS-TEXT
                   WHEN OTHER MOVE "BELOW MINIMUM" TO W04-STATUS-TEXT
               END-EVALUATE
           END-IF
           WRITE F71-CHECK-LINE FROM W04-DETAIL-LINE
           ADD 1 TO W0T-FLAG-COUNT
           ADD 1 TO W0T-LINES-WRITTEN.

       400-CLOSE-FILES.
           WRITE F71-CHECK-LINE FROM SPACES
           IF W0T-LINES-WRITTEN = ZERO
               WRITE F71-CHECK-LINE FROM W08-NONE-LINE
               WRITE F71-CHECK-LINE FROM SPACES
           END-IF
           MOVE W0T-PLANNED-READ TO W05-PLANNED-READ
           WRITE F71-CHECK-LINE FROM W05-TRAILER-READ
           MOVE W0T-ENROLLMENTS-FLAGGED TO W06-FLAGGED
           WRITE F71-CHECK-LINE FROM W06-TRAILER-FLAGGED
           MOVE W0T-LINES-WRITTEN TO W07-LINES
           WRITE F71-CHECK-LINE FROM W07-TRAILER-LINES
           CLOSE F70-PLANNED-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F71-CHECK-REPORT
           DISPLAY "ENROLLMENTS CHECKED  " W0T-PLANNED-READ
           DISPLAY "PREREQUISITES TESTED " W0T-PREREQS-CHECKED
           DISPLAY "ENROLLMENTS FLAGGED  " W0T-ENROLLMENTS-FLAGGED
           DISPLAY "FILES CLOSED".
