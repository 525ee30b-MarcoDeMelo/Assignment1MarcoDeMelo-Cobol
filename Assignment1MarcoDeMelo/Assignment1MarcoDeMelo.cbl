       SELECT F17-TREND-FILE ASSIGN TO "UniTermTrend.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TREND-STATUS.
       SELECT F73-TERM-GPA-FILE ASSIGN TO "UniTermGPA.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TERM-GPA-STATUS.
       SELECT F18-RUNLOG-FILE ASSIGN TO "UniRunLog.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-RUNLOG-STATUS.
         05 F17-ATTEMPTED PIC 99.
         05 F17-FILLER-3 PIC X(2).
         05 F17-PASSED PIC 99.
       FD F73-TERM-GPA-FILE
       RECORD CONTAINS 34 CHARACTERS
       DATA RECORD IS F73-TERM-GPA-RECORD.
       01 F73-TERM-GPA-RECORD.
         05 F73-STUDENT-ID PIC X(5).
         05 F73-FILLER-1 PIC X(2).
         05 F73-TERM PIC X(5).
         05 F73-FILLER-2 PIC X(2).
         05 F73-GRADED-HOURS PIC 999.
         05 F73-FILLER-3 PIC X(2).
         05 F73-QUALITY-POINTS PIC 9(4).
         05 F73-FILLER-4 PIC X(2).
         05 F73-TERM-GPA PIC 9.99.
         05 F73-FILLER-5 PIC X(2).
         05 F73-FAIL-OR-INC PIC X(3).
       FD F18-RUNLOG-FILE
       RECORD CONTAINS 67 CHARACTERS
       DATA RECORD IS F18-RUNLOG-RECORD.
         05 F18-FILLER-8 PIC X(1).
         05 F18-BALANCE-TEXT PIC X(12).
       FD F19-PARM-FILE
       RECORD CONTAINS 67 CHARACTERS
       DATA RECORD IS F19-PARM-RECORD.
       01 F19-PARM-RECORD.
         05 F19-RUN-DATE PIC X(8).
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
       FD F43-CYCLE-FILE
       RECORD CONTAINS 37 CHARACTERS
       DATA RECORD IS F43-CYCLE-RECORD.
       01 W0S-GPA-HOURS PIC 9(4) VALUE ZERO.
       01 W0S-CREDIT-HOURS PIC 99 VALUE ZERO.
       01 W0S-TOTAL-HOURS PIC 9(4) VALUE ZERO.
       01 W0S-ATTEMPTED-HOURS PIC 9(4) VALUE ZERO.
       01 W0S-COMPLETED-HOURS PIC 9(4) VALUE ZERO.
       01 W0S-REMAINING-HOURS PIC 9(4) VALUE ZERO.
       01 W0S-TRANSFERED-HOURS PIC 9(4) VALUE ZERO.
           10 W0J-TERM PIC X(5).
           10 W0J-ATTEMPTED PIC 99.
           10 W0J-PASSED PIC 99.
           10 W0J-GRADED-HOURS PIC 999.
           10 W0J-QUALITY-POINTS PIC 9(4).
           10 W0J-FAIL-OR-INC PIC X(3).
       01 W0J-TERM-COUNT PIC 99 VALUE ZERO.
       01 W0J-TERM-GPA PIC 9V99 VALUE ZERO.
       01 W0S-TERM PIC X(5) VALUE SPACES.
       01 W0S-TREND-STATUS PIC XX VALUE SPACES.
       01 W0S-TERM-GPA-STATUS PIC XX VALUE SPACES.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
               IF W0S-TREND-STATUS NOT = "00"
                   OPEN OUTPUT F17-TREND-FILE
               END-IF
               OPEN EXTEND F73-TERM-GPA-FILE
               IF W0S-TERM-GPA-STATUS NOT = "00"
                   OPEN OUTPUT F73-TERM-GPA-FILE
               END-IF
           ELSE
               OPEN OUTPUT F09-REJECT-FILE
               OPEN OUTPUT F10-EXCEPTION-FILE
               OPEN OUTPUT F12-PROBATION-FILE
               OPEN OUTPUT F17-TREND-FILE
               OPEN OUTPUT F73-TERM-GPA-FILE
           END-IF.

       115-LOAD-COURSE-CATALOG.
           MOVE W0S-GPA TO W07-GPA
           MOVE W0S-PROBATION TO W07-PROBATION
           MOVE W0S-COMPLETED-HOURS TO W07-HOURS-EARNED
           MOVE W0S-ATTEMPTED-HOURS TO W07-HOURS-ATTEMPTED
           RELEASE W07-SORT-RECORD.

       326-SAVE-RESULT-RECORD.
           MOVE W0S-PROFICIENCY-COURSE TO F15-PROFICIENCY-CRS
           MOVE W0S-PROGRAM TO F15-PROGRAM
           MOVE W0S-COMPLETED-HOURS TO F15-HOURS-EARNED
           MOVE W0S-ATTEMPTED-HOURS TO F15-HOURS-ATTEMPTED
           WRITE F15-RESULTS-RECORD.

       328-WRITE-TERM-TREND.
           PERFORM VARYING W0J-IDX FROM 1 BY 1
               UNTIL W0J-IDX > W0J-TERM-COUNT
               IF W0J-ATTEMPTED (W0J-IDX) > ZERO
                   INITIALIZE F17-TREND-RECORD
                   MOVE W0S-STUDENT-ID TO F17-STUDENT-ID
                   MOVE W0J-TERM (W0J-IDX) TO F17-TERM
                   MOVE W0J-ATTEMPTED (W0J-IDX) TO F17-ATTEMPTED
                   MOVE W0J-PASSED (W0J-IDX) TO F17-PASSED
                   WRITE F17-TREND-RECORD
               END-IF
               PERFORM 329-WRITE-TERM-GPA
           END-PERFORM.

       329-WRITE-TERM-GPA.
           IF W0J-GRADED-HOURS (W0J-IDX) > ZERO
               COMPUTE W0J-TERM-GPA ROUNDED =
                 W0J-QUALITY-POINTS (W0J-IDX) /
                 W0J-GRADED-HOURS (W0J-IDX)
           ELSE
               MOVE ZERO TO W0J-TERM-GPA
           END-IF
           INITIALIZE F73-TERM-GPA-RECORD
           MOVE W0S-STUDENT-ID TO F73-STUDENT-ID
           MOVE W0J-TERM (W0J-IDX) TO F73-TERM
           MOVE W0J-GRADED-HOURS (W0J-IDX) TO F73-GRADED-HOURS
           MOVE W0J-QUALITY-POINTS (W0J-IDX) TO F73-QUALITY-POINTS
           MOVE W0J-TERM-GPA TO F73-TERM-GPA
           MOVE W0J-FAIL-OR-INC (W0J-IDX) TO F73-FAIL-OR-INC
           WRITE F73-TERM-GPA-RECORD.

       327-REPLAY-ONE-RESULT.
           MOVE F15-STUDENT-ID TO W07-STUDENT-ID
           MOVE F15-STUDENT-NAME TO W07-STUDENT-NAME
               MOVE W0S-TERM TO W0J-TERM (W0J-TERM-COUNT)
               MOVE ZERO TO W0J-ATTEMPTED (W0J-TERM-COUNT)
               MOVE ZERO TO W0J-PASSED (W0J-TERM-COUNT)
               MOVE ZERO TO W0J-GRADED-HOURS (W0J-TERM-COUNT)
               MOVE ZERO TO W0J-QUALITY-POINTS (W0J-TERM-COUNT)
               MOVE 'NO' TO W0J-FAIL-OR-INC (W0J-TERM-COUNT)
               SET W0J-IDX TO W0J-TERM-COUNT
               PERFORM 324-COUNT-IN-TERM
           END-IF.

       324-COUNT-IN-TERM.
           IF W0S-GRADE NOT = "I"
               ADD 1 TO W0J-ATTEMPTED (W0J-IDX)
           END-IF
           IF W0S-GRADE = "A" OR "B" OR "C" OR "D" OR "P" OR "K"
               ADD 1 TO W0J-PASSED (W0J-IDX)
           END-IF
           IF W0S-GRADE = "F" OR "I"
               MOVE 'YES' TO W0J-FAIL-OR-INC (W0J-IDX)
           END-IF
           SET W0Q-IDX TO 1
           SEARCH W0Q-POINT-ENTRY
               AT END
                   CONTINUE
               WHEN W0Q-GRADE-LETTER (W0Q-IDX) = W0S-GRADE
                   PERFORM 307-FIND-CREDIT-HOURS
                   COMPUTE W0J-QUALITY-POINTS (W0J-IDX) =
                     W0J-QUALITY-POINTS (W0J-IDX)
                     + W0Q-GRADE-VALUE (W0Q-IDX) * W0S-CREDIT-HOURS
                   ADD W0S-CREDIT-HOURS TO W0J-GRADED-HOURS (W0J-IDX)
           END-SEARCH.

       312-CHECK-ONE-GRADE.
           PERFORM 307-FIND-CREDIT-HOURS
           ADD 1 TO W0S-TOTAL-COURSES
           IF W0S-GRADE NOT = "W" AND W0S-GRADE NOT = "I"
               ADD W0S-CREDIT-HOURS TO W0S-TOTAL-HOURS
           END-IF
           IF W0S-GRADE NOT = "I"
               ADD W0S-CREDIT-HOURS TO W0S-ATTEMPTED-HOURS
           END-IF
           IF W0S-GRADE = "P"
               ADD 1 TO W0S-PROFICIENCY-COURSE
               ADD W0S-CREDIT-HOURS TO W0S-PROFICIENCY-HOURS
           END-IF
           MOVE W0S-GPA-NUM TO W0S-GPA
           MOVE W0S-COMPLETED-HOURS TO W0S-HOURS-EARNED
           MOVE W0S-ATTEMPTED-HOURS TO W0S-HOURS-ATTEMPTED.

       321-CHECK-PROBATION.
           IF W0S-REMAINING >= W0S-RISK-THRESHOLD
           MOVE ZERO TO W0S-GPA-COURSES
           MOVE ZERO TO W0S-GPA-HOURS
           MOVE ZERO TO W0S-TOTAL-HOURS
           MOVE ZERO TO W0S-ATTEMPTED-HOURS
           MOVE ZERO TO W0S-COMPLETED-HOURS
           MOVE ZERO TO W0S-REMAINING-HOURS
           MOVE ZERO TO W0S-TRANSFERED-HOURS
               CLOSE F10-EXCEPTION-FILE
               CLOSE F12-PROBATION-FILE
               CLOSE F17-TREND-FILE
               CLOSE F73-TERM-GPA-FILE
           END-IF
           CLOSE F01-OUTPUT-FILE
           CLOSE F14-CSV-FILE
