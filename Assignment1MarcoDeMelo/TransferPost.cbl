       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F85-TRANSCRIPT-FILE ASSIGN TO "TransferIn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANSCRIPT-STATUS.
       SELECT F80-EQUIV-FILE ASSIGN TO "TransferEquiv.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-EQUIV-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F16-CATALOG-FILE ASSIGN TO "CourseCat.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CATALOG-STATUS.
       SELECT F48-TRANS-FILE ASSIGN TO "GradePostTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F86-WORKLIST-FILE ASSIGN TO "TransferEvalWork.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F87-SUMMARY-REPORT ASSIGN TO "TransferSummary.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F85-TRANSCRIPT-FILE
       RECORD CONTAINS 56 CHARACTERS
       DATA RECORD IS F85-TRANSCRIPT-RECORD.
       01 F85-TRANSCRIPT-RECORD.
         05 F85-STUDENT-ID PIC X(5).
         05 F85-INSTITUTION PIC X(6).
         05 F85-OUTSIDE-COURSE PIC X(10).
         05 F85-TERM PIC X(5).
         05 F85-OUTSIDE-TITLE PIC X(30).
       FD F80-EQUIV-FILE
       RECORD CONTAINS 27 CHARACTERS
       DATA RECORD IS F80-EQUIV-RECORD.
       01 F80-EQUIV-RECORD.
         05 F80-INSTITUTION PIC X(6).
         05 F80-FILLER-1 PIC X(2).
         05 F80-OUTSIDE-COURSE PIC X(10).
         05 F80-FILLER-2 PIC X(2).
         05 F80-COURSE-CODE PIC X(7).
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
       FD F48-TRANS-FILE
       RECORD CONTAINS 21 CHARACTERS
       DATA RECORD IS F48-TRANS-RECORD.
       01 F48-TRANS-RECORD.
         05 F48-ACTION PIC X(3).
         05 F48-STUDENT-ID PIC X(5).
         05 F48-COURSE-CODE PIC X(7).
         05 F48-TERM PIC X(5).
         05 F48-GRADE PIC X.
       FD F86-WORKLIST-FILE
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F86-WORKLIST-LINE.
       01 F86-WORKLIST-LINE PIC X(80).
       FD F87-SUMMARY-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F87-SUMMARY-LINE.
       01 F87-SUMMARY-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 W0S-TRANSCRIPT-STATUS PIC XX VALUE SPACES.
       01 W0S-EQUIV-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANSCRIPT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-EQUIV-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0M-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0S-PRIOR-ID PIC X(5) VALUE SPACES.
       01 W0S-CREDIT-HOURS PIC 99 VALUE ZERO.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0Q-EQUIV-TABLE.
         05 W0Q-EQUIV-ENTRY OCCURS 1000 TIMES
            INDEXED BY W0Q-IDX.
           10 W0Q-INSTITUTION PIC X(6).
           10 W0Q-OUTSIDE-COURSE PIC X(10).
           10 W0Q-COURSE-CODE PIC X(7).
       01 W0Q-EQUIV-COUNT PIC 9(4) VALUE ZERO.
       01 W0Q-FOUND-CODE PIC X(7) VALUE SPACES.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
           10 W0C-CREDIT-HOURS PIC 99.
       01 W0C-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       01 W0G-STUDENT-HOURS PIC 9(4) VALUE ZERO.
       01 W0G-STUDENT-COURSES PIC 999 VALUE ZERO.
       01 W0T-RECORDS-READ PIC 9(5) VALUE ZERO.
       01 W0T-STUDENTS-READ PIC 9(5) VALUE ZERO.
       01 W0T-COURSES-ACCEPTED PIC 9(5) VALUE ZERO.
       01 W0T-COURSES-TO-EVAL PIC 9(5) VALUE ZERO.
       01 W0T-COURSES-NOT-POSTED PIC 9(5) VALUE ZERO.
       01 W0T-HOURS-ACCEPTED PIC 9(6) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(36) VALUE "TRANSFER CREDIT -- HOURS ACCEPTED".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
       01 W03-STUDENT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(8) VALUE "STUDENT ".
         05 W03-STUDENT-ID PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W03-STUDENT-NAME PIC X(29).
       01 W04-COLUMN-HEADING.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(8) VALUE "INST".
         05 PIC X(12) VALUE "OUTSIDE".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(7) VALUE "HOURS".
         05 PIC X(14) VALUE "STATUS".
       01 W05-DETAIL-LINE.
         05 PIC X(4) VALUE SPACES.
         05 W05-INSTITUTION PIC X(6).
         05 PIC X(2) VALUE SPACES.
         05 W05-OUTSIDE-COURSE PIC X(10).
         05 PIC X(2) VALUE SPACES.
         05 W05-TERM PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W05-COURSE-CODE PIC X(7).
         05 PIC X(3) VALUE SPACES.
         05 W05-HOURS PIC ZZ.
         05 PIC X(3) VALUE SPACES.
         05 W05-STATUS-TEXT PIC X(14).
       01 W06-STUDENT-TOTAL.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(17) VALUE "COURSES ACCEPTED ".
         05 W06-COURSES PIC ZZ9.
         05 PIC X(17) VALUE "   HOURS ACCEPTED".
         05 PIC X(1) VALUE SPACES.
         05 W06-HOURS PIC ZZZ9.
       01 W07-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W07-COUNT-LABEL PIC X(23).
         05 W07-COUNT-VALUE PIC ZZZZZ9.
       01 W08-WORK-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(42) VALUE
           "TRANSFER COURSES FOR DEPARTMENT EVALUATION".
       01 W09-WORK-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "STUDENT".
         05 PIC X(8) VALUE "INST".
         05 PIC X(12) VALUE "OUTSIDE".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(30) VALUE "OUTSIDE TITLE".
       01 W10-WORK-DETAIL.
         05 PIC X(2) VALUE SPACES.
         05 W10-STUDENT-ID PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W10-INSTITUTION PIC X(6).
         05 PIC X(2) VALUE SPACES.
         05 W10-OUTSIDE-COURSE PIC X(10).
         05 PIC X(2) VALUE SPACES.
         05 W10-TERM PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W10-OUTSIDE-TITLE PIC X(30).
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-EQUIVALENCIES
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 200-PRINT-HEADINGS
           PERFORM UNTIL W0S-TRANSCRIPT-SWITCH = 'NO'
               READ F85-TRANSCRIPT-FILE
                   AT END
                       MOVE 'NO' TO W0S-TRANSCRIPT-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-RECORDS-READ
                       IF F85-STUDENT-ID NOT = W0S-PRIOR-ID
                           PERFORM 350-FINISH-STUDENT
                           PERFORM 310-START-STUDENT
                       END-IF
                       PERFORM 320-POST-ONE-COURSE
               END-READ
           END-PERFORM
           PERFORM 350-FINISH-STUDENT
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F85-TRANSCRIPT-FILE
           IF W0S-TRANSCRIPT-STATUS NOT = "00"
               DISPLAY "NO TRANSFER TRANSCRIPTS -- NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F80-EQUIV-FILE
           IF W0S-EQUIV-STATUS NOT = "00"
               DISPLAY "TRANSFER EQUIVALENCY OPEN ERROR "
                 W0S-EQUIV-STATUS
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
           OPEN EXTEND F48-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               OPEN OUTPUT F48-TRANS-FILE
           END-IF
           OPEN OUTPUT F86-WORKLIST-FILE
           OPEN OUTPUT F87-SUMMARY-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-EQUIVALENCIES.
           MOVE SPACES TO W0S-EQUIV-SWITCH
           PERFORM UNTIL W0S-EQUIV-SWITCH = 'NO'
               READ F80-EQUIV-FILE
                   AT END
                       MOVE 'NO' TO W0S-EQUIV-SWITCH
                   NOT AT END
                       IF W0Q-EQUIV-COUNT < 1000
                           ADD 1 TO W0Q-EQUIV-COUNT
                           MOVE F80-INSTITUTION TO
                             W0Q-INSTITUTION (W0Q-EQUIV-COUNT)
                           MOVE F80-OUTSIDE-COURSE TO
                             W0Q-OUTSIDE-COURSE (W0Q-EQUIV-COUNT)
                           MOVE F80-COURSE-CODE TO
                             W0Q-COURSE-CODE (W0Q-EQUIV-COUNT)
                       ELSE
                           DISPLAY "EQUIVALENCY TABLE FULL AT "
                             F80-INSTITUTION " " F80-OUTSIDE-COURSE
                             " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F80-EQUIV-FILE.

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

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           WRITE F87-SUMMARY-LINE FROM W01-TITTLE
           WRITE F87-SUMMARY-LINE FROM W02-RUN-LINE
           WRITE F86-WORKLIST-LINE FROM W08-WORK-TITTLE
           WRITE F86-WORKLIST-LINE FROM W02-RUN-LINE
           WRITE F86-WORKLIST-LINE FROM SPACES
           WRITE F86-WORKLIST-LINE FROM W09-WORK-HEADING.

       310-START-STUDENT.
           MOVE F85-STUDENT-ID TO W0S-PRIOR-ID
           MOVE ZERO TO W0G-STUDENT-HOURS
           MOVE ZERO TO W0G-STUDENT-COURSES
           ADD 1 TO W0T-STUDENTS-READ
           PERFORM 315-FIND-STUDENT-NAME
           MOVE F85-STUDENT-ID TO W03-STUDENT-ID
           MOVE W0S-STUDENT-NAME TO W03-STUDENT-NAME
           WRITE F87-SUMMARY-LINE FROM SPACES
           WRITE F87-SUMMARY-LINE FROM W03-STUDENT-LINE
           WRITE F87-SUMMARY-LINE FROM W04-COLUMN-HEADING.

       315-FIND-STUDENT-NAME.
           MOVE SPACES TO W0S-STUDENT-NAME
           MOVE 'NO' TO W0M-FOUND-SWITCH
           MOVE F85-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO W0S-STUDENT-NAME
               NOT INVALID KEY
                   MOVE 'YES' TO W0M-FOUND-SWITCH
                   STRING F08-LAST-NAME DELIMITED BY
                     SPACE ", " F08-FIRST-NAME
                     DELIMITED BY SPACE
                     INTO W0S-STUDENT-NAME
                     ON OVERFLOW
                         MOVE "NAME TOO LONG" TO W0S-STUDENT-NAME
                   END-STRING
           END-READ.

       320-POST-ONE-COURSE.
           MOVE F85-INSTITUTION TO W05-INSTITUTION
           MOVE F85-OUTSIDE-COURSE TO W05-OUTSIDE-COURSE
           MOVE F85-TERM TO W05-TERM
           MOVE SPACES TO W05-COURSE-CODE
           MOVE ZERO TO W05-HOURS
           PERFORM 325-FIND-EQUIVALENCY
           IF W0M-FOUND-SWITCH = 'NO'
               MOVE "NOT ON MASTER" TO W05-STATUS-TEXT
               ADD 1 TO W0T-COURSES-NOT-POSTED
           ELSE
           IF F85-TERM = SPACES
               MOVE "TERM MISSING" TO W05-STATUS-TEXT
               ADD 1 TO W0T-COURSES-NOT-POSTED
           ELSE
           IF W0Q-FOUND-CODE = SPACES
               PERFORM 340-WRITE-WORKLIST-LINE
               MOVE "TO EVALUATION" TO W05-STATUS-TEXT
               ADD 1 TO W0T-COURSES-TO-EVAL
           ELSE
               PERFORM 330-WRITE-TRANSFER-GRADE
               MOVE W0Q-FOUND-CODE TO W05-COURSE-CODE
               MOVE W0S-CREDIT-HOURS TO W05-HOURS
               MOVE "ACCEPTED" TO W05-STATUS-TEXT
           END-IF
           END-IF
           END-IF
           WRITE F87-SUMMARY-LINE FROM W05-DETAIL-LINE.

       325-FIND-EQUIVALENCY.
           MOVE SPACES TO W0Q-FOUND-CODE
           SET W0Q-IDX TO 1
           SEARCH W0Q-EQUIV-ENTRY
               AT END
                   CONTINUE
               WHEN W0Q-IDX > W0Q-EQUIV-COUNT
                   CONTINUE
               WHEN W0Q-INSTITUTION (W0Q-IDX) = F85-INSTITUTION
                   AND W0Q-OUTSIDE-COURSE (W0Q-IDX) =
                     F85-OUTSIDE-COURSE
                   MOVE W0Q-COURSE-CODE (W0Q-IDX) TO W0Q-FOUND-CODE
           END-SEARCH.

       327-FIND-CREDIT-HOURS.
           MOVE 03 TO W0S-CREDIT-HOURS
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   CONTINUE
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   CONTINUE
               WHEN W0C-COURSE-CODE (W0C-IDX) = W0Q-FOUND-CODE
                   MOVE W0C-CREDIT-HOURS (W0C-IDX) TO
                     W0S-CREDIT-HOURS
           END-SEARCH.

       330-WRITE-TRANSFER-GRADE.
           INITIALIZE F48-TRANS-RECORD
           MOVE "ADD" TO F48-ACTION
           MOVE F85-STUDENT-ID TO F48-STUDENT-ID
           MOVE W0Q-FOUND-CODE TO F48-COURSE-CODE
           MOVE F85-TERM TO F48-TERM
           MOVE "K" TO F48-GRADE
           WRITE F48-TRANS-RECORD
           PERFORM 327-FIND-CREDIT-HOURS
           ADD W0S-CREDIT-HOURS TO W0G-STUDENT-HOURS
           ADD W0S-CREDIT-HOURS TO W0T-HOURS-ACCEPTED
           ADD 1 TO W0G-STUDENT-COURSES
           ADD 1 TO W0T-COURSES-ACCEPTED.

       340-WRITE-WORKLIST-LINE.
           MOVE F85-STUDENT-ID TO W10-STUDENT-ID
           MOVE F85-INSTITUTION TO W10-INSTITUTION
           MOVE F85-OUTSIDE-COURSE TO W10-OUTSIDE-COURSE
           MOVE F85-TERM TO W10-TERM
           MOVE F85-OUTSIDE-TITLE TO W10-OUTSIDE-TITLE
           WRITE F86-WORKLIST-LINE FROM W10-WORK-DETAIL.

       350-FINISH-STUDENT.
           IF W0S-PRIOR-ID NOT = SPACES
               MOVE W0G-STUDENT-COURSES TO W06-COURSES
               MOVE W0G-STUDENT-HOURS TO W06-HOURS
               WRITE F87-SUMMARY-LINE FROM W06-STUDENT-TOTAL
           END-IF.

       700-CLOSE-FILES.
           WRITE F87-SUMMARY-LINE FROM SPACES
           MOVE "TRANSCRIPT LINES READ  " TO W07-COUNT-LABEL
           MOVE W0T-RECORDS-READ TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           MOVE "STUDENTS               " TO W07-COUNT-LABEL
           MOVE W0T-STUDENTS-READ TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           MOVE "COURSES ACCEPTED       " TO W07-COUNT-LABEL
           MOVE W0T-COURSES-ACCEPTED TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           MOVE "HOURS ACCEPTED         " TO W07-COUNT-LABEL
           MOVE W0T-HOURS-ACCEPTED TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           MOVE "SENT FOR EVALUATION    " TO W07-COUNT-LABEL
           MOVE W0T-COURSES-TO-EVAL TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           MOVE "NOT POSTED             " TO W07-COUNT-LABEL
           MOVE W0T-COURSES-NOT-POSTED TO W07-COUNT-VALUE
           WRITE F87-SUMMARY-LINE FROM W07-COUNT-LINE
           WRITE F86-WORKLIST-LINE FROM SPACES
           MOVE "COURSES TO EVALUATE    " TO W07-COUNT-LABEL
           MOVE W0T-COURSES-TO-EVAL TO W07-COUNT-VALUE
           WRITE F86-WORKLIST-LINE FROM W07-COUNT-LINE
           CLOSE F85-TRANSCRIPT-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F48-TRANS-FILE
           CLOSE F86-WORKLIST-FILE
           CLOSE F87-SUMMARY-REPORT
           DISPLAY "TRANSCRIPT LINES READ" W0T-RECORDS-READ
           DISPLAY "COURSES ACCEPTED     " W0T-COURSES-ACCEPTED
           DISPLAY "SENT FOR EVALUATION  " W0T-COURSES-TO-EVAL
           DISPLAY "NOT POSTED           " W0T-COURSES-NOT-POSTED
           DISPLAY "FILES CLOSED".
