       DATA RECORD IS F33-TRANSCRIPT-LINE.
       01 F33-TRANSCRIPT-LINE PIC X(80).
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
       01 W0P-REQUEST-COUNT PIC 9(3) VALUE ZERO.
       01 W0G-TRANSCRIPTS-WRITTEN PIC 9(5) VALUE ZERO.
       01 W0G-STUDENTS-SKIPPED PIC 9(5) VALUE ZERO.
       01 W0G-WITHDRAWN-COUNT PIC 999 VALUE ZERO.
       01 W0G-INCOMPLETE-COUNT PIC 999 VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(6) VALUE SPACES.
         05 PIC X(44) VALUE
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(7) VALUE "GRADE".
         05 PIC X(11) VALUE "WITHDRAWN".
         05 PIC X(10) VALUE "INCOMPLETE".
       01 W04-COURSE-DETAIL.
         05 PIC X(2) VALUE SPACES.
         05 W04-COURSE-CODE PIC X(7).
         05 W04-TERM PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W04-GRADE PIC X.
         05 PIC X(6) VALUE SPACES.
         05 W04-WITHDRAWN PIC X.
         05 PIC X(10) VALUE SPACES.
         05 W04-INCOMPLETE PIC X.
       01 W05-GPA-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(19) VALUE "GRADE POINT AVERAGE".
         05 PIC X(4) VALUE " OF ".
         05 W11-HOURS-ATTEMPTED PIC ZZZ9.
         05 PIC X(10) VALUE " ATTEMPTED".
       01 W12-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W12-COUNT-LABEL PIC X(19).
         05 PIC X(2) VALUE SPACES.
         05 W12-COUNT-VALUE PIC ZZ9.
         05 PIC X(8) VALUE " COURSES".
       01 W07-STANDING-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(19) VALUE "ACADEMIC STANDING".
           WRITE F33-TRANSCRIPT-LINE FROM W02-STUDENT-LINE
           WRITE F33-TRANSCRIPT-LINE FROM SPACES
           WRITE F33-TRANSCRIPT-LINE FROM W03-COURSE-HEADING
           MOVE ZERO TO W0G-WITHDRAWN-COUNT
           MOVE ZERO TO W0G-INCOMPLETE-COUNT
           PERFORM VARYING F01-IDX FROM 1 BY 1
               UNTIL F01-IDX > F01-COURSE-COUNT
               MOVE F01-COURSE-CODE (F01-IDX) TO W04-COURSE-CODE
               MOVE F01-TERM (F01-IDX) TO W04-TERM
               MOVE SPACE TO W04-GRADE
               MOVE SPACE TO W04-WITHDRAWN
               MOVE SPACE TO W04-INCOMPLETE
               EVALUATE F01-GRADE (F01-IDX)
                   WHEN "W"
                       MOVE "W" TO W04-WITHDRAWN
                       ADD 1 TO W0G-WITHDRAWN-COUNT
                   WHEN "I"
                       MOVE "I" TO W04-INCOMPLETE
                       ADD 1 TO W0G-INCOMPLETE-COUNT
                   WHEN OTHER
                       MOVE F01-GRADE (F01-IDX) TO W04-GRADE
               END-EVALUATE
               WRITE F33-TRANSCRIPT-LINE FROM W04-COURSE-DETAIL
           END-PERFORM
           WRITE F33-TRANSCRIPT-LINE FROM SPACES
           MOVE W0H-HOURS-EARNED TO W11-HOURS-EARNED
           MOVE W0H-HOURS-ATTEMPTED TO W11-HOURS-ATTEMPTED
           WRITE F33-TRANSCRIPT-LINE FROM W11-HOURS-LINE
           MOVE "WITHDRAWN" TO W12-COUNT-LABEL
           MOVE W0G-WITHDRAWN-COUNT TO W12-COUNT-VALUE
           WRITE F33-TRANSCRIPT-LINE FROM W12-COUNT-LINE
           MOVE "INCOMPLETE" TO W12-COUNT-LABEL
           MOVE W0G-INCOMPLETE-COUNT TO W12-COUNT-VALUE
           WRITE F33-TRANSCRIPT-LINE FROM W12-COUNT-LINE
           IF W0H-PROBATION = 'YES'
               MOVE "PROBATION" TO W07-STANDING
           ELSE
