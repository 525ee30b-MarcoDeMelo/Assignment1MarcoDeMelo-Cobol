         05 F10-FILLER-3 PIC X(2).
         05 F10-REASON-TEXT PIC X(24).
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
               MOVE ZERO TO W0S-GPA
           END-IF
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
