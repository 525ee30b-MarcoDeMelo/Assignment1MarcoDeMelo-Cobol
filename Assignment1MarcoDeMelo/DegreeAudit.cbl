       DATA RECORD IS F53-CLEAR-LINE.
       01 F53-CLEAR-LINE PIC X(80).
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
         05 PIC X(2) VALUE SPACES.
         05 W06-COURSE-TITLE PIC X(30).
         05 PIC X(2) VALUE SPACES.
         05 W06-STATUS-TEXT PIC X(12).
       01 W07-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(23) VALUE "REQUIREMENTS REMAINING ".

       312-CHECK-ONE-REQUIREMENT.
           PERFORM 313-CHECK-COURSE-TAKEN
           IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
               PERFORM 314-WRITE-NEEDED-LINE
           END-IF.

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
           PERFORM 313-CHECK-COURSE-TAKEN
           IF W0S-TAKEN-GRADE NOT = SPACE
               AND W0S-TAKEN-GRADE NOT = "F"
               AND W0S-TAKEN-GRADE NOT = "W"
               AND W0S-TAKEN-GRADE NOT = "I"
               ADD 1 TO W0K-PASSED-COUNT (W0K-IDX)
           END-IF.

                 AND W0R-GROUP-ID (W0R-IDX) =
                   W0K-GROUP-ID (W0K-GROUP-SUB)
                   PERFORM 313-CHECK-COURSE-TAKEN
                   IF W0S-TAKEN-GRADE = SPACE OR "F" OR "W" OR "I"
                       PERFORM 323-WRITE-OPTION-LINE
                   END-IF
               END-IF
       323-WRITE-OPTION-LINE.
           MOVE W0R-COURSE-CODE (W0R-IDX) TO W06-COURSE-CODE
           PERFORM 316-FIND-COURSE-TITLE
           EVALUATE W0S-TAKEN-GRADE
               WHEN "F" MOVE "(FAILED)" TO W06-STATUS-TEXT
               WHEN "W" MOVE "(WITHDRAWN)" TO W06-STATUS-TEXT
               WHEN "I" MOVE "(INCOMPLETE)" TO W06-STATUS-TEXT
               WHEN OTHER MOVE "(OPTION)" TO W06-STATUS-TEXT
           END-EVALUATE
           WRITE F31-AUDIT-LINE FROM W06-NEEDED-LINE.

       314-WRITE-NEEDED-LINE.
           ADD 1 TO W0N-NEEDED-COUNT
           MOVE W0R-COURSE-CODE (W0R-IDX) TO W06-COURSE-CODE
           PERFORM 316-FIND-COURSE-TITLE
           EVALUATE W0S-TAKEN-GRADE
               WHEN "F" MOVE "(FAILED)" TO W06-STATUS-TEXT
               WHEN "W" MOVE "(WITHDRAWN)" TO W06-STATUS-TEXT
               WHEN "I" MOVE "(INCOMPLETE)" TO W06-STATUS-TEXT
               WHEN OTHER MOVE "(NOT TAKEN)" TO W06-STATUS-TEXT
           END-EVALUATE
           WRITE F31-AUDIT-LINE FROM W06-NEEDED-LINE.

       330-CHECK-GRAD-CANDIDATE.
