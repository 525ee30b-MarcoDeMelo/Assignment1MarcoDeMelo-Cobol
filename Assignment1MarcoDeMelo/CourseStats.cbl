         05 F16-FILLER-3 PIC X(2).
         05 F16-ACTIVE-FLAG PIC X.
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
       FD F54-STATS-REPORT
       RECORD CONTAINS 100 CHARACTERS
       DATA RECORD IS F54-STATS-LINE.
       01 F54-STATS-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
           10 W0V-F-COUNT PIC 9(5).
           10 W0V-P-COUNT PIC 9(5).
           10 W0V-K-COUNT PIC 9(5).
           10 W0V-W-COUNT PIC 9(5).
           10 W0V-I-COUNT PIC 9(5).
       01 W0V-STATS-COUNT PIC 9(3) VALUE ZERO.
       01 W0V-FOUND-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0C-CATALOG-TABLE.
         05 PIC X(5) VALUE "    F".
         05 PIC X(5) VALUE "    P".
         05 PIC X(5) VALUE "    K".
         05 PIC X(5) VALUE "    W".
         05 PIC X(5) VALUE "    I".
         05 PIC X(6) VALUE "  FPCT".
       01 W05-STATS-DETAIL.
         05 W05-COURSE-CODE PIC X(7).
         05 W05-F-COUNT PIC ZZZZ9.
         05 W05-P-COUNT PIC ZZZZ9.
         05 W05-K-COUNT PIC ZZZZ9.
         05 W05-W-COUNT PIC ZZZZ9.
         05 W05-I-COUNT PIC ZZZZ9.
         05 PIC X(3) VALUE SPACES.
         05 W05-FAIL-PCT PIC ZZ9.
       01 W09-FLAG-HEADING.
               MOVE ZERO TO W0V-F-COUNT (W0V-STATS-COUNT)
               MOVE ZERO TO W0V-P-COUNT (W0V-STATS-COUNT)
               MOVE ZERO TO W0V-K-COUNT (W0V-STATS-COUNT)
               MOVE ZERO TO W0V-W-COUNT (W0V-STATS-COUNT)
               MOVE ZERO TO W0V-I-COUNT (W0V-STATS-COUNT)
               MOVE W0V-STATS-COUNT TO W0V-FOUND-SUB
           ELSE
               DISPLAY "COURSE STATS TABLE FULL AT "
               WHEN "F" ADD 1 TO W0V-F-COUNT (W0V-FOUND-SUB)
               WHEN "P" ADD 1 TO W0V-P-COUNT (W0V-FOUND-SUB)
               WHEN "K" ADD 1 TO W0V-K-COUNT (W0V-FOUND-SUB)
               WHEN "W" ADD 1 TO W0V-W-COUNT (W0V-FOUND-SUB)
               WHEN "I" ADD 1 TO W0V-I-COUNT (W0V-FOUND-SUB)
               WHEN OTHER CONTINUE
           END-EVALUATE.

               MOVE W0V-F-COUNT (W0V-FOUND-SUB) TO W05-F-COUNT
               MOVE W0V-P-COUNT (W0V-FOUND-SUB) TO W05-P-COUNT
               MOVE W0V-K-COUNT (W0V-FOUND-SUB) TO W05-K-COUNT
               MOVE W0V-W-COUNT (W0V-FOUND-SUB) TO W05-W-COUNT
               MOVE W0V-I-COUNT (W0V-FOUND-SUB) TO W05-I-COUNT
               MOVE W0F-FAIL-PCT TO W05-FAIL-PCT
           ELSE
               MOVE ZERO TO W05-ENROLLED
               MOVE ZERO TO W05-F-COUNT
               MOVE ZERO TO W05-P-COUNT
               MOVE ZERO TO W05-K-COUNT
               MOVE ZERO TO W05-W-COUNT
               MOVE ZERO TO W05-I-COUNT
               MOVE ZERO TO W05-FAIL-PCT
           END-IF
           WRITE F54-STATS-LINE FROM W05-STATS-DETAIL.
                   MOVE W0V-F-COUNT (W0V-FOUND-SUB) TO W05-F-COUNT
                   MOVE W0V-P-COUNT (W0V-FOUND-SUB) TO W05-P-COUNT
                   MOVE W0V-K-COUNT (W0V-FOUND-SUB) TO W05-K-COUNT
                   MOVE W0V-W-COUNT (W0V-FOUND-SUB) TO W05-W-COUNT
                   MOVE W0V-I-COUNT (W0V-FOUND-SUB) TO W05-I-COUNT
                   MOVE W0F-FAIL-PCT TO W05-FAIL-PCT
                   WRITE F54-STATS-LINE FROM W05-STATS-DETAIL
                   ADD 1 TO W0G-COURSES-FLAGGED
