       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncompleteLapse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F01-HISTORY-FILE ASSIGN TO "CodingAsst.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-HISTORY-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F48-TRANS-FILE ASSIGN TO "GradePostTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F72-LAPSE-REPORT ASSIGN TO "UniLapseNotice.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F19-PARM-FILE ASSIGN TO "UniRunParm.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PARM-STATUS.
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
       FD F08-STUDENT-MASTER
       RECORD CONTAINS 44 CHARACTERS
       DATA RECORD IS F08-MASTER-RECORD.
       01 F08-MASTER-RECORD.
         05 F08-STUDENT-ID PIC X(5).
         05 F08-LAST-NAME PIC X(15).
         05 F08-FIRST-NAME PIC X(12).
         05 F08-PROGRAM PIC X(8).
         05 F08-ADVISOR-ID PIC X(4).
       FD F48-TRANS-FILE
       RECORD CONTAINS 21 CHARACTERS
       DATA RECORD IS F48-TRANS-RECORD.
       01 F48-TRANS-RECORD.
         05 F48-ACTION PIC X(3).
         05 F48-STUDENT-ID PIC X(5).
         05 F48-COURSE-CODE PIC X(7).
         05 F48-TERM PIC X(5).
         05 F48-GRADE PIC X.
       FD F72-LAPSE-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F72-LAPSE-LINE.
       01 F72-LAPSE-LINE PIC X(80).
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
       WORKING-STORAGE SECTION.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-PARM-STATUS PIC XX VALUE SPACES.
       01 W0S-HISTORY-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-NAME-DONE PIC X(3) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0D-LAPSE-TERM PIC X(5) VALUE SPACES.
       01 W0D-NOTICE-TERM PIC X(5) VALUE SPACES.
       01 W0N-NOTICE-TABLE.
         05 W0N-NOTICE-ENTRY OCCURS 500 TIMES.
           10 W0N-STUDENT-ID PIC X(5).
           10 W0N-STUDENT-NAME PIC X(29).
           10 W0N-COURSE-CODE PIC X(7).
           10 W0N-TERM PIC X(5).
       01 W0N-NOTICE-COUNT PIC 9(3) VALUE ZERO.
       01 W0N-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0T-RECORDS-READ PIC 9(5) VALUE ZERO.
       01 W0T-INCOMPLETES-FOUND PIC 9(5) VALUE ZERO.
       01 W0T-LAPSES-WRITTEN PIC 9(5) VALUE ZERO.
       01 W0T-LAPSES-SKIPPED PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(38) VALUE
           "INCOMPLETE GRADES -- LAPSE AND NOTICES".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
         05 PIC X(17) VALUE "  DEADLINE TERM ".
         05 W02-LAPSE-TERM PIC X(5).
       01 W03-LAPSE-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(44) VALUE
           "INCOMPLETES LAPSED TO F -- SENT TO POSTING".
       01 W04-NOTICE-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(44) VALUE
           "NOTICE -- INCOMPLETES DUE TO LAPSE".
       01 W05-COLUMN-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(7) VALUE "STUDENT".
         05 PIC X(31) VALUE "  NAME".
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(14) VALUE "STATUS".
       01 W06-DETAIL-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W06-STUDENT-ID PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W06-STUDENT-NAME PIC X(29).
         05 PIC X(2) VALUE SPACES.
         05 W06-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W06-TERM PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W06-STATUS-TEXT PIC X(14).
       01 W07-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W07-COUNT-LABEL PIC X(23).
         05 W07-COUNT-VALUE PIC ZZZZ9.
       01 W08-NONE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(4) VALUE "NONE".
       PROCEDURE DIVISION.
           PERFORM 105-READ-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-PRINT-HEADINGS
           PERFORM UNTIL W0S-HISTORY-SWITCH = 'NO'
               READ F01-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO W0S-HISTORY-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-RECORDS-READ
                       PERFORM 300-CHECK-ONE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 500-WRITE-NOTICES
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       105-READ-PARAMETERS.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F19-PARM-FILE
           IF W0S-PARM-STATUS NOT = "00"
               DISPLAY "NO PARAMETER FILE -- NO LAPSE DEADLINE"
           ELSE
               READ F19-PARM-FILE
                   AT END
                       DISPLAY "EMPTY PARAMETER FILE -- "
                         "NO LAPSE DEADLINE"
                   NOT AT END
                       IF F19-RUN-DATE NOT = SPACES
                           MOVE F19-RUN-DATE TO W0D-RUN-DATE
                       END-IF
                       MOVE F19-LAPSE-TERM TO W0D-LAPSE-TERM
                       MOVE F19-NOTICE-TERM TO W0D-NOTICE-TERM
               END-READ
               CLOSE F19-PARM-FILE
           END-IF
           IF W0D-LAPSE-TERM = SPACES
               DISPLAY "LAPSE DEADLINE TERM NOT SET -- RUN ENDED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT F01-HISTORY-FILE
           IF W0S-HISTORY-STATUS NOT = "00"
               DISPLAY "COURSE HISTORY OPEN ERROR " W0S-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F08-STUDENT-MASTER
           IF W0S-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN ERROR " W0S-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F48-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               OPEN OUTPUT F48-TRANS-FILE
           END-IF
           OPEN OUTPUT F72-LAPSE-REPORT
           DISPLAY "FILES OPENED".

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           MOVE W0D-LAPSE-TERM TO W02-LAPSE-TERM
           WRITE F72-LAPSE-LINE FROM W01-TITTLE
           WRITE F72-LAPSE-LINE FROM W02-RUN-LINE
           WRITE F72-LAPSE-LINE FROM SPACES
           WRITE F72-LAPSE-LINE FROM W03-LAPSE-HEADING
           WRITE F72-LAPSE-LINE FROM W05-COLUMN-HEADING.

       300-CHECK-ONE-STUDENT.
           MOVE 'NO' TO W0S-NAME-DONE
           PERFORM VARYING F01-IDX FROM 1 BY 1
               UNTIL F01-IDX > F01-COURSE-COUNT
               IF F01-GRADE (F01-IDX) = "I"
                   ADD 1 TO W0T-INCOMPLETES-FOUND
                   IF W0S-NAME-DONE = 'NO'
                       PERFORM 305-FIND-STUDENT-NAME
                   END-IF
                   IF F01-TERM (F01-IDX) NOT > W0D-LAPSE-TERM
                       PERFORM 310-LAPSE-ONE-INCOMPLETE
                   ELSE
                       IF W0D-NOTICE-TERM = SPACES
                           OR F01-TERM (F01-IDX) NOT > W0D-NOTICE-TERM
                           PERFORM 320-HOLD-ONE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       305-FIND-STUDENT-NAME.
           MOVE 'YES' TO W0S-NAME-DONE
           MOVE SPACES TO W0S-STUDENT-NAME
           MOVE 'NO' TO W0S-FOUND-SWITCH
           MOVE F01-STUDENT-ID TO F08-STUDENT-ID
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

       310-LAPSE-ONE-INCOMPLETE.
           MOVE F01-STUDENT-ID TO W06-STUDENT-ID
           MOVE W0S-STUDENT-NAME TO W06-STUDENT-NAME
           MOVE F01-COURSE-CODE (F01-IDX) TO W06-COURSE-CODE
           MOVE F01-TERM (F01-IDX) TO W06-TERM
           IF W0S-FOUND-SWITCH = 'YES'
               INITIALIZE F48-TRANS-RECORD
               MOVE "CHG" TO F48-ACTION
               MOVE F01-STUDENT-ID TO F48-STUDENT-ID
               MOVE F01-COURSE-CODE (F01-IDX) TO F48-COURSE-CODE
               MOVE F01-TERM (F01-IDX) TO F48-TERM
               MOVE "F" TO F48-GRADE
               WRITE F48-TRANS-RECORD
               MOVE "LAPSED TO F" TO W06-STATUS-TEXT
               ADD 1 TO W0T-LAPSES-WRITTEN
           ELSE
               MOVE "NOT POSTED" TO W06-STATUS-TEXT
               ADD 1 TO W0T-LAPSES-SKIPPED
           END-IF
           WRITE F72-LAPSE-LINE FROM W06-DETAIL-LINE.

       320-HOLD-ONE-NOTICE.
           IF W0N-NOTICE-COUNT < 500
               ADD 1 TO W0N-NOTICE-COUNT
               MOVE F01-STUDENT-ID TO
                 W0N-STUDENT-ID (W0N-NOTICE-COUNT)
               MOVE W0S-STUDENT-NAME TO
                 W0N-STUDENT-NAME (W0N-NOTICE-COUNT)
               MOVE F01-COURSE-CODE (F01-IDX) TO
                 W0N-COURSE-CODE (W0N-NOTICE-COUNT)
               MOVE F01-TERM (F01-IDX) TO
                 W0N-TERM (W0N-NOTICE-COUNT)
           ELSE
               DISPLAY "NOTICE TABLE FULL AT " F01-STUDENT-ID
                 " -- RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       500-WRITE-NOTICES.
           IF W0T-LAPSES-WRITTEN = ZERO AND W0T-LAPSES-SKIPPED = ZERO
               WRITE F72-LAPSE-LINE FROM W08-NONE-LINE
           END-IF
           WRITE F72-LAPSE-LINE FROM SPACES
           WRITE F72-LAPSE-LINE FROM W04-NOTICE-HEADING
           WRITE F72-LAPSE-LINE FROM W05-COLUMN-HEADING
           MOVE ZERO TO W0N-ENTRY-SUB
           PERFORM 510-WRITE-ONE-NOTICE W0N-NOTICE-COUNT TIMES
           IF W0N-NOTICE-COUNT = ZERO
               WRITE F72-LAPSE-LINE FROM W08-NONE-LINE
           END-IF.

       510-WRITE-ONE-NOTICE.
           ADD 1 TO W0N-ENTRY-SUB
           MOVE W0N-STUDENT-ID (W0N-ENTRY-SUB) TO W06-STUDENT-ID
           MOVE W0N-STUDENT-NAME (W0N-ENTRY-SUB) TO W06-STUDENT-NAME
           MOVE W0N-COURSE-CODE (W0N-ENTRY-SUB) TO W06-COURSE-CODE
           MOVE W0N-TERM (W0N-ENTRY-SUB) TO W06-TERM
           MOVE "DUE TO LAPSE" TO W06-STATUS-TEXT
           WRITE F72-LAPSE-LINE FROM W06-DETAIL-LINE.

       700-CLOSE-FILES.
           WRITE F72-LAPSE-LINE FROM SPACES
           MOVE "INCOMPLETES ON FILE    " TO W07-COUNT-LABEL
           MOVE W0T-INCOMPLETES-FOUND TO W07-COUNT-VALUE
           WRITE F72-LAPSE-LINE FROM W07-COUNT-LINE
           MOVE "LAPSED TO F            " TO W07-COUNT-LABEL
           MOVE W0T-LAPSES-WRITTEN TO W07-COUNT-VALUE
           WRITE F72-LAPSE-LINE FROM W07-COUNT-LINE
           MOVE "NOT POSTED -- NO MASTER" TO W07-COUNT-LABEL
           MOVE W0T-LAPSES-SKIPPED TO W07-COUNT-VALUE
           WRITE F72-LAPSE-LINE FROM W07-COUNT-LINE
           MOVE "NOTICES LISTED         " TO W07-COUNT-LABEL
           MOVE W0N-NOTICE-COUNT TO W07-COUNT-VALUE
           WRITE F72-LAPSE-LINE FROM W07-COUNT-LINE
           CLOSE F01-HISTORY-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F48-TRANS-FILE
           CLOSE F72-LAPSE-REPORT
           DISPLAY "HISTORY RECORDS READ " W0T-RECORDS-READ
           DISPLAY "INCOMPLETES FOUND    " W0T-INCOMPLETES-FOUND
           DISPLAY "LAPSES WRITTEN       " W0T-LAPSES-WRITTEN
           DISPLAY "LAPSES NOT POSTED    " W0T-LAPSES-SKIPPED
           DISPLAY "NOTICES LISTED       " W0N-NOTICE-COUNT
           DISPLAY "FILES CLOSED".
