       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeansList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F73-TERM-GPA-FILE ASSIGN TO "UniTermGPA.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TERM-GPA-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F19-PARM-FILE ASSIGN TO "UniRunParm.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PARM-STATUS.
       SELECT F74-SORT-FILE ASSIGN TO "DeansListSrt.wrk".
       SELECT F75-HONORS-REPORT ASSIGN TO "UniDeansList.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F76-LETTER-FILE ASSIGN TO "UniDeansLtr.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD F08-STUDENT-MASTER
       RECORD CONTAINS 44 CHARACTERS
       DATA RECORD IS F08-MASTER-RECORD.
       01 F08-MASTER-RECORD.
         05 F08-STUDENT-ID PIC X(5).
         05 F08-LAST-NAME PIC X(15).
         05 F08-FIRST-NAME PIC X(12).
         05 F08-PROGRAM PIC X(8).
         05 F08-ADVISOR-ID PIC X(4).
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
       SD F74-SORT-FILE
       DATA RECORD IS W07-SORT-RECORD.
       01 W07-SORT-RECORD.
         05 W07-PROGRAM PIC X(8).
         05 W07-TERM PIC X(5).
         05 W07-TERM-GPA PIC 9V99.
         05 W07-STUDENT-NAME PIC X(29).
         05 W07-STUDENT-ID PIC X(5).
         05 W07-LAST-NAME PIC X(15).
         05 W07-FIRST-NAME PIC X(12).
         05 W07-GRADED-HOURS PIC 999.
       FD F75-HONORS-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F75-HONORS-LINE.
       01 F75-HONORS-LINE PIC X(80).
       FD F76-LETTER-FILE
       RECORD CONTAINS 64 CHARACTERS
       DATA RECORD IS F76-LETTER-RECORD.
       01 F76-LETTER-RECORD.
         05 F76-STUDENT-ID PIC X(5).
         05 F76-FILLER-1 PIC X(2).
         05 F76-LAST-NAME PIC X(15).
         05 F76-FILLER-2 PIC X(2).
         05 F76-FIRST-NAME PIC X(12).
         05 F76-FILLER-3 PIC X(2).
         05 F76-PROGRAM PIC X(8).
         05 F76-FILLER-4 PIC X(2).
         05 F76-TERM PIC X(5).
         05 F76-FILLER-5 PIC X(2).
         05 F76-TERM-GPA PIC 9.99.
         05 F76-FILLER-6 PIC X(2).
         05 F76-GRADED-HOURS PIC 999.
       WORKING-STORAGE SECTION.
       01 W0S-TERM-GPA-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-PARM-STATUS PIC XX VALUE SPACES.
       01 W0S-GPA-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SORT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0S-TERM-GPA PIC 9V99 VALUE ZERO.
       01 W0S-PRIOR-PROGRAM PIC X(8) VALUE SPACES.
       01 W0S-FIRST-PROGRAM PIC X(3) VALUE 'YES'.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0D-HONORS-TERM PIC X(5) VALUE SPACES.
       01 W0D-HONORS-GPA PIC 9V99 VALUE 3.50.
       01 W0D-HONORS-HOURS PIC 99 VALUE 12.
       01 W0D-GPA-DIGITS PIC 999 VALUE ZERO.
       01 W0T-RECORDS-READ PIC 9(5) VALUE ZERO.
       01 W0T-STUDENTS-LISTED PIC 9(5) VALUE ZERO.
       01 W0T-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       01 W0T-PROGRAM-LISTED PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(26) VALUE "DEAN'S LIST -- TERM HONORS".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
         05 PIC X(7) VALUE "  TERM ".
         05 W02-TERM PIC X(5).
         05 PIC X(11) VALUE "  MIN GPA ".
         05 W02-MIN-GPA PIC 9.99.
         05 PIC X(13) VALUE "  MIN HOURS ".
         05 W02-MIN-HOURS PIC Z9.
       01 W03-PROGRAM-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "PROGRAM  ".
         05 W03-PROGRAM PIC X(8).
       01 W04-COLUMN-HEADING.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(7) VALUE "STUDENT".
         05 PIC X(31) VALUE "  NAME".
         05 PIC X(7) VALUE "TERM".
         05 PIC X(7) VALUE "HOURS".
         05 PIC X(8) VALUE "TERM GPA".
       01 W05-DETAIL-LINE.
         05 PIC X(4) VALUE SPACES.
         05 W05-STUDENT-ID PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W05-STUDENT-NAME PIC X(29).
         05 PIC X(2) VALUE SPACES.
         05 W05-TERM PIC X(5).
         05 PIC X(3) VALUE SPACES.
         05 W05-GRADED-HOURS PIC ZZ9.
         05 PIC X(5) VALUE SPACES.
         05 W05-TERM-GPA PIC 9.99.
       01 W06-PROGRAM-TOTAL.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(20) VALUE "STUDENTS ON LIST    ".
         05 W06-PROGRAM-COUNT PIC ZZZZ9.
       01 W08-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W08-COUNT-LABEL PIC X(23).
         05 W08-COUNT-VALUE PIC ZZZZ9.
       01 W09-NONE-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(4) VALUE "NONE".
       PROCEDURE DIVISION.
           PERFORM 105-READ-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-PRINT-HEADINGS
           SORT F74-SORT-FILE
               ON ASCENDING KEY W07-PROGRAM
               ASCENDING KEY W07-TERM
               DESCENDING KEY W07-TERM-GPA
               ASCENDING KEY W07-STUDENT-NAME
               INPUT PROCEDURE 300-SELECT-HONORS
               OUTPUT PROCEDURE 500-WRITE-HONORS-LIST
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       105-READ-PARAMETERS.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F19-PARM-FILE
           IF W0S-PARM-STATUS NOT = "00"
               DISPLAY "NO PARAMETER FILE -- USING DEFAULTS"
           ELSE
               READ F19-PARM-FILE
                   AT END
                       DISPLAY "EMPTY PARAMETER FILE -- "
                         "USING DEFAULTS"
                   NOT AT END
                       PERFORM 107-APPLY-PARAMETERS
               END-READ
               CLOSE F19-PARM-FILE
           END-IF.

       107-APPLY-PARAMETERS.
           IF F19-RUN-DATE NOT = SPACES
               MOVE F19-RUN-DATE TO W0D-RUN-DATE
           END-IF
           MOVE F19-HONORS-TERM TO W0D-HONORS-TERM
           IF F19-HONORS-GPA IS NUMERIC
               MOVE F19-HONORS-GPA TO W0D-GPA-DIGITS
               COMPUTE W0D-HONORS-GPA = W0D-GPA-DIGITS / 100
           END-IF
           IF F19-HONORS-HOURS IS NUMERIC
               MOVE F19-HONORS-HOURS TO W0D-HONORS-HOURS
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT F73-TERM-GPA-FILE
           IF W0S-TERM-GPA-STATUS NOT = "00"
               DISPLAY "TERM GPA FILE OPEN ERROR " W0S-TERM-GPA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F08-STUDENT-MASTER
           IF W0S-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN ERROR " W0S-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F75-HONORS-REPORT
           OPEN OUTPUT F76-LETTER-FILE
           DISPLAY "FILES OPENED".

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           IF W0D-HONORS-TERM = SPACES
               MOVE "ALL" TO W02-TERM
           ELSE
               MOVE W0D-HONORS-TERM TO W02-TERM
           END-IF
           MOVE W0D-HONORS-GPA TO W02-MIN-GPA
           MOVE W0D-HONORS-HOURS TO W02-MIN-HOURS
           WRITE F75-HONORS-LINE FROM W01-TITTLE
           WRITE F75-HONORS-LINE FROM W02-RUN-LINE.

       300-SELECT-HONORS.
           PERFORM UNTIL W0S-GPA-SWITCH = 'NO'
               READ F73-TERM-GPA-FILE
                   AT END
                       MOVE 'NO' TO W0S-GPA-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-RECORDS-READ
                       PERFORM 310-CHECK-ONE-TERM
               END-READ
           END-PERFORM.

       310-CHECK-ONE-TERM.
           MOVE F73-TERM-GPA TO W0S-TERM-GPA
           IF (W0D-HONORS-TERM = SPACES
               OR F73-TERM = W0D-HONORS-TERM)
               AND F73-FAIL-OR-INC NOT = "YES"
               AND F73-GRADED-HOURS >= W0D-HONORS-HOURS
               AND W0S-TERM-GPA >= W0D-HONORS-GPA
               PERFORM 320-FIND-STUDENT
               IF W0S-FOUND-SWITCH = 'YES'
                   PERFORM 330-RELEASE-HONORS-RECORD
               ELSE
                   ADD 1 TO W0T-NOT-ON-MASTER
               END-IF
           END-IF.

       320-FIND-STUDENT.
           MOVE SPACES TO W0S-STUDENT-NAME
           MOVE 'NO' TO W0S-FOUND-SWITCH
           MOVE F73-STUDENT-ID TO F08-STUDENT-ID
           READ F08-STUDENT-MASTER
               INVALID KEY
                   CONTINUE
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

       330-RELEASE-HONORS-RECORD.
           MOVE F08-PROGRAM TO W07-PROGRAM
           MOVE F73-TERM TO W07-TERM
           MOVE W0S-TERM-GPA TO W07-TERM-GPA
           MOVE W0S-STUDENT-NAME TO W07-STUDENT-NAME
           MOVE F73-STUDENT-ID TO W07-STUDENT-ID
           MOVE F08-LAST-NAME TO W07-LAST-NAME
           MOVE F08-FIRST-NAME TO W07-FIRST-NAME
           MOVE F73-GRADED-HOURS TO W07-GRADED-HOURS
           RELEASE W07-SORT-RECORD.

       500-WRITE-HONORS-LIST.
           PERFORM UNTIL W0S-SORT-SWITCH = 'NO'
               RETURN F74-SORT-FILE
                   AT END
                       MOVE 'NO' TO W0S-SORT-SWITCH
                   NOT AT END
                       PERFORM 510-CHECK-PROGRAM-BREAK
                       PERFORM 520-WRITE-ONE-HONOR
               END-RETURN
           END-PERFORM
           IF W0S-FIRST-PROGRAM = 'YES'
               WRITE F75-HONORS-LINE FROM SPACES
               WRITE F75-HONORS-LINE FROM W09-NONE-LINE
           ELSE
               PERFORM 515-WRITE-PROGRAM-TOTAL
           END-IF.

       510-CHECK-PROGRAM-BREAK.
           IF W0S-FIRST-PROGRAM = 'YES'
               OR W07-PROGRAM NOT = W0S-PRIOR-PROGRAM
               IF W0S-FIRST-PROGRAM = 'NO'
                   PERFORM 515-WRITE-PROGRAM-TOTAL
               END-IF
               MOVE 'NO' TO W0S-FIRST-PROGRAM
               MOVE W07-PROGRAM TO W0S-PRIOR-PROGRAM
               MOVE ZERO TO W0T-PROGRAM-LISTED
               MOVE W07-PROGRAM TO W03-PROGRAM
               WRITE F75-HONORS-LINE FROM SPACES
               WRITE F75-HONORS-LINE FROM W03-PROGRAM-LINE
               WRITE F75-HONORS-LINE FROM W04-COLUMN-HEADING
           END-IF.

       515-WRITE-PROGRAM-TOTAL.
           MOVE W0T-PROGRAM-LISTED TO W06-PROGRAM-COUNT
           WRITE F75-HONORS-LINE FROM W06-PROGRAM-TOTAL.

       520-WRITE-ONE-HONOR.
           MOVE W07-STUDENT-ID TO W05-STUDENT-ID
           MOVE W07-STUDENT-NAME TO W05-STUDENT-NAME
           MOVE W07-TERM TO W05-TERM
           MOVE W07-GRADED-HOURS TO W05-GRADED-HOURS
           MOVE W07-TERM-GPA TO W05-TERM-GPA
           WRITE F75-HONORS-LINE FROM W05-DETAIL-LINE
           INITIALIZE F76-LETTER-RECORD
           MOVE W07-STUDENT-ID TO F76-STUDENT-ID
           MOVE W07-LAST-NAME TO F76-LAST-NAME
           MOVE W07-FIRST-NAME TO F76-FIRST-NAME
           MOVE W07-PROGRAM TO F76-PROGRAM
           MOVE W07-TERM TO F76-TERM
           MOVE W07-TERM-GPA TO F76-TERM-GPA
           MOVE W07-GRADED-HOURS TO F76-GRADED-HOURS
           WRITE F76-LETTER-RECORD
           ADD 1 TO W0T-PROGRAM-LISTED
           ADD 1 TO W0T-STUDENTS-LISTED.

       700-CLOSE-FILES.
           WRITE F75-HONORS-LINE FROM SPACES
           MOVE "TERM RECORDS READ      " TO W08-COUNT-LABEL
           MOVE W0T-RECORDS-READ TO W08-COUNT-VALUE
           WRITE F75-HONORS-LINE FROM W08-COUNT-LINE
           MOVE "STUDENTS ON LIST       " TO W08-COUNT-LABEL
           MOVE W0T-STUDENTS-LISTED TO W08-COUNT-VALUE
           WRITE F75-HONORS-LINE FROM W08-COUNT-LINE
           MOVE "QUALIFIED -- NO MASTER " TO W08-COUNT-LABEL
           MOVE W0T-NOT-ON-MASTER TO W08-COUNT-VALUE
           WRITE F75-HONORS-LINE FROM W08-COUNT-LINE
           CLOSE F73-TERM-GPA-FILE
           CLOSE F08-STUDENT-MASTER
           CLOSE F75-HONORS-REPORT
           CLOSE F76-LETTER-FILE
           DISPLAY "TERM RECORDS READ    " W0T-RECORDS-READ
           DISPLAY "STUDENTS ON LIST     " W0T-STUDENTS-LISTED
           DISPLAY "QUALIFIED NO MASTER  " W0T-NOT-ON-MASTER
           DISPLAY "FILES CLOSED".
