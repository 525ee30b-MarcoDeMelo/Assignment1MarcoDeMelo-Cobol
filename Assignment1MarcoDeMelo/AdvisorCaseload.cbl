       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvisorCaseload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F55-ADVISOR-FILE ASSIGN TO "AdvisorMast.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-ADVISOR-STATUS.
       SELECT F12-PROBATION-FILE ASSIGN TO "UniProbation.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PROBATION-STATUS.
       SELECT F08-STUDENT-MASTER ASSIGN TO "StudentMast.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS F08-STUDENT-ID
       FILE STATUS IS W0S-MASTER-STATUS.
       SELECT F96-REQUEST-FILE ASSIGN TO "CaseloadReq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-REQUEST-STATUS.
       SELECT F20-TRANS-FILE ASSIGN TO "StudentTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F97-CASELOAD-REPORT ASSIGN TO "UniCaseload.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F98-SORT-FILE ASSIGN TO "CaseloadSrt.wrk".
       DATA DIVISION.
       FILE SECTION.
       FD F55-ADVISOR-FILE
       RECORD CONTAINS 45 CHARACTERS
       DATA RECORD IS F55-ADVISOR-RECORD.
       01 F55-ADVISOR-RECORD.
         05 F55-ADVISOR-ID PIC X(4).
         05 F55-FILLER-1 PIC X(2).
         05 F55-ADVISOR-NAME PIC X(25).
         05 F55-FILLER-2 PIC X(2).
         05 F55-DEPARTMENT PIC X(12).
       FD F12-PROBATION-FILE
       RECORD CONTAINS 41 CHARACTERS
       DATA RECORD IS F12-PROBATION-RECORD.
       01 F12-PROBATION-RECORD.
         05 F12-STUDENT-ID PIC X(5).
         05 F12-FILLER-1 PIC X(2).
         05 F12-STUDENT-NAME PIC X(29).
         05 F12-FILLER-2 PIC X(2).
         05 F12-REMAINING PIC 999.
       FD F08-STUDENT-MASTER
       RECORD CONTAINS 44 CHARACTERS
       DATA RECORD IS F08-MASTER-RECORD.
       01 F08-MASTER-RECORD.
         05 F08-STUDENT-ID PIC X(5).
         05 F08-LAST-NAME PIC X(15).
         05 F08-FIRST-NAME PIC X(12).
         05 F08-PROGRAM PIC X(8).
         05 F08-ADVISOR-ID PIC X(4).
       FD F96-REQUEST-FILE
       RECORD CONTAINS 17 CHARACTERS
       DATA RECORD IS F96-REQUEST-RECORD.
       01 F96-REQUEST-RECORD.
         05 F96-REQUEST-TYPE PIC X.
         05 F96-ADVISOR-ID PIC X(4).
         05 F96-DEPARTMENT PIC X(12).
       FD F20-TRANS-FILE
       RECORD CONTAINS 47 CHARACTERS
       DATA RECORD IS F20-TRANS-RECORD.
       01 F20-TRANS-RECORD.
         05 F20-ACTION PIC X(3).
         05 F20-STUDENT-ID PIC X(5).
         05 F20-LAST-NAME PIC X(15).
         05 F20-FIRST-NAME PIC X(12).
         05 F20-PROGRAM PIC X(8).
         05 F20-ADVISOR-ID PIC X(4).
       FD F97-CASELOAD-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F97-CASELOAD-LINE.
       01 F97-CASELOAD-LINE PIC X(80).
       SD F98-SORT-FILE
       DATA RECORD IS W07-SORT-RECORD.
       01 W07-SORT-RECORD.
         05 W07-DEPARTMENT PIC X(12).
         05 W07-ADVISOR-ID PIC X(4).
         05 W07-ADVISOR-SUB PIC 9(3).
       WORKING-STORAGE SECTION.
       01 W0S-ADVISOR-STATUS PIC XX VALUE SPACES.
       01 W0S-PROBATION-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0S-REQUEST-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-ADVISOR-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-PROBATION-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-MASTER-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-REQUEST-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SORT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FIRST-DEPARTMENT PIC X(3) VALUE 'YES'.
       01 W0S-PRIOR-DEPARTMENT PIC X(12) VALUE SPACES.
       01 W0S-PROGRAM-DEPARTMENT PIC X(12) VALUE SPACES.
       01 W0S-TARGET-DEPARTMENT PIC X(12) VALUE SPACES.
       01 W0S-EXCLUDE-ADVISOR PIC X(4) VALUE SPACES.
       01 W0S-STUDENT-NAME PIC X(29) VALUE SPACES.
       01 W0P-PROBATION-TABLE.
         05 W0P-PROBATION-ENTRY OCCURS 500 TIMES
            INDEXED BY W0P-IDX.
           10 W0P-STUDENT-ID PIC X(5).
       01 W0P-PROBATION-COUNT PIC 9(3) VALUE ZERO.
       01 W0V-ADVISOR-TABLE.
         05 W0V-ADVISOR-ENTRY OCCURS 50 TIMES
            INDEXED BY W0V-IDX.
           10 W0V-ADVISOR-ID PIC X(4).
           10 W0V-ADVISOR-NAME PIC X(25).
           10 W0V-DEPARTMENT PIC X(12).
           10 W0V-STUDENTS PIC 9(5).
           10 W0V-AT-RISK PIC 9(5).
           10 W0V-MISMATCH PIC 9(5).
           10 W0V-PROJECTED PIC 9(5).
       01 W0V-ADVISOR-COUNT PIC 9(3) VALUE ZERO.
       01 W0V-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0V-FROM-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0V-LOW-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0V-DEPT-ADVISORS PIC 9(3) VALUE ZERO.
       01 W0M-MASTER-TABLE.
         05 W0M-MASTER-ENTRY OCCURS 1000 TIMES
            INDEXED BY W0M-IDX.
           10 W0M-STUDENT-ID PIC X(5).
           10 W0M-LAST-NAME PIC X(15).
           10 W0M-FIRST-NAME PIC X(12).
           10 W0M-PROGRAM PIC X(8).
           10 W0M-ADVISOR-ID PIC X(4).
       01 W0M-MASTER-COUNT PIC 9(4) VALUE ZERO.
       01 W0M-ENTRY-SUB PIC 9(4) COMP VALUE ZERO.
       01 W0U-UNKNOWN-TABLE.
         05 W0U-UNKNOWN-ENTRY OCCURS 50 TIMES
            INDEXED BY W0U-IDX.
           10 W0U-ADVISOR-ID PIC X(4).
           10 W0U-STUDENTS PIC 9(5).
       01 W0U-UNKNOWN-COUNT PIC 9(3) VALUE ZERO.
       01 W0U-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0Q-REQUEST-TABLE.
         05 W0Q-REQUEST-ENTRY OCCURS 20 TIMES.
           10 W0Q-REQUEST-TYPE PIC X.
           10 W0Q-ADVISOR-ID PIC X(4).
           10 W0Q-DEPARTMENT PIC X(12).
           10 W0Q-REJECT-TEXT PIC X(40).
           10 W0Q-MOVED PIC 9(5).
       01 W0Q-REQUEST-COUNT PIC 9(3) VALUE ZERO.
       01 W0Q-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0A-MOVE-TABLE.
         05 W0A-MOVE-ENTRY OCCURS 1000 TIMES.
           10 W0A-REQUEST-SUB PIC 9(3).
           10 W0A-MASTER-SUB PIC 9(4).
           10 W0A-FROM-ADVISOR PIC X(4).
           10 W0A-TO-ADVISOR PIC X(4).
       01 W0A-MOVE-COUNT PIC 9(4) VALUE ZERO.
       01 W0A-ENTRY-SUB PIC 9(4) COMP VALUE ZERO.
       01 W0E-DEPT-STUDENTS PIC 9(5) VALUE ZERO.
       01 W0E-DEPT-AT-RISK PIC 9(5) VALUE ZERO.
       01 W0E-DEPT-MISMATCH PIC 9(5) VALUE ZERO.
       01 W0E-DEPT-PROJECTED PIC 9(5) VALUE ZERO.
       01 W0T-ALL-STUDENTS PIC 9(5) VALUE ZERO.
       01 W0T-ALL-AT-RISK PIC 9(5) VALUE ZERO.
       01 W0T-ALL-MISMATCH PIC 9(5) VALUE ZERO.
       01 W0T-ALL-PROJECTED PIC 9(5) VALUE ZERO.
       01 W0G-NO-ADVISOR PIC 9(5) VALUE ZERO.
       01 W0G-UNKNOWN-STUDENTS PIC 9(5) VALUE ZERO.
       01 W0G-REQUESTS-REJECTED PIC 9(3) VALUE ZERO.
       01 W0G-TRANS-WRITTEN PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(31) VALUE "ADVISOR CASELOADS BY DEPARTMENT".
       01 W02-DEPARTMENT-LINE.
         05 PIC X(11) VALUE "DEPARTMENT ".
         05 W02-DEPARTMENT PIC X(12).
       01 W03-COLUMN-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "ADVISOR".
         05 PIC X(27) VALUE "NAME".
         05 PIC X(10) VALUE "STUDENTS".
         05 PIC X(9) VALUE "AT-RISK".
         05 PIC X(10) VALUE "MISMATCH".
         05 PIC X(11) VALUE "AFTER MOVES".
       01 W04-ADVISOR-DETAIL.
         05 PIC X(2) VALUE SPACES.
         05 W04-ADVISOR-ID PIC X(4).
         05 PIC X(5) VALUE SPACES.
         05 W04-ADVISOR-NAME PIC X(25).
         05 PIC X(5) VALUE SPACES.
         05 W04-STUDENTS PIC ZZZZ9.
         05 PIC X(4) VALUE SPACES.
         05 W04-AT-RISK PIC ZZZZ9.
         05 PIC X(5) VALUE SPACES.
         05 W04-MISMATCH PIC ZZZZ9.
         05 PIC X(8) VALUE SPACES.
         05 W04-PROJECTED PIC ZZZZ9.
       01 W05-TOTAL-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W05-TOTAL-LABEL PIC X(39).
         05 W05-STUDENTS PIC ZZZZ9.
         05 PIC X(4) VALUE SPACES.
         05 W05-AT-RISK PIC ZZZZ9.
         05 PIC X(5) VALUE SPACES.
         05 W05-MISMATCH PIC ZZZZ9.
         05 PIC X(8) VALUE SPACES.
         05 W05-PROJECTED PIC ZZZZ9.
       01 W06-NO-ADVISORS-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(19) VALUE "NO ADVISORS ON FILE".
       01 W08-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W08-COUNT-LABEL PIC X(32).
         05 W08-COUNT-VALUE PIC ZZZZ9.
       01 W09-UNKNOWN-TITLE.
         05 PIC X(51) VALUE
           "ADVISOR IDS ON STUDENT MASTER NOT ON ADVISOR MASTER".
       01 W10-UNKNOWN-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "ADVISOR".
         05 PIC X(8) VALUE "STUDENTS".
       01 W11-UNKNOWN-DETAIL.
         05 PIC X(2) VALUE SPACES.
         05 W11-ADVISOR-ID PIC X(4).
         05 PIC X(8) VALUE SPACES.
         05 W11-STUDENTS PIC ZZZZ9.
       01 W12-UNKNOWN-NONE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(36) VALUE "NONE -- EVERY ADVISOR ID IS ON FILE".
       01 W13-REQUEST-TITLE.
         05 PIC X(21) VALUE "REASSIGNMENT REQUESTS".
       01 W14-REQUEST-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(8) VALUE "REQUEST ".
         05 W14-TYPE-TEXT PIC X(10).
         05 PIC X(8) VALUE "ADVISOR ".
         05 W14-ADVISOR-ID PIC X(4).
         05 PIC X(2) VALUE SPACES.
         05 PIC X(11) VALUE "DEPARTMENT ".
         05 W14-DEPARTMENT PIC X(12).
       01 W15-MOVE-HEADING.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(9) VALUE "STUDENT".
         05 PIC X(31) VALUE "NAME".
         05 PIC X(6) VALUE "FROM".
         05 PIC X(2) VALUE "TO".
       01 W16-MOVE-DETAIL.
         05 PIC X(4) VALUE SPACES.
         05 W16-STUDENT-ID PIC X(5).
         05 PIC X(4) VALUE SPACES.
         05 W16-STUDENT-NAME PIC X(29).
         05 PIC X(2) VALUE SPACES.
         05 W16-FROM-ADVISOR PIC X(4).
         05 PIC X(2) VALUE SPACES.
         05 W16-TO-ADVISOR PIC X(4).
       01 W17-MOVED-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(16) VALUE "STUDENTS MOVED".
         05 W17-MOVED PIC ZZZZ9.
       01 W18-REJECT-LINE.
         05 PIC X(4) VALUE SPACES.
         05 PIC X(12) VALUE "REJECTED -- ".
         05 W18-REJECT-TEXT PIC X(40).
       01 W19-NO-REQUESTS-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(24) VALUE "NO REASSIGNMENT REQUESTS".
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-ADVISORS
           PERFORM 115-LOAD-PROBATION
           PERFORM 120-LOAD-MASTER
           PERFORM 130-LOAD-REQUESTS
           PERFORM 300-PROCESS-REQUESTS
           PERFORM 200-PRINT-HEADINGS
           SORT F98-SORT-FILE
               ON ASCENDING KEY W07-DEPARTMENT
               ASCENDING KEY W07-ADVISOR-ID
               INPUT PROCEDURE 400-RELEASE-ADVISORS
               OUTPUT PROCEDURE 500-WRITE-CASELOADS
           PERFORM 600-WRITE-UNKNOWN-ADVISORS
           PERFORM 650-WRITE-REASSIGNMENTS
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F55-ADVISOR-FILE
           IF W0S-ADVISOR-STATUS NOT = "00"
               DISPLAY "ADVISOR MASTER OPEN ERROR " W0S-ADVISOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F08-STUDENT-MASTER
           IF W0S-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER OPEN ERROR " W0S-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND F20-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               OPEN OUTPUT F20-TRANS-FILE
           END-IF
           OPEN OUTPUT F97-CASELOAD-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-ADVISORS.
           MOVE SPACES TO W0S-ADVISOR-SWITCH
           PERFORM UNTIL W0S-ADVISOR-SWITCH = 'NO'
               READ F55-ADVISOR-FILE
                   AT END
                       MOVE 'NO' TO W0S-ADVISOR-SWITCH
                   NOT AT END
                       IF W0V-ADVISOR-COUNT < 50
                           ADD 1 TO W0V-ADVISOR-COUNT
                           PERFORM 111-LOAD-ONE-ADVISOR
                       ELSE
                           DISPLAY "ADVISOR TABLE FULL AT "
                             F55-ADVISOR-ID " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F55-ADVISOR-FILE.

       111-LOAD-ONE-ADVISOR.
           MOVE F55-ADVISOR-ID TO W0V-ADVISOR-ID (W0V-ADVISOR-COUNT)
           MOVE F55-ADVISOR-NAME TO
             W0V-ADVISOR-NAME (W0V-ADVISOR-COUNT)
           MOVE F55-DEPARTMENT TO W0V-DEPARTMENT (W0V-ADVISOR-COUNT)
           MOVE ZERO TO W0V-STUDENTS (W0V-ADVISOR-COUNT)
           MOVE ZERO TO W0V-AT-RISK (W0V-ADVISOR-COUNT)
           MOVE ZERO TO W0V-MISMATCH (W0V-ADVISOR-COUNT)
           MOVE ZERO TO W0V-PROJECTED (W0V-ADVISOR-COUNT).

       115-LOAD-PROBATION.
           OPEN INPUT F12-PROBATION-FILE
           IF W0S-PROBATION-STATUS NOT = "00"
               DISPLAY "NO PROBATION FILE -- AT-RISK SHOWN AS ZERO"
           ELSE
               MOVE SPACES TO W0S-PROBATION-SWITCH
               PERFORM 116-LOAD-PROBATION-RECORDS
               CLOSE F12-PROBATION-FILE
           END-IF.

       116-LOAD-PROBATION-RECORDS.
           PERFORM UNTIL W0S-PROBATION-SWITCH = 'NO'
               READ F12-PROBATION-FILE
                   AT END
                       MOVE 'NO' TO W0S-PROBATION-SWITCH
                   NOT AT END
                       IF W0P-PROBATION-COUNT < 500
                           ADD 1 TO W0P-PROBATION-COUNT
                           MOVE F12-STUDENT-ID TO
                             W0P-STUDENT-ID (W0P-PROBATION-COUNT)
                       ELSE
                           DISPLAY "PROBATION TABLE FULL AT "
                             F12-STUDENT-ID " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       120-LOAD-MASTER.
           MOVE SPACES TO W0S-MASTER-SWITCH
           PERFORM UNTIL W0S-MASTER-SWITCH = 'NO'
               READ F08-STUDENT-MASTER
                   AT END
                       MOVE 'NO' TO W0S-MASTER-SWITCH
                   NOT AT END
                       IF W0M-MASTER-COUNT < 1000
                           ADD 1 TO W0M-MASTER-COUNT
                           PERFORM 125-LOAD-ONE-STUDENT
                       ELSE
                           DISPLAY "MASTER TABLE FULL AT "
                             F08-STUDENT-ID " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       125-LOAD-ONE-STUDENT.
           MOVE F08-STUDENT-ID TO W0M-STUDENT-ID (W0M-MASTER-COUNT)
           MOVE F08-LAST-NAME TO W0M-LAST-NAME (W0M-MASTER-COUNT)
           MOVE F08-FIRST-NAME TO W0M-FIRST-NAME (W0M-MASTER-COUNT)
           MOVE F08-PROGRAM TO W0M-PROGRAM (W0M-MASTER-COUNT)
           MOVE F08-ADVISOR-ID TO W0M-ADVISOR-ID (W0M-MASTER-COUNT)
           IF F08-ADVISOR-ID = SPACES
               ADD 1 TO W0G-NO-ADVISOR
           ELSE
               SET W0V-IDX TO 1
               SEARCH W0V-ADVISOR-ENTRY
                   AT END
                       PERFORM 128-ADD-UNKNOWN-ADVISOR
                   WHEN W0V-IDX > W0V-ADVISOR-COUNT
                       PERFORM 128-ADD-UNKNOWN-ADVISOR
                   WHEN W0V-ADVISOR-ID (W0V-IDX) = F08-ADVISOR-ID
                       PERFORM 126-COUNT-ONE-STUDENT
               END-SEARCH
           END-IF.

       126-COUNT-ONE-STUDENT.
           ADD 1 TO W0V-STUDENTS (W0V-IDX)
           ADD 1 TO W0V-PROJECTED (W0V-IDX)
           SET W0P-IDX TO 1
           SEARCH W0P-PROBATION-ENTRY
               AT END
                   CONTINUE
               WHEN W0P-IDX > W0P-PROBATION-COUNT
                   CONTINUE
               WHEN W0P-STUDENT-ID (W0P-IDX) = F08-STUDENT-ID
                   ADD 1 TO W0V-AT-RISK (W0V-IDX)
           END-SEARCH
           MOVE F08-PROGRAM TO W0S-PROGRAM-DEPARTMENT
           IF W0S-PROGRAM-DEPARTMENT NOT = W0V-DEPARTMENT (W0V-IDX)
               ADD 1 TO W0V-MISMATCH (W0V-IDX)
           END-IF.

       128-ADD-UNKNOWN-ADVISOR.
           ADD 1 TO W0G-UNKNOWN-STUDENTS
           SET W0U-IDX TO 1
           SEARCH W0U-UNKNOWN-ENTRY
               AT END
                   PERFORM 129-NEW-UNKNOWN-ADVISOR
               WHEN W0U-IDX > W0U-UNKNOWN-COUNT
                   PERFORM 129-NEW-UNKNOWN-ADVISOR
               WHEN W0U-ADVISOR-ID (W0U-IDX) = F08-ADVISOR-ID
                   ADD 1 TO W0U-STUDENTS (W0U-IDX)
           END-SEARCH.

       129-NEW-UNKNOWN-ADVISOR.
           IF W0U-UNKNOWN-COUNT < 50
               ADD 1 TO W0U-UNKNOWN-COUNT
               MOVE F08-ADVISOR-ID TO
                 W0U-ADVISOR-ID (W0U-UNKNOWN-COUNT)
               MOVE 1 TO W0U-STUDENTS (W0U-UNKNOWN-COUNT)
           ELSE
               DISPLAY "UNKNOWN ADVISOR TABLE FULL AT "
                 F08-ADVISOR-ID " -- RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-LOAD-REQUESTS.
           OPEN INPUT F96-REQUEST-FILE
           IF W0S-REQUEST-STATUS NOT = "00"
               DISPLAY "NO REASSIGNMENT REQUEST FILE -- REPORT ONLY"
           ELSE
               MOVE SPACES TO W0S-REQUEST-SWITCH
               PERFORM 131-LOAD-REQUEST-RECORDS
               CLOSE F96-REQUEST-FILE
           END-IF.

       131-LOAD-REQUEST-RECORDS.
           PERFORM UNTIL W0S-REQUEST-SWITCH = 'NO'
               READ F96-REQUEST-FILE
                   AT END
                       MOVE 'NO' TO W0S-REQUEST-SWITCH
                   NOT AT END
                       IF W0Q-REQUEST-COUNT < 20
                           ADD 1 TO W0Q-REQUEST-COUNT
                           PERFORM 132-LOAD-ONE-REQUEST
                       ELSE
                           DISPLAY "REQUEST TABLE FULL AT "
                             F96-REQUEST-RECORD " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       132-LOAD-ONE-REQUEST.
           MOVE F96-REQUEST-TYPE TO
             W0Q-REQUEST-TYPE (W0Q-REQUEST-COUNT)
           MOVE F96-ADVISOR-ID TO W0Q-ADVISOR-ID (W0Q-REQUEST-COUNT)
           MOVE F96-DEPARTMENT TO W0Q-DEPARTMENT (W0Q-REQUEST-COUNT)
           MOVE SPACES TO W0Q-REJECT-TEXT (W0Q-REQUEST-COUNT)
           MOVE ZERO TO W0Q-MOVED (W0Q-REQUEST-COUNT).

       200-PRINT-HEADINGS.
           WRITE F97-CASELOAD-LINE FROM W01-TITTLE.

       300-PROCESS-REQUESTS.
           MOVE ZERO TO W0Q-ENTRY-SUB
           PERFORM 310-PROCESS-ONE-REQUEST W0Q-REQUEST-COUNT TIMES.

       310-PROCESS-ONE-REQUEST.
           ADD 1 TO W0Q-ENTRY-SUB
           EVALUATE W0Q-REQUEST-TYPE (W0Q-ENTRY-SUB)
               WHEN "M"
                   PERFORM 320-MOVE-ALL-STUDENTS
               WHEN "R"
                   PERFORM 340-REBALANCE-DEPARTMENT
               WHEN OTHER
                   MOVE "INVALID REQUEST TYPE" TO
                     W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
           END-EVALUATE
           IF W0Q-REJECT-TEXT (W0Q-ENTRY-SUB) NOT = SPACES
               ADD 1 TO W0G-REQUESTS-REJECTED
           END-IF.

       320-MOVE-ALL-STUDENTS.
           MOVE ZERO TO W0V-FROM-SUB
           MOVE W0Q-DEPARTMENT (W0Q-ENTRY-SUB) TO
             W0S-TARGET-DEPARTMENT
           MOVE W0Q-ADVISOR-ID (W0Q-ENTRY-SUB) TO W0S-EXCLUDE-ADVISOR
           IF W0S-EXCLUDE-ADVISOR = SPACES
               MOVE "ADVISOR ID MISSING" TO
                 W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
           ELSE
               SET W0V-IDX TO 1
               SEARCH W0V-ADVISOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN W0V-IDX > W0V-ADVISOR-COUNT
                       CONTINUE
                   WHEN W0V-ADVISOR-ID (W0V-IDX) = W0S-EXCLUDE-ADVISOR
                       SET W0V-FROM-SUB TO W0V-IDX
               END-SEARCH
               IF W0S-TARGET-DEPARTMENT = SPACES
                   AND W0V-FROM-SUB > ZERO
                   MOVE W0V-DEPARTMENT (W0V-FROM-SUB) TO
                     W0S-TARGET-DEPARTMENT
                   MOVE W0S-TARGET-DEPARTMENT TO
                     W0Q-DEPARTMENT (W0Q-ENTRY-SUB)
               END-IF
               IF W0S-TARGET-DEPARTMENT = SPACES
                   MOVE "ADVISOR NOT ON FILE -- GIVE DEPARTMENT" TO
                     W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
               ELSE
                   PERFORM 330-FIND-LOWEST-CASELOAD
                   IF W0V-LOW-SUB = ZERO
                       MOVE "NO OTHER ADVISOR IN DEPARTMENT" TO
                         W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
                   ELSE
                       MOVE ZERO TO W0M-ENTRY-SUB
                       PERFORM 325-MOVE-ONE-STUDENT
                         W0M-MASTER-COUNT TIMES
                   END-IF
               END-IF
           END-IF.

       325-MOVE-ONE-STUDENT.
           ADD 1 TO W0M-ENTRY-SUB
           IF W0M-ADVISOR-ID (W0M-ENTRY-SUB) = W0S-EXCLUDE-ADVISOR
               PERFORM 330-FIND-LOWEST-CASELOAD
               PERFORM 360-RECORD-MOVE
           END-IF.

       330-FIND-LOWEST-CASELOAD.
           MOVE ZERO TO W0V-LOW-SUB
           MOVE ZERO TO W0V-DEPT-ADVISORS
           MOVE ZERO TO W0V-ENTRY-SUB
           PERFORM 335-CHECK-ONE-ADVISOR W0V-ADVISOR-COUNT TIMES.

       335-CHECK-ONE-ADVISOR.
           ADD 1 TO W0V-ENTRY-SUB
           IF W0V-DEPARTMENT (W0V-ENTRY-SUB) = W0S-TARGET-DEPARTMENT
               AND W0V-ADVISOR-ID (W0V-ENTRY-SUB) NOT =
                 W0S-EXCLUDE-ADVISOR
               ADD 1 TO W0V-DEPT-ADVISORS
               IF W0V-LOW-SUB = ZERO
                   MOVE W0V-ENTRY-SUB TO W0V-LOW-SUB
               ELSE
                   IF W0V-PROJECTED (W0V-ENTRY-SUB) <
                     W0V-PROJECTED (W0V-LOW-SUB)
                       MOVE W0V-ENTRY-SUB TO W0V-LOW-SUB
                   END-IF
               END-IF
           END-IF.

       340-REBALANCE-DEPARTMENT.
           MOVE W0Q-DEPARTMENT (W0Q-ENTRY-SUB) TO
             W0S-TARGET-DEPARTMENT
           MOVE SPACES TO W0S-EXCLUDE-ADVISOR
           IF W0S-TARGET-DEPARTMENT = SPACES
               MOVE "DEPARTMENT MISSING" TO
                 W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
           ELSE
               PERFORM 330-FIND-LOWEST-CASELOAD
               IF W0V-DEPT-ADVISORS < 2
                   MOVE "FEWER THAN TWO ADVISORS IN DEPARTMENT" TO
                     W0Q-REJECT-TEXT (W0Q-ENTRY-SUB)
               ELSE
                   MOVE ZERO TO W0M-ENTRY-SUB
                   PERFORM 345-BALANCE-ONE-STUDENT
                     W0M-MASTER-COUNT TIMES
               END-IF
           END-IF.

       345-BALANCE-ONE-STUDENT.
           ADD 1 TO W0M-ENTRY-SUB
           MOVE ZERO TO W0V-FROM-SUB
           SET W0V-IDX TO 1
           SEARCH W0V-ADVISOR-ENTRY
               AT END
                   CONTINUE
               WHEN W0V-IDX > W0V-ADVISOR-COUNT
                   CONTINUE
               WHEN W0V-ADVISOR-ID (W0V-IDX) =
                 W0M-ADVISOR-ID (W0M-ENTRY-SUB)
                   IF W0V-DEPARTMENT (W0V-IDX) = W0S-TARGET-DEPARTMENT
                       SET W0V-FROM-SUB TO W0V-IDX
                   END-IF
           END-SEARCH
           IF W0V-FROM-SUB > ZERO
               PERFORM 330-FIND-LOWEST-CASELOAD
               IF W0V-PROJECTED (W0V-FROM-SUB) >
                 W0V-PROJECTED (W0V-LOW-SUB) + 1
                   PERFORM 360-RECORD-MOVE
               END-IF
           END-IF.

       360-RECORD-MOVE.
           IF W0A-MOVE-COUNT NOT < 1000
               DISPLAY "MOVE TABLE FULL AT "
                 W0M-STUDENT-ID (W0M-ENTRY-SUB) " -- RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W0A-MOVE-COUNT
           MOVE W0Q-ENTRY-SUB TO W0A-REQUEST-SUB (W0A-MOVE-COUNT)
           MOVE W0M-ENTRY-SUB TO W0A-MASTER-SUB (W0A-MOVE-COUNT)
           MOVE W0M-ADVISOR-ID (W0M-ENTRY-SUB) TO
             W0A-FROM-ADVISOR (W0A-MOVE-COUNT)
           MOVE W0V-ADVISOR-ID (W0V-LOW-SUB) TO
             W0A-TO-ADVISOR (W0A-MOVE-COUNT)
           IF W0V-FROM-SUB > ZERO
               SUBTRACT 1 FROM W0V-PROJECTED (W0V-FROM-SUB)
           END-IF
           ADD 1 TO W0V-PROJECTED (W0V-LOW-SUB)
           ADD 1 TO W0Q-MOVED (W0Q-ENTRY-SUB)
           MOVE W0V-ADVISOR-ID (W0V-LOW-SUB) TO
             W0M-ADVISOR-ID (W0M-ENTRY-SUB)
           MOVE SPACES TO F20-TRANS-RECORD
           MOVE "CHG" TO F20-ACTION
           MOVE W0M-STUDENT-ID (W0M-ENTRY-SUB) TO F20-STUDENT-ID
           MOVE W0V-ADVISOR-ID (W0V-LOW-SUB) TO F20-ADVISOR-ID
           WRITE F20-TRANS-RECORD
           ADD 1 TO W0G-TRANS-WRITTEN.

       400-RELEASE-ADVISORS.
           MOVE ZERO TO W0V-ENTRY-SUB
           PERFORM 410-RELEASE-ONE-ADVISOR W0V-ADVISOR-COUNT TIMES.

       410-RELEASE-ONE-ADVISOR.
           ADD 1 TO W0V-ENTRY-SUB
           MOVE W0V-DEPARTMENT (W0V-ENTRY-SUB) TO W07-DEPARTMENT
           MOVE W0V-ADVISOR-ID (W0V-ENTRY-SUB) TO W07-ADVISOR-ID
           MOVE W0V-ENTRY-SUB TO W07-ADVISOR-SUB
           RELEASE W07-SORT-RECORD.

       500-WRITE-CASELOADS.
           PERFORM UNTIL W0S-SORT-SWITCH = 'NO'
               RETURN F98-SORT-FILE
                   AT END
                       MOVE 'NO' TO W0S-SORT-SWITCH
                   NOT AT END
                       PERFORM 510-CHECK-DEPARTMENT-BREAK
                       PERFORM 520-WRITE-ADVISOR-LINE
               END-RETURN
           END-PERFORM
           IF W0S-FIRST-DEPARTMENT = 'YES'
               WRITE F97-CASELOAD-LINE FROM SPACES
               WRITE F97-CASELOAD-LINE FROM W06-NO-ADVISORS-LINE
           ELSE
               PERFORM 530-WRITE-DEPARTMENT-TOTAL
               PERFORM 540-WRITE-ALL-DEPARTMENTS
           END-IF.

       510-CHECK-DEPARTMENT-BREAK.
           IF W0S-FIRST-DEPARTMENT = 'YES'
               OR W07-DEPARTMENT NOT = W0S-PRIOR-DEPARTMENT
               IF W0S-FIRST-DEPARTMENT = 'NO'
                   PERFORM 530-WRITE-DEPARTMENT-TOTAL
               END-IF
               MOVE 'NO' TO W0S-FIRST-DEPARTMENT
               MOVE W07-DEPARTMENT TO W0S-PRIOR-DEPARTMENT
               MOVE ZERO TO W0E-DEPT-STUDENTS
               MOVE ZERO TO W0E-DEPT-AT-RISK
               MOVE ZERO TO W0E-DEPT-MISMATCH
               MOVE ZERO TO W0E-DEPT-PROJECTED
               MOVE W07-DEPARTMENT TO W02-DEPARTMENT
               WRITE F97-CASELOAD-LINE FROM SPACES
               WRITE F97-CASELOAD-LINE FROM W02-DEPARTMENT-LINE
               WRITE F97-CASELOAD-LINE FROM W03-COLUMN-HEADING
           END-IF.

       520-WRITE-ADVISOR-LINE.
           MOVE W07-ADVISOR-SUB TO W0V-ENTRY-SUB
           MOVE W0V-ADVISOR-ID (W0V-ENTRY-SUB) TO W04-ADVISOR-ID
           MOVE W0V-ADVISOR-NAME (W0V-ENTRY-SUB) TO W04-ADVISOR-NAME
           MOVE W0V-STUDENTS (W0V-ENTRY-SUB) TO W04-STUDENTS
           MOVE W0V-AT-RISK (W0V-ENTRY-SUB) TO W04-AT-RISK
           MOVE W0V-MISMATCH (W0V-ENTRY-SUB) TO W04-MISMATCH
           MOVE W0V-PROJECTED (W0V-ENTRY-SUB) TO W04-PROJECTED
           WRITE F97-CASELOAD-LINE FROM W04-ADVISOR-DETAIL
           ADD W0V-STUDENTS (W0V-ENTRY-SUB) TO W0E-DEPT-STUDENTS
           ADD W0V-AT-RISK (W0V-ENTRY-SUB) TO W0E-DEPT-AT-RISK
           ADD W0V-MISMATCH (W0V-ENTRY-SUB) TO W0E-DEPT-MISMATCH
           ADD W0V-PROJECTED (W0V-ENTRY-SUB) TO W0E-DEPT-PROJECTED.

       530-WRITE-DEPARTMENT-TOTAL.
           MOVE "DEPARTMENT TOTAL" TO W05-TOTAL-LABEL
           MOVE W0E-DEPT-STUDENTS TO W05-STUDENTS
           MOVE W0E-DEPT-AT-RISK TO W05-AT-RISK
           MOVE W0E-DEPT-MISMATCH TO W05-MISMATCH
           MOVE W0E-DEPT-PROJECTED TO W05-PROJECTED
           WRITE F97-CASELOAD-LINE FROM W05-TOTAL-LINE
           ADD W0E-DEPT-STUDENTS TO W0T-ALL-STUDENTS
           ADD W0E-DEPT-AT-RISK TO W0T-ALL-AT-RISK
           ADD W0E-DEPT-MISMATCH TO W0T-ALL-MISMATCH
           ADD W0E-DEPT-PROJECTED TO W0T-ALL-PROJECTED.

       540-WRITE-ALL-DEPARTMENTS.
           WRITE F97-CASELOAD-LINE FROM SPACES
           MOVE "ALL DEPARTMENTS" TO W05-TOTAL-LABEL
           MOVE W0T-ALL-STUDENTS TO W05-STUDENTS
           MOVE W0T-ALL-AT-RISK TO W05-AT-RISK
           MOVE W0T-ALL-MISMATCH TO W05-MISMATCH
           MOVE W0T-ALL-PROJECTED TO W05-PROJECTED
           WRITE F97-CASELOAD-LINE FROM W05-TOTAL-LINE.

       600-WRITE-UNKNOWN-ADVISORS.
           WRITE F97-CASELOAD-LINE FROM SPACES
           WRITE F97-CASELOAD-LINE FROM W09-UNKNOWN-TITLE
           IF W0U-UNKNOWN-COUNT = ZERO
               WRITE F97-CASELOAD-LINE FROM W12-UNKNOWN-NONE
           ELSE
               WRITE F97-CASELOAD-LINE FROM W10-UNKNOWN-HEADING
               MOVE ZERO TO W0U-ENTRY-SUB
               PERFORM 610-WRITE-ONE-UNKNOWN W0U-UNKNOWN-COUNT TIMES
           END-IF
           MOVE "STUDENTS WITH NO ADVISOR" TO W08-COUNT-LABEL
           MOVE W0G-NO-ADVISOR TO W08-COUNT-VALUE
           WRITE F97-CASELOAD-LINE FROM W08-COUNT-LINE.

       610-WRITE-ONE-UNKNOWN.
           ADD 1 TO W0U-ENTRY-SUB
           MOVE W0U-ADVISOR-ID (W0U-ENTRY-SUB) TO W11-ADVISOR-ID
           MOVE W0U-STUDENTS (W0U-ENTRY-SUB) TO W11-STUDENTS
           WRITE F97-CASELOAD-LINE FROM W11-UNKNOWN-DETAIL.

       650-WRITE-REASSIGNMENTS.
           WRITE F97-CASELOAD-LINE FROM SPACES
           WRITE F97-CASELOAD-LINE FROM W13-REQUEST-TITLE
           IF W0Q-REQUEST-COUNT = ZERO
               WRITE F97-CASELOAD-LINE FROM W19-NO-REQUESTS-LINE
           ELSE
               MOVE ZERO TO W0Q-ENTRY-SUB
               PERFORM 660-WRITE-ONE-REQUEST W0Q-REQUEST-COUNT TIMES
           END-IF.

       660-WRITE-ONE-REQUEST.
           ADD 1 TO W0Q-ENTRY-SUB
           EVALUATE W0Q-REQUEST-TYPE (W0Q-ENTRY-SUB)
               WHEN "M"
                   MOVE "MOVE ALL" TO W14-TYPE-TEXT
               WHEN "R"
                   MOVE "REBALANCE" TO W14-TYPE-TEXT
               WHEN OTHER
                   MOVE W0Q-REQUEST-TYPE (W0Q-ENTRY-SUB) TO
                     W14-TYPE-TEXT
           END-EVALUATE
           MOVE W0Q-ADVISOR-ID (W0Q-ENTRY-SUB) TO W14-ADVISOR-ID
           MOVE W0Q-DEPARTMENT (W0Q-ENTRY-SUB) TO W14-DEPARTMENT
           WRITE F97-CASELOAD-LINE FROM SPACES
           WRITE F97-CASELOAD-LINE FROM W14-REQUEST-LINE
           IF W0Q-REJECT-TEXT (W0Q-ENTRY-SUB) NOT = SPACES
               MOVE W0Q-REJECT-TEXT (W0Q-ENTRY-SUB) TO W18-REJECT-TEXT
               WRITE F97-CASELOAD-LINE FROM W18-REJECT-LINE
           ELSE
               IF W0Q-MOVED (W0Q-ENTRY-SUB) > ZERO
                   WRITE F97-CASELOAD-LINE FROM W15-MOVE-HEADING
                   MOVE ZERO TO W0A-ENTRY-SUB
                   PERFORM 670-WRITE-ONE-MOVE W0A-MOVE-COUNT TIMES
               END-IF
               MOVE W0Q-MOVED (W0Q-ENTRY-SUB) TO W17-MOVED
               WRITE F97-CASELOAD-LINE FROM W17-MOVED-LINE
           END-IF.

       670-WRITE-ONE-MOVE.
           ADD 1 TO W0A-ENTRY-SUB
           IF W0A-REQUEST-SUB (W0A-ENTRY-SUB) = W0Q-ENTRY-SUB
               MOVE W0A-MASTER-SUB (W0A-ENTRY-SUB) TO W0M-ENTRY-SUB
               MOVE SPACES TO W0S-STUDENT-NAME
               STRING W0M-LAST-NAME (W0M-ENTRY-SUB) DELIMITED BY SPACE
                 ", " W0M-FIRST-NAME (W0M-ENTRY-SUB)
                 DELIMITED BY SPACE
                 INTO W0S-STUDENT-NAME
                 ON OVERFLOW
                   MOVE "NAME TOO LONG" TO W0S-STUDENT-NAME
               END-STRING
               MOVE W0M-STUDENT-ID (W0M-ENTRY-SUB) TO W16-STUDENT-ID
               MOVE W0S-STUDENT-NAME TO W16-STUDENT-NAME
               MOVE W0A-FROM-ADVISOR (W0A-ENTRY-SUB) TO
                 W16-FROM-ADVISOR
               MOVE W0A-TO-ADVISOR (W0A-ENTRY-SUB) TO W16-TO-ADVISOR
               WRITE F97-CASELOAD-LINE FROM W16-MOVE-DETAIL
           END-IF.

       700-CLOSE-FILES.
           CLOSE F08-STUDENT-MASTER
           CLOSE F20-TRANS-FILE
           CLOSE F97-CASELOAD-REPORT
           IF W0G-REQUESTS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W0U-UNKNOWN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "STUDENTS ON MASTER     " W0M-MASTER-COUNT
           DISPLAY "UNKNOWN ADVISOR IDS    " W0U-UNKNOWN-COUNT
           DISPLAY "REQUESTS READ          " W0Q-REQUEST-COUNT
           DISPLAY "REQUESTS REJECTED      " W0G-REQUESTS-REJECTED
           DISPLAY "TRANSACTIONS WRITTEN   " W0G-TRANS-WRITTEN
           DISPLAY "FILES CLOSED".
