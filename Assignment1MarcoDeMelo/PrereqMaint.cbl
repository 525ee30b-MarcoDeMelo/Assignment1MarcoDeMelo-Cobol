       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F66-PREREQ-FILE ASSIGN TO "CoursePrereq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PREREQ-STATUS.
       SELECT F16-CATALOG-FILE ASSIGN TO "CourseCat.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CATALOG-STATUS.
       SELECT F67-TRANS-FILE ASSIGN TO "CoursePrereqTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F68-LISTING-FILE ASSIGN TO "CoursePrereqList.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F69-ERROR-FILE ASSIGN TO "CoursePrereqErr.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F66-PREREQ-FILE
       RECORD CONTAINS 19 CHARACTERS
       DATA RECORD IS F66-PREREQ-RECORD.
       01 F66-PREREQ-RECORD.
         05 F66-COURSE-CODE PIC X(7).
         05 F66-FILLER-1 PIC X(2).
         05 F66-PREREQ-CODE PIC X(7).
         05 F66-FILLER-2 PIC X(2).
         05 F66-MIN-GRADE PIC X.
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
       FD F67-TRANS-FILE
       RECORD CONTAINS 18 CHARACTERS
       DATA RECORD IS F67-TRANS-RECORD.
       01 F67-TRANS-RECORD.
         05 F67-ACTION PIC X(3).
         05 F67-COURSE-CODE PIC X(7).
         05 F67-PREREQ-CODE PIC X(7).
         05 F67-MIN-GRADE PIC X.
       FD F68-LISTING-FILE
       RECORD CONTAINS 60 CHARACTERS
       DATA RECORD IS F68-LISTING-LINE.
       01 F68-LISTING-LINE PIC X(60).
       FD F69-ERROR-FILE
       RECORD CONTAINS 55 CHARACTERS
       DATA RECORD IS F69-ERROR-RECORD.
       01 F69-ERROR-RECORD.
         05 F69-ACTION PIC X(3).
         05 F69-FILLER-1 PIC X(2).
         05 F69-COURSE-CODE PIC X(7).
         05 F69-FILLER-2 PIC X(2).
         05 F69-PREREQ-CODE PIC X(7).
         05 F69-FILLER-3 PIC X(2).
         05 F69-REASON-CODE PIC X(2).
         05 F69-FILLER-4 PIC X(2).
         05 F69-REASON-TEXT PIC X(28).
       WORKING-STORAGE SECTION.
       01 W0P-PREREQ-TABLE.
         05 W0P-PREREQ-ENTRY OCCURS 500 TIMES
            INDEXED BY W0P-IDX.
           10 W0P-COURSE-CODE PIC X(7).
           10 W0P-PREREQ-CODE PIC X(7).
           10 W0P-MIN-GRADE PIC X.
           10 W0P-DELETED-FLAG PIC X.
       01 W0P-PREREQ-COUNT PIC 9(3) VALUE ZERO.
       01 W0P-ENTRY-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0P-FOUND-SUB PIC 9(3) COMP VALUE ZERO.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
       01 W0C-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       01 W0C-COURSE-FOUND PIC X(3) VALUE SPACES.
       01 W0C-SEARCH-CODE PIC X(7) VALUE SPACES.
       01 W0S-PREREQ-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-PREREQ-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-TRANS-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-MIN-GRADE PIC X VALUE SPACE.
       01 W0E-REASON-CODE PIC X(2) VALUE SPACES.
       01 W0E-REASON-TEXT PIC X(28) VALUE SPACES.
       01 W0T-TRANS-READ PIC 9(5) VALUE ZERO.
       01 W0T-ADDS-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-CHANGES-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-DELETES-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-TRANS-REJECTED PIC 9(5) VALUE ZERO.
       01 W0L-LIST-HEADING1.
         05 PIC X(20) VALUE "COURSE PREREQUISITES".
       01 W0L-LIST-HEADING2.
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(9) VALUE "PREREQ".
         05 PIC X(9) VALUE "MIN GRADE".
       01 W0L-LIST-DETAIL.
         05 W0L-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W0L-PREREQ-CODE PIC X(7).
         05 PIC X(6) VALUE SPACES.
         05 W0L-MIN-GRADE PIC X.
       01 W0L-LIST-TOTAL.
         05 PIC X(21) VALUE "PREREQUISITES LISTED ".
         05 W0L-PREREQ-COUNT PIC ZZ9.
       01 W0L-LISTED-COUNT PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-PREREQUISITES
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 200-APPLY-TRANSACTIONS
           PERFORM 500-REWRITE-PREREQ-FILE
           PERFORM 600-WRITE-LISTING
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F66-PREREQ-FILE
           IF W0S-PREREQ-STATUS NOT = "00"
               AND W0S-PREREQ-STATUS NOT = "35"
               DISPLAY "COURSE PREREQUISITE OPEN ERROR "
                 W0S-PREREQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F16-CATALOG-FILE
           IF W0S-CATALOG-STATUS NOT = "00"
               DISPLAY "COURSE CATALOG OPEN ERROR " W0S-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F68-LISTING-FILE
           OPEN OUTPUT F69-ERROR-FILE
           DISPLAY "FILES OPENED".

       110-LOAD-PREREQUISITES.
           IF W0S-PREREQ-STATUS = "00"
               MOVE SPACES TO W0S-PREREQ-SWITCH
               PERFORM 111-LOAD-PREREQ-RECORDS
               CLOSE F66-PREREQ-FILE
           END-IF.

       111-LOAD-PREREQ-RECORDS.
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
                           MOVE SPACE TO
                             W0P-DELETED-FLAG (W0P-PREREQ-COUNT)
                       ELSE
                           DISPLAY "PREREQUISITE TABLE FULL AT "
                             F66-COURSE-CODE " " F66-PREREQ-CODE
                             " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

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
                       ELSE
                           DISPLAY "COURSE CATALOG TABLE FULL AT "
                             F16-COURSE-CODE " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F16-CATALOG-FILE.

       200-APPLY-TRANSACTIONS.
           OPEN INPUT F67-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               DISPLAY "NO PREREQUISITE TRANSACTIONS -- LISTING ONLY"
           ELSE
               MOVE SPACES TO W0S-TRANS-SWITCH
               PERFORM 201-APPLY-TRANS-RECORDS
               CLOSE F67-TRANS-FILE
           END-IF.

       201-APPLY-TRANS-RECORDS.
           PERFORM UNTIL W0S-TRANS-SWITCH = 'NO'
               READ F67-TRANS-FILE
                   AT END
                       MOVE 'NO' TO W0S-TRANS-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-TRANS-READ
                       PERFORM 300-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

       300-APPLY-TRANSACTION.
           IF F67-COURSE-CODE = SPACES
               MOVE "CD" TO W0E-REASON-CODE
               MOVE "COURSE CODE MISSING" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               IF F67-PREREQ-CODE = SPACES
                   MOVE "PQ" TO W0E-REASON-CODE
                   MOVE "PREREQUISITE CODE MISSING" TO
                     W0E-REASON-TEXT
                   PERFORM 340-WRITE-ERROR
               ELSE
                   PERFORM 305-FIND-PREREQUISITE
                   EVALUATE F67-ACTION
                       WHEN "ADD"
                           PERFORM 311-APPLY-ADD
                       WHEN "CHG"
                           PERFORM 312-APPLY-CHANGE
                       WHEN "DEL"
                           PERFORM 313-APPLY-DELETE
                       WHEN OTHER
                           MOVE "AC" TO W0E-REASON-CODE
                           MOVE "INVALID ACTION CODE" TO
                             W0E-REASON-TEXT
                           PERFORM 340-WRITE-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

       305-FIND-PREREQUISITE.
           MOVE ZERO TO W0P-FOUND-SUB
           MOVE ZERO TO W0P-ENTRY-SUB
           PERFORM 306-CHECK-ONE-ENTRY
               UNTIL W0P-FOUND-SUB > ZERO
               OR W0P-ENTRY-SUB >= W0P-PREREQ-COUNT.

       306-CHECK-ONE-ENTRY.
           ADD 1 TO W0P-ENTRY-SUB
           IF W0P-COURSE-CODE (W0P-ENTRY-SUB) = F67-COURSE-CODE
               AND W0P-PREREQ-CODE (W0P-ENTRY-SUB) = F67-PREREQ-CODE
               AND W0P-DELETED-FLAG (W0P-ENTRY-SUB) NOT = "D"
               MOVE W0P-ENTRY-SUB TO W0P-FOUND-SUB
           END-IF.

       307-EDIT-MIN-GRADE.
           IF F67-MIN-GRADE = SPACE
               MOVE "D" TO W0S-MIN-GRADE
           ELSE
               MOVE F67-MIN-GRADE TO W0S-MIN-GRADE
           END-IF.

       308-FIND-COURSE-IN-CATALOG.
           MOVE 'NO' TO W0C-COURSE-FOUND
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   CONTINUE
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   CONTINUE
               WHEN W0C-COURSE-CODE (W0C-IDX) = W0C-SEARCH-CODE
                   MOVE 'YES' TO W0C-COURSE-FOUND
           END-SEARCH.

       311-APPLY-ADD.
           PERFORM 307-EDIT-MIN-GRADE
           IF W0P-FOUND-SUB > ZERO
               MOVE "DU" TO W0E-REASON-CODE
               MOVE "PREREQUISITE ALREADY ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
           IF F67-PREREQ-CODE = F67-COURSE-CODE
               MOVE "SC" TO W0E-REASON-CODE
               MOVE "COURSE CANNOT REQUIRE ITSELF" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               MOVE F67-COURSE-CODE TO W0C-SEARCH-CODE
               PERFORM 308-FIND-COURSE-IN-CATALOG
               IF W0C-COURSE-FOUND = 'NO'
                   MOVE "CN" TO W0E-REASON-CODE
                   MOVE "COURSE NOT IN CATALOG" TO W0E-REASON-TEXT
                   PERFORM 340-WRITE-ERROR
               ELSE
                   MOVE F67-PREREQ-CODE TO W0C-SEARCH-CODE
                   PERFORM 308-FIND-COURSE-IN-CATALOG
                   IF W0C-COURSE-FOUND = 'NO'
                       MOVE "PN" TO W0E-REASON-CODE
                       MOVE "PREREQUISITE NOT IN CATALOG" TO
                         W0E-REASON-TEXT
                       PERFORM 340-WRITE-ERROR
                   ELSE
                       IF W0S-MIN-GRADE NOT = "A" AND NOT = "B"
                           AND NOT = "C" AND NOT = "D"
                           MOVE "GR" TO W0E-REASON-CODE
                           MOVE "INVALID MINIMUM GRADE" TO
                             W0E-REASON-TEXT
                           PERFORM 340-WRITE-ERROR
                       ELSE
                           IF W0P-PREREQ-COUNT >= 500
                               MOVE "FU" TO W0E-REASON-CODE
                               MOVE "PREREQUISITE TABLE FULL" TO
                                 W0E-REASON-TEXT
                               PERFORM 340-WRITE-ERROR
                           ELSE
                               PERFORM 315-ADD-NEW-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       315-ADD-NEW-ENTRY.
           ADD 1 TO W0P-PREREQ-COUNT
           MOVE F67-COURSE-CODE TO W0P-COURSE-CODE (W0P-PREREQ-COUNT)
           MOVE F67-PREREQ-CODE TO W0P-PREREQ-CODE (W0P-PREREQ-COUNT)
           MOVE W0S-MIN-GRADE TO W0P-MIN-GRADE (W0P-PREREQ-COUNT)
           MOVE SPACE TO W0P-DELETED-FLAG (W0P-PREREQ-COUNT)
           ADD 1 TO W0T-ADDS-APPLIED.

       312-APPLY-CHANGE.
           PERFORM 307-EDIT-MIN-GRADE
           IF W0P-FOUND-SUB = ZERO
               MOVE "NF" TO W0E-REASON-CODE
               MOVE "PREREQUISITE NOT ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               IF W0S-MIN-GRADE NOT = "A" AND NOT = "B"
                   AND NOT = "C" AND NOT = "D"
                   MOVE "GR" TO W0E-REASON-CODE
                   MOVE "INVALID MINIMUM GRADE" TO W0E-REASON-TEXT
                   PERFORM 340-WRITE-ERROR
               ELSE
                   MOVE W0S-MIN-GRADE TO W0P-MIN-GRADE (W0P-FOUND-SUB)
                   ADD 1 TO W0T-CHANGES-APPLIED
               END-IF
           END-IF.

       313-APPLY-DELETE.
           IF W0P-FOUND-SUB = ZERO
               MOVE "NF" TO W0E-REASON-CODE
               MOVE "PREREQUISITE NOT ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               MOVE "D" TO W0P-DELETED-FLAG (W0P-FOUND-SUB)
               ADD 1 TO W0T-DELETES-APPLIED
           END-IF.

       340-WRITE-ERROR.
           INITIALIZE F69-ERROR-RECORD
           MOVE F67-ACTION TO F69-ACTION
           MOVE F67-COURSE-CODE TO F69-COURSE-CODE
           MOVE F67-PREREQ-CODE TO F69-PREREQ-CODE
           MOVE W0E-REASON-CODE TO F69-REASON-CODE
           MOVE W0E-REASON-TEXT TO F69-REASON-TEXT
           WRITE F69-ERROR-RECORD
           ADD 1 TO W0T-TRANS-REJECTED.

       500-REWRITE-PREREQ-FILE.
           OPEN OUTPUT F66-PREREQ-FILE
           MOVE ZERO TO W0P-ENTRY-SUB
           PERFORM 510-WRITE-ONE-ENTRY W0P-PREREQ-COUNT TIMES
           CLOSE F66-PREREQ-FILE.

       510-WRITE-ONE-ENTRY.
           ADD 1 TO W0P-ENTRY-SUB
           IF W0P-DELETED-FLAG (W0P-ENTRY-SUB) NOT = "D"
               INITIALIZE F66-PREREQ-RECORD
               MOVE W0P-COURSE-CODE (W0P-ENTRY-SUB) TO
                 F66-COURSE-CODE
               MOVE W0P-PREREQ-CODE (W0P-ENTRY-SUB) TO
                 F66-PREREQ-CODE
               MOVE W0P-MIN-GRADE (W0P-ENTRY-SUB) TO F66-MIN-GRADE
               WRITE F66-PREREQ-RECORD
           END-IF.

       600-WRITE-LISTING.
           WRITE F68-LISTING-LINE FROM W0L-LIST-HEADING1
           WRITE F68-LISTING-LINE FROM W0L-LIST-HEADING2
           MOVE ZERO TO W0P-ENTRY-SUB
           PERFORM 610-LIST-ONE-ENTRY W0P-PREREQ-COUNT TIMES
           MOVE W0L-LISTED-COUNT TO W0L-PREREQ-COUNT
           WRITE F68-LISTING-LINE FROM SPACES
           WRITE F68-LISTING-LINE FROM W0L-LIST-TOTAL.

       610-LIST-ONE-ENTRY.
           ADD 1 TO W0P-ENTRY-SUB
           IF W0P-DELETED-FLAG (W0P-ENTRY-SUB) NOT = "D"
               MOVE W0P-COURSE-CODE (W0P-ENTRY-SUB) TO
                 W0L-COURSE-CODE
               MOVE W0P-PREREQ-CODE (W0P-ENTRY-SUB) TO
                 W0L-PREREQ-CODE
               MOVE W0P-MIN-GRADE (W0P-ENTRY-SUB) TO W0L-MIN-GRADE
               WRITE F68-LISTING-LINE FROM W0L-LIST-DETAIL
               ADD 1 TO W0L-LISTED-COUNT
           END-IF.

       700-CLOSE-FILES.
           CLOSE F68-LISTING-FILE
           CLOSE F69-ERROR-FILE
           DISPLAY "TRANSACTIONS READ    " W0T-TRANS-READ
           DISPLAY "ADDS APPLIED         " W0T-ADDS-APPLIED
           DISPLAY "CHANGES APPLIED      " W0T-CHANGES-APPLIED
           DISPLAY "DELETES APPLIED      " W0T-DELETES-APPLIED
           DISPLAY "TRANSACTIONS REJECTED" W0T-TRANS-REJECTED
           DISPLAY "FILES CLOSED".
