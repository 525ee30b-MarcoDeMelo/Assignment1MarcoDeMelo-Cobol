       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F80-EQUIV-FILE ASSIGN TO "TransferEquiv.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-EQUIV-STATUS.
       SELECT F16-CATALOG-FILE ASSIGN TO "CourseCat.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-CATALOG-STATUS.
       SELECT F81-TRANS-FILE ASSIGN TO "TransferEquivTrn.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-TRANS-STATUS.
       SELECT F82-LISTING-FILE ASSIGN TO "TransferEquivList.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F83-ERROR-FILE ASSIGN TO "TransferEquivErr.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F84-AUDIT-FILE ASSIGN TO "TransferEquivAud.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F80-EQUIV-FILE
       RECORD CONTAINS 27 CHARACTERS
       DATA RECORD IS F80-EQUIV-RECORD.
       01 F80-EQUIV-RECORD.
         05 F80-INSTITUTION PIC X(6).
         05 F80-FILLER-1 PIC X(2).
         05 F80-OUTSIDE-COURSE PIC X(10).
         05 F80-FILLER-2 PIC X(2).
         05 F80-COURSE-CODE PIC X(7).
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
       FD F81-TRANS-FILE
       RECORD CONTAINS 26 CHARACTERS
       DATA RECORD IS F81-TRANS-RECORD.
       01 F81-TRANS-RECORD.
         05 F81-ACTION PIC X(3).
         05 F81-INSTITUTION PIC X(6).
         05 F81-OUTSIDE-COURSE PIC X(10).
         05 F81-COURSE-CODE PIC X(7).
       FD F82-LISTING-FILE
       RECORD CONTAINS 60 CHARACTERS
       DATA RECORD IS F82-LISTING-LINE.
       01 F82-LISTING-LINE PIC X(60).
       FD F83-ERROR-FILE
       RECORD CONTAINS 66 CHARACTERS
       DATA RECORD IS F83-ERROR-RECORD.
       01 F83-ERROR-RECORD.
         05 F83-ACTION PIC X(3).
         05 F83-FILLER-1 PIC X(2).
         05 F83-INSTITUTION PIC X(6).
         05 F83-FILLER-2 PIC X(2).
         05 F83-OUTSIDE-COURSE PIC X(10).
         05 F83-FILLER-3 PIC X(2).
         05 F83-COURSE-CODE PIC X(7).
         05 F83-FILLER-4 PIC X(2).
         05 F83-REASON-CODE PIC X(2).
         05 F83-FILLER-5 PIC X(2).
         05 F83-REASON-TEXT PIC X(28).
       FD F84-AUDIT-FILE
       RECORD CONTAINS 51 CHARACTERS
       DATA RECORD IS F84-AUDIT-RECORD.
       01 F84-AUDIT-RECORD.
         05 F84-RUN-DATE PIC X(8).
         05 F84-FILLER-1 PIC X(2).
         05 F84-ACTION PIC X(3).
         05 F84-FILLER-2 PIC X(2).
         05 F84-INSTITUTION PIC X(6).
         05 F84-FILLER-3 PIC X(2).
         05 F84-OUTSIDE-COURSE PIC X(10).
         05 F84-FILLER-4 PIC X(2).
         05 F84-OLD-CODE PIC X(7).
         05 F84-FILLER-5 PIC X(2).
         05 F84-NEW-CODE PIC X(7).
       WORKING-STORAGE SECTION.
       01 W0Q-EQUIV-TABLE.
         05 W0Q-EQUIV-ENTRY OCCURS 1000 TIMES.
           10 W0Q-INSTITUTION PIC X(6).
           10 W0Q-OUTSIDE-COURSE PIC X(10).
           10 W0Q-COURSE-CODE PIC X(7).
           10 W0Q-DELETED-FLAG PIC X.
       01 W0Q-EQUIV-COUNT PIC 9(4) VALUE ZERO.
       01 W0Q-ENTRY-SUB PIC 9(4) COMP VALUE ZERO.
       01 W0Q-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
       01 W0C-CATALOG-TABLE.
         05 W0C-COURSE-ENTRY OCCURS 200 TIMES
            INDEXED BY W0C-IDX.
           10 W0C-COURSE-CODE PIC X(7).
       01 W0C-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       01 W0C-COURSE-FOUND PIC X(3) VALUE SPACES.
       01 W0S-EQUIV-STATUS PIC XX VALUE SPACES.
       01 W0S-CATALOG-STATUS PIC XX VALUE SPACES.
       01 W0S-TRANS-STATUS PIC XX VALUE SPACES.
       01 W0S-AUDIT-STATUS PIC XX VALUE SPACES.
       01 W0S-EQUIV-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CATALOG-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-TRANS-SWITCH PIC X(3) VALUE SPACES.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0A-OLD-CODE PIC X(7) VALUE SPACES.
       01 W0A-NEW-CODE PIC X(7) VALUE SPACES.
       01 W0E-REASON-CODE PIC X(2) VALUE SPACES.
       01 W0E-REASON-TEXT PIC X(28) VALUE SPACES.
       01 W0T-TRANS-READ PIC 9(5) VALUE ZERO.
       01 W0T-ADDS-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-CHANGES-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-DELETES-APPLIED PIC 9(5) VALUE ZERO.
       01 W0T-TRANS-REJECTED PIC 9(5) VALUE ZERO.
       01 W0L-LIST-HEADING1.
         05 PIC X(30) VALUE "TRANSFER COURSE EQUIVALENCIES".
       01 W0L-LIST-HEADING2.
         05 PIC X(8) VALUE "INST".
         05 PIC X(12) VALUE "OUTSIDE".
         05 PIC X(9) VALUE "COURSE".
       01 W0L-LIST-DETAIL.
         05 W0L-INSTITUTION PIC X(6).
         05 PIC X(2) VALUE SPACES.
         05 W0L-OUTSIDE-COURSE PIC X(10).
         05 PIC X(2) VALUE SPACES.
         05 W0L-COURSE-CODE PIC X(7).
       01 W0L-LIST-TOTAL.
         05 PIC X(21) VALUE "EQUIVALENCIES LISTED ".
         05 W0L-EQUIV-COUNT PIC ZZZ9.
       01 W0L-LISTED-COUNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-EQUIVALENCIES
           PERFORM 115-LOAD-COURSE-CATALOG
           PERFORM 200-APPLY-TRANSACTIONS
           PERFORM 500-REWRITE-EQUIV-FILE
           PERFORM 600-WRITE-LISTING
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F80-EQUIV-FILE
           IF W0S-EQUIV-STATUS NOT = "00"
               AND W0S-EQUIV-STATUS NOT = "35"
               DISPLAY "TRANSFER EQUIVALENCY OPEN ERROR "
                 W0S-EQUIV-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F16-CATALOG-FILE
           IF W0S-CATALOG-STATUS NOT = "00"
               DISPLAY "COURSE CATALOG OPEN ERROR " W0S-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F82-LISTING-FILE
           OPEN OUTPUT F83-ERROR-FILE
           OPEN EXTEND F84-AUDIT-FILE
           IF W0S-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT F84-AUDIT-FILE
           END-IF
           DISPLAY "FILES OPENED".

       110-LOAD-EQUIVALENCIES.
           IF W0S-EQUIV-STATUS = "00"
               MOVE SPACES TO W0S-EQUIV-SWITCH
               PERFORM 111-LOAD-EQUIV-RECORDS
               CLOSE F80-EQUIV-FILE
           END-IF.

       111-LOAD-EQUIV-RECORDS.
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
                           MOVE SPACE TO
                             W0Q-DELETED-FLAG (W0Q-EQUIV-COUNT)
                       ELSE
                           DISPLAY "EQUIVALENCY TABLE FULL AT "
                             F80-INSTITUTION " " F80-OUTSIDE-COURSE
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
           OPEN INPUT F81-TRANS-FILE
           IF W0S-TRANS-STATUS NOT = "00"
               DISPLAY "NO EQUIVALENCY TRANSACTIONS -- LISTING ONLY"
           ELSE
               MOVE SPACES TO W0S-TRANS-SWITCH
               PERFORM 201-APPLY-TRANS-RECORDS
               CLOSE F81-TRANS-FILE
           END-IF.

       201-APPLY-TRANS-RECORDS.
           PERFORM UNTIL W0S-TRANS-SWITCH = 'NO'
               READ F81-TRANS-FILE
                   AT END
                       MOVE 'NO' TO W0S-TRANS-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-TRANS-READ
                       PERFORM 300-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

       300-APPLY-TRANSACTION.
           IF F81-INSTITUTION = SPACES
               MOVE "IN" TO W0E-REASON-CODE
               MOVE "INSTITUTION CODE MISSING" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               IF F81-OUTSIDE-COURSE = SPACES
                   MOVE "OC" TO W0E-REASON-CODE
                   MOVE "OUTSIDE COURSE MISSING" TO W0E-REASON-TEXT
                   PERFORM 340-WRITE-ERROR
               ELSE
                   PERFORM 305-FIND-EQUIVALENCY
                   EVALUATE F81-ACTION
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

       305-FIND-EQUIVALENCY.
           MOVE ZERO TO W0Q-FOUND-SUB
           MOVE ZERO TO W0Q-ENTRY-SUB
           PERFORM 306-CHECK-ONE-ENTRY
               UNTIL W0Q-FOUND-SUB > ZERO
               OR W0Q-ENTRY-SUB >= W0Q-EQUIV-COUNT.

       306-CHECK-ONE-ENTRY.
           ADD 1 TO W0Q-ENTRY-SUB
           IF W0Q-INSTITUTION (W0Q-ENTRY-SUB) = F81-INSTITUTION
               AND W0Q-OUTSIDE-COURSE (W0Q-ENTRY-SUB) =
                 F81-OUTSIDE-COURSE
               AND W0Q-DELETED-FLAG (W0Q-ENTRY-SUB) NOT = "D"
               MOVE W0Q-ENTRY-SUB TO W0Q-FOUND-SUB
           END-IF.

       307-EDIT-COURSE-CODE.
           IF F81-COURSE-CODE = SPACES
               MOVE "CD" TO W0E-REASON-CODE
               MOVE "COURSE CODE MISSING" TO W0E-REASON-TEXT
               MOVE 'NO' TO W0C-COURSE-FOUND
           ELSE
               PERFORM 308-FIND-COURSE-IN-CATALOG
               IF W0C-COURSE-FOUND = 'NO'
                   MOVE "CN" TO W0E-REASON-CODE
                   MOVE "COURSE NOT IN CATALOG" TO W0E-REASON-TEXT
               END-IF
           END-IF.

       308-FIND-COURSE-IN-CATALOG.
           MOVE 'NO' TO W0C-COURSE-FOUND
           SET W0C-IDX TO 1
           SEARCH W0C-COURSE-ENTRY
               AT END
                   CONTINUE
               WHEN W0C-IDX > W0C-CATALOG-COUNT
                   CONTINUE
               WHEN W0C-COURSE-CODE (W0C-IDX) = F81-COURSE-CODE
                   MOVE 'YES' TO W0C-COURSE-FOUND
           END-SEARCH.

       311-APPLY-ADD.
           IF W0Q-FOUND-SUB > ZERO
               MOVE "DU" TO W0E-REASON-CODE
               MOVE "EQUIVALENCY ALREADY ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               PERFORM 307-EDIT-COURSE-CODE
               IF W0C-COURSE-FOUND = 'NO'
                   PERFORM 340-WRITE-ERROR
               ELSE
                   IF W0Q-EQUIV-COUNT >= 1000
                       MOVE "FU" TO W0E-REASON-CODE
                       MOVE "EQUIVALENCY TABLE FULL" TO
                         W0E-REASON-TEXT
                       PERFORM 340-WRITE-ERROR
                   ELSE
                       PERFORM 315-ADD-NEW-ENTRY
                   END-IF
               END-IF
           END-IF.

       315-ADD-NEW-ENTRY.
           ADD 1 TO W0Q-EQUIV-COUNT
           MOVE F81-INSTITUTION TO W0Q-INSTITUTION (W0Q-EQUIV-COUNT)
           MOVE F81-OUTSIDE-COURSE TO
             W0Q-OUTSIDE-COURSE (W0Q-EQUIV-COUNT)
           MOVE F81-COURSE-CODE TO W0Q-COURSE-CODE (W0Q-EQUIV-COUNT)
           MOVE SPACE TO W0Q-DELETED-FLAG (W0Q-EQUIV-COUNT)
           MOVE SPACES TO W0A-OLD-CODE
           MOVE F81-COURSE-CODE TO W0A-NEW-CODE
           PERFORM 330-WRITE-AUDIT
           ADD 1 TO W0T-ADDS-APPLIED.

       312-APPLY-CHANGE.
           IF W0Q-FOUND-SUB = ZERO
               MOVE "NF" TO W0E-REASON-CODE
               MOVE "EQUIVALENCY NOT ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               PERFORM 307-EDIT-COURSE-CODE
               IF W0C-COURSE-FOUND = 'NO'
                   PERFORM 340-WRITE-ERROR
               ELSE
                   MOVE W0Q-COURSE-CODE (W0Q-FOUND-SUB) TO
                     W0A-OLD-CODE
                   MOVE F81-COURSE-CODE TO
                     W0Q-COURSE-CODE (W0Q-FOUND-SUB)
                   MOVE F81-COURSE-CODE TO W0A-NEW-CODE
                   PERFORM 330-WRITE-AUDIT
                   ADD 1 TO W0T-CHANGES-APPLIED
               END-IF
           END-IF.

       313-APPLY-DELETE.
           IF W0Q-FOUND-SUB = ZERO
               MOVE "NF" TO W0E-REASON-CODE
               MOVE "EQUIVALENCY NOT ON FILE" TO W0E-REASON-TEXT
               PERFORM 340-WRITE-ERROR
           ELSE
               MOVE "D" TO W0Q-DELETED-FLAG (W0Q-FOUND-SUB)
               MOVE W0Q-COURSE-CODE (W0Q-FOUND-SUB) TO W0A-OLD-CODE
               MOVE SPACES TO W0A-NEW-CODE
               PERFORM 330-WRITE-AUDIT
               ADD 1 TO W0T-DELETES-APPLIED
           END-IF.

       330-WRITE-AUDIT.
           INITIALIZE F84-AUDIT-RECORD
           MOVE W0D-RUN-DATE TO F84-RUN-DATE
           MOVE F81-ACTION TO F84-ACTION
           MOVE F81-INSTITUTION TO F84-INSTITUTION
           MOVE F81-OUTSIDE-COURSE TO F84-OUTSIDE-COURSE
           MOVE W0A-OLD-CODE TO F84-OLD-CODE
           MOVE W0A-NEW-CODE TO F84-NEW-CODE
           WRITE F84-AUDIT-RECORD.

       340-WRITE-ERROR.
           INITIALIZE F83-ERROR-RECORD
           MOVE F81-ACTION TO F83-ACTION
           MOVE F81-INSTITUTION TO F83-INSTITUTION
           MOVE F81-OUTSIDE-COURSE TO F83-OUTSIDE-COURSE
           MOVE F81-COURSE-CODE TO F83-COURSE-CODE
           MOVE W0E-REASON-CODE TO F83-REASON-CODE
           MOVE W0E-REASON-TEXT TO F83-REASON-TEXT
           WRITE F83-ERROR-RECORD
           ADD 1 TO W0T-TRANS-REJECTED.

       500-REWRITE-EQUIV-FILE.
           OPEN OUTPUT F80-EQUIV-FILE
           MOVE ZERO TO W0Q-ENTRY-SUB
           PERFORM 510-WRITE-ONE-ENTRY W0Q-EQUIV-COUNT TIMES
           CLOSE F80-EQUIV-FILE.

       510-WRITE-ONE-ENTRY.
           ADD 1 TO W0Q-ENTRY-SUB
           IF W0Q-DELETED-FLAG (W0Q-ENTRY-SUB) NOT = "D"
               INITIALIZE F80-EQUIV-RECORD
               MOVE W0Q-INSTITUTION (W0Q-ENTRY-SUB) TO
                 F80-INSTITUTION
               MOVE W0Q-OUTSIDE-COURSE (W0Q-ENTRY-SUB) TO
                 F80-OUTSIDE-COURSE
               MOVE W0Q-COURSE-CODE (W0Q-ENTRY-SUB) TO
                 F80-COURSE-CODE
               WRITE F80-EQUIV-RECORD
           END-IF.

       600-WRITE-LISTING.
           WRITE F82-LISTING-LINE FROM W0L-LIST-HEADING1
           WRITE F82-LISTING-LINE FROM W0L-LIST-HEADING2
           MOVE ZERO TO W0Q-ENTRY-SUB
           PERFORM 610-LIST-ONE-ENTRY W0Q-EQUIV-COUNT TIMES
           MOVE W0L-LISTED-COUNT TO W0L-EQUIV-COUNT
           WRITE F82-LISTING-LINE FROM SPACES
           WRITE F82-LISTING-LINE FROM W0L-LIST-TOTAL.

       610-LIST-ONE-ENTRY.
           ADD 1 TO W0Q-ENTRY-SUB
           IF W0Q-DELETED-FLAG (W0Q-ENTRY-SUB) NOT = "D"
               MOVE W0Q-INSTITUTION (W0Q-ENTRY-SUB) TO
                 W0L-INSTITUTION
               MOVE W0Q-OUTSIDE-COURSE (W0Q-ENTRY-SUB) TO
                 W0L-OUTSIDE-COURSE
               MOVE W0Q-COURSE-CODE (W0Q-ENTRY-SUB) TO
                 W0L-COURSE-CODE
               WRITE F82-LISTING-LINE FROM W0L-LIST-DETAIL
               ADD 1 TO W0L-LISTED-COUNT
           END-IF.

       700-CLOSE-FILES.
           CLOSE F82-LISTING-FILE
           CLOSE F83-ERROR-FILE
           CLOSE F84-AUDIT-FILE
           DISPLAY "TRANSACTIONS READ    " W0T-TRANS-READ
           DISPLAY "ADDS APPLIED         " W0T-ADDS-APPLIED
           DISPLAY "CHANGES APPLIED      " W0T-CHANGES-APPLIED
           DISPLAY "DELETES APPLIED      " W0T-DELETES-APPLIED
           DISPLAY "TRANSACTIONS REJECTED" W0T-TRANS-REJECTED
           DISPLAY "FILES CLOSED".
