       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F93-INQUIRY-FILE ASSIGN TO "AuditInqReq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-INQUIRY-STATUS.
       SELECT F22-AUDIT-FILE ASSIGN TO "StudentAud.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-MASTER-AUDIT-STATUS.
       SELECT F49-AUDIT-FILE ASSIGN TO "GradePostAud.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-GRADE-AUDIT-STATUS.
       SELECT F94-SORT-FILE ASSIGN TO "AuditInqSrt.wrk".
       SELECT F95-INQUIRY-REPORT ASSIGN TO "UniAuditInquiry.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD F93-INQUIRY-FILE
       RECORD CONTAINS 28 CHARACTERS
       DATA RECORD IS F93-INQUIRY-RECORD.
       01 F93-INQUIRY-RECORD.
         05 F93-REQUEST-TYPE PIC X.
         05 F93-STUDENT-ID PIC X(5).
         05 F93-FROM-DATE PIC X(8).
         05 F93-TO-DATE PIC X(8).
         05 F93-ACTION PIC X(3).
         05 F93-CHANGE-LIMIT PIC X(3).
       FD F22-AUDIT-FILE
       RECORD CONTAINS 108 CHARACTERS
       DATA RECORD IS F22-AUDIT-RECORD.
       01 F22-AUDIT-RECORD.
         05 F22-RUN-DATE PIC X(8).
         05 F22-FILLER-1 PIC X(2).
         05 F22-ACTION PIC X(3).
         05 F22-FILLER-2 PIC X(2).
         05 F22-BEFORE-IMAGE.
           10 F22-BEFORE-ID PIC X(5).
           10 F22-BEFORE-LAST PIC X(15).
           10 F22-BEFORE-FIRST PIC X(12).
           10 F22-BEFORE-PROGRAM PIC X(8).
           10 F22-BEFORE-ADVISOR PIC X(4).
         05 F22-FILLER-3 PIC X(2).
         05 F22-AFTER-IMAGE.
           10 F22-AFTER-ID PIC X(5).
           10 F22-AFTER-LAST PIC X(15).
           10 F22-AFTER-FIRST PIC X(12).
           10 F22-AFTER-PROGRAM PIC X(8).
           10 F22-AFTER-ADVISOR PIC X(4).
         05 F22-FILLER-4 PIC X(3).
       FD F49-AUDIT-FILE
       RECORD CONTAINS 42 CHARACTERS
       DATA RECORD IS F49-AUDIT-RECORD.
       01 F49-AUDIT-RECORD.
         05 F49-RUN-DATE PIC X(8).
         05 F49-FILLER-1 PIC X(2).
         05 F49-ACTION PIC X(3).
         05 F49-FILLER-2 PIC X(2).
         05 F49-STUDENT-ID PIC X(5).
         05 F49-FILLER-3 PIC X(2).
         05 F49-COURSE-CODE PIC X(7).
         05 F49-FILLER-4 PIC X(2).
         05 F49-TERM PIC X(5).
         05 F49-FILLER-5 PIC X(2).
         05 F49-OLD-GRADE PIC X.
         05 F49-FILLER-6 PIC X(2).
         05 F49-NEW-GRADE PIC X.
       SD F94-SORT-FILE
       DATA RECORD IS W07-SORT-RECORD.
       01 W07-SORT-RECORD.
         05 W07-REQUEST-NUM PIC 999.
         05 W07-MAJOR-KEY.
           10 W07-KEY-COURSE PIC X(7).
           10 W07-KEY-TERM PIC X(5).
         05 W07-AUDIT-DATE PIC X(8).
         05 W07-SEQUENCE PIC 9(6).
         05 W07-SOURCE PIC X.
         05 W07-ACTION PIC X(3).
         05 W07-STUDENT-ID PIC X(5).
         05 W07-BEFORE-IMAGE.
           10 W07-BEFORE-ID PIC X(5).
           10 W07-BEFORE-LAST PIC X(15).
           10 W07-BEFORE-FIRST PIC X(12).
           10 W07-BEFORE-PROGRAM PIC X(8).
           10 W07-BEFORE-ADVISOR PIC X(4).
         05 W07-AFTER-IMAGE.
           10 W07-AFTER-ID PIC X(5).
           10 W07-AFTER-LAST PIC X(15).
           10 W07-AFTER-FIRST PIC X(12).
           10 W07-AFTER-PROGRAM PIC X(8).
           10 W07-AFTER-ADVISOR PIC X(4).
         05 W07-COURSE-CODE PIC X(7).
         05 W07-TERM PIC X(5).
         05 W07-OLD-GRADE PIC X.
         05 W07-NEW-GRADE PIC X.
       FD F95-INQUIRY-REPORT
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F95-INQUIRY-LINE.
       01 F95-INQUIRY-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 W0S-INQUIRY-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-AUDIT-STATUS PIC XX VALUE SPACES.
       01 W0S-GRADE-AUDIT-STATUS PIC XX VALUE SPACES.
       01 W0S-INQUIRY-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-AUDIT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SORT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-MATCH-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-FIRST-REQUEST PIC X(3) VALUE 'YES'.
       01 W0S-PRIOR-REQUEST PIC 999 VALUE ZERO.
       01 W0S-PRIOR-KEY.
         05 W0S-PRIOR-COURSE PIC X(7) VALUE SPACES.
         05 W0S-PRIOR-TERM PIC X(5) VALUE SPACES.
       01 W0S-HOLD-DATE PIC X(8) VALUE SPACES.
       01 W0S-HOLD-ACTION PIC X(3) VALUE SPACES.
       01 W0S-HOLD-STUDENT PIC X(5) VALUE SPACES.
       01 W0S-HOLD-SOURCE PIC X VALUE SPACE.
       01 W0S-FIELD-NAME PIC X(16) VALUE SPACES.
       01 W0S-OLD-VALUE PIC X(15) VALUE SPACES.
       01 W0S-NEW-VALUE PIC X(15) VALUE SPACES.
       01 W0S-FIELDS-CHANGED PIC 99 VALUE ZERO.
       01 W0S-GRADE-ITEM.
         05 W0S-ITEM-COURSE PIC X(7).
         05 PIC X VALUE SPACE.
         05 W0S-ITEM-TERM PIC X(5).
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0P-REQUEST-TABLE.
         05 W0P-REQUEST-ENTRY OCCURS 50 TIMES.
           10 W0P-REQUEST-TYPE PIC X.
           10 W0P-STUDENT-ID PIC X(5).
           10 W0P-FROM-DATE PIC X(8).
           10 W0P-TO-DATE PIC X(8).
           10 W0P-ACTION PIC X(3).
           10 W0P-CHANGE-LIMIT PIC 999.
           10 W0P-REASON-TEXT PIC X(30).
       01 W0P-REQUEST-COUNT PIC 999 VALUE ZERO.
       01 W0P-ENTRY-SUB PIC 999 COMP VALUE ZERO.
       01 W0P-PRINT-SUB PIC 999 COMP VALUE ZERO.
       01 W0P-LAST-SUB PIC 999 COMP VALUE ZERO.
       01 W0Y-CHG-COUNT PIC 9(4) VALUE ZERO.
       01 W0Y-DEL-COUNT PIC 9(4) VALUE ZERO.
       01 W0Y-TOTAL-COUNT PIC 9(4) VALUE ZERO.
       01 W0T-SEQUENCE PIC 9(6) VALUE ZERO.
       01 W0T-MASTER-READ PIC 9(5) VALUE ZERO.
       01 W0T-GRADE-READ PIC 9(5) VALUE ZERO.
       01 W0T-REQUESTS-REJECTED PIC 9(5) VALUE ZERO.
       01 W0T-REQUEST-ENTRIES PIC 9(5) VALUE ZERO.
       01 W0T-REQUEST-FLAGGED PIC 9(5) VALUE ZERO.
       01 W0T-ENTRIES-LISTED PIC 9(6) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(48) VALUE
           "AUDIT TRAIL INQUIRY -- MASTER AND GRADE CHANGES".
       01 W02-RUN-LINE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(9) VALUE "RUN DATE ".
         05 W02-RUN-DATE PIC X(8).
       01 W03-REQUEST-LINE.
         05 PIC X(8) VALUE "INQUIRY ".
         05 W03-REQUEST-NUM PIC ZZ9.
         05 PIC X(3) VALUE " --".
         05 PIC X VALUE SPACE.
         05 W03-REQUEST-TEXT PIC X(65).
       01 W0R-STUDENT-TEXT.
         05 PIC X(11) VALUE "BY STUDENT ".
         05 W0R-STUDENT-ID PIC X(5).
       01 W0R-DATE-TEXT.
         05 PIC X(8) VALUE "BY DATE ".
         05 W0R-FROM-DATE PIC X(8).
         05 PIC X(4) VALUE " TO ".
         05 W0R-TO-DATE PIC X(8).
       01 W0R-ACTION-TEXT.
         05 PIC X(10) VALUE "BY ACTION ".
         05 W0R-ACTION PIC X(3).
       01 W0R-SUMMARY-TEXT.
         05 PIC X(21) VALUE "GRADE CHANGE SUMMARY ".
         05 W0R-SUMMARY-FROM PIC X(8).
         05 PIC X(4) VALUE " TO ".
         05 W0R-SUMMARY-TO PIC X(8).
         05 PIC X(10) VALUE "  FLAG AT ".
         05 W0R-LIMIT PIC ZZ9.
       01 W0R-TYPE-TEXT.
         05 PIC X(13) VALUE "REQUEST TYPE ".
         05 W0R-REQUEST-TYPE PIC X.
       01 W04-COLUMN-HEADING.
         05 PIC X(10) VALUE "DATE".
         05 PIC X(7) VALUE "SOURCE".
         05 PIC X(5) VALUE "ACT".
         05 PIC X(7) VALUE "ID".
         05 PIC X(18) VALUE "FIELD / COURSE".
         05 PIC X(17) VALUE "OLD VALUE".
         05 PIC X(9) VALUE "NEW VALUE".
       01 W05-DETAIL-LINE.
         05 W05-AUDIT-DATE PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 W05-SOURCE PIC X(6).
         05 PIC X(1) VALUE SPACES.
         05 W05-ACTION PIC X(3).
         05 PIC X(2) VALUE SPACES.
         05 W05-STUDENT-ID PIC X(5).
         05 PIC X(2) VALUE SPACES.
         05 W05-FIELD-NAME PIC X(16).
         05 PIC X(2) VALUE SPACES.
         05 W05-OLD-VALUE PIC X(15).
         05 PIC X(2) VALUE SPACES.
         05 W05-NEW-VALUE PIC X(15).
       01 W06-SUMMARY-HEADING.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE "COURSE".
         05 PIC X(8) VALUE "TERM".
         05 PIC X(8) VALUE "CHANGED".
         05 PIC X(8) VALUE "DELETED".
         05 PIC X(7) VALUE "  TOTAL".
       01 W08-SUMMARY-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W08-COURSE-CODE PIC X(7).
         05 PIC X(2) VALUE SPACES.
         05 W08-TERM PIC X(5).
         05 PIC X(6) VALUE SPACES.
         05 W08-CHG-COUNT PIC ZZZ9.
         05 PIC X(4) VALUE SPACES.
         05 W08-DEL-COUNT PIC ZZZ9.
         05 PIC X(3) VALUE SPACES.
         05 W08-TOTAL-COUNT PIC ZZZ9.
         05 PIC X(2) VALUE SPACES.
         05 W08-FLAG-TEXT PIC X(20).
       01 W09-NONE-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(23) VALUE "NO AUDIT ENTRIES FOUND".
       01 W10-REJECT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(20) VALUE "REQUEST REJECTED -- ".
         05 W10-REASON-TEXT PIC X(30).
       01 W11-ENTRIES-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W11-COUNT-LABEL PIC X(20).
         05 W11-COUNT-VALUE PIC ZZZZ9.
       01 W12-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W12-COUNT-LABEL PIC X(23).
         05 W12-COUNT-VALUE PIC ZZZZZ9.
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-REQUESTS
           PERFORM 200-PRINT-HEADINGS
           SORT F94-SORT-FILE
               ON ASCENDING KEY W07-REQUEST-NUM
               ASCENDING KEY W07-MAJOR-KEY
               ASCENDING KEY W07-AUDIT-DATE
               ASCENDING KEY W07-SEQUENCE
               INPUT PROCEDURE 300-SELECT-AUDIT-ENTRIES
               OUTPUT PROCEDURE 500-WRITE-INQUIRY-REPORT
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F93-INQUIRY-FILE
           IF W0S-INQUIRY-STATUS NOT = "00"
               DISPLAY "NO AUDIT INQUIRY REQUESTS -- NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F95-INQUIRY-REPORT
           DISPLAY "FILES OPENED".

       110-LOAD-REQUESTS.
           PERFORM UNTIL W0S-INQUIRY-SWITCH = 'NO'
               READ F93-INQUIRY-FILE
                   AT END
                       MOVE 'NO' TO W0S-INQUIRY-SWITCH
                   NOT AT END
                       IF W0P-REQUEST-COUNT < 50
                           ADD 1 TO W0P-REQUEST-COUNT
                           PERFORM 112-LOAD-ONE-REQUEST
                       ELSE
                           DISPLAY "INQUIRY REQUEST TABLE FULL AT "
                             F93-REQUEST-TYPE " -- RUN ABORTED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F93-INQUIRY-FILE.

       112-LOAD-ONE-REQUEST.
           MOVE W0P-REQUEST-COUNT TO W0P-ENTRY-SUB
           MOVE F93-REQUEST-TYPE TO W0P-REQUEST-TYPE (W0P-ENTRY-SUB)
           MOVE F93-STUDENT-ID TO W0P-STUDENT-ID (W0P-ENTRY-SUB)
           MOVE F93-FROM-DATE TO W0P-FROM-DATE (W0P-ENTRY-SUB)
           MOVE F93-TO-DATE TO W0P-TO-DATE (W0P-ENTRY-SUB)
           MOVE F93-ACTION TO W0P-ACTION (W0P-ENTRY-SUB)
           MOVE 005 TO W0P-CHANGE-LIMIT (W0P-ENTRY-SUB)
           MOVE SPACES TO W0P-REASON-TEXT (W0P-ENTRY-SUB)
           IF F93-REQUEST-TYPE = "D" OR "G"
               PERFORM 114-EDIT-DATE-RANGE
           END-IF
           EVALUATE F93-REQUEST-TYPE
               WHEN "S"
                   IF F93-STUDENT-ID = SPACES
                       MOVE "STUDENT ID MISSING" TO
                         W0P-REASON-TEXT (W0P-ENTRY-SUB)
                   END-IF
               WHEN "D"
                   IF F93-FROM-DATE = SPACES
                     AND F93-TO-DATE = SPACES
                       MOVE "DATE RANGE MISSING" TO
                         W0P-REASON-TEXT (W0P-ENTRY-SUB)
                   END-IF
               WHEN "A"
                   IF F93-ACTION NOT = "ADD" AND NOT = "CHG"
                     AND NOT = "DEL"
                       MOVE "ACTION MUST BE ADD CHG OR DEL" TO
                         W0P-REASON-TEXT (W0P-ENTRY-SUB)
                   END-IF
               WHEN "G"
                   IF F93-CHANGE-LIMIT IS NUMERIC
                     AND F93-CHANGE-LIMIT > ZERO
                       MOVE F93-CHANGE-LIMIT TO
                         W0P-CHANGE-LIMIT (W0P-ENTRY-SUB)
                   END-IF
               WHEN OTHER
                   MOVE "INVALID REQUEST TYPE" TO
                     W0P-REASON-TEXT (W0P-ENTRY-SUB)
           END-EVALUATE
           IF W0P-REASON-TEXT (W0P-ENTRY-SUB) NOT = SPACES
               ADD 1 TO W0T-REQUESTS-REJECTED
           END-IF.

       114-EDIT-DATE-RANGE.
           IF F93-FROM-DATE = SPACES
               MOVE "00000000" TO W0P-FROM-DATE (W0P-ENTRY-SUB)
           END-IF
           IF F93-TO-DATE = SPACES
               MOVE "99999999" TO W0P-TO-DATE (W0P-ENTRY-SUB)
           END-IF
           IF W0P-FROM-DATE (W0P-ENTRY-SUB) IS NOT NUMERIC
             OR W0P-TO-DATE (W0P-ENTRY-SUB) IS NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO
                 W0P-REASON-TEXT (W0P-ENTRY-SUB)
           ELSE
               IF W0P-FROM-DATE (W0P-ENTRY-SUB) >
                 W0P-TO-DATE (W0P-ENTRY-SUB)
                   MOVE "FROM DATE AFTER TO DATE" TO
                     W0P-REASON-TEXT (W0P-ENTRY-SUB)
               END-IF
           END-IF.

       200-PRINT-HEADINGS.
           MOVE W0D-RUN-DATE TO W02-RUN-DATE
           WRITE F95-INQUIRY-LINE FROM W01-TITTLE
           WRITE F95-INQUIRY-LINE FROM W02-RUN-LINE.

       300-SELECT-AUDIT-ENTRIES.
           OPEN INPUT F22-AUDIT-FILE
           IF W0S-MASTER-AUDIT-STATUS NOT = "00"
               DISPLAY "NO STUDENT MASTER AUDIT FILE"
           ELSE
               MOVE SPACES TO W0S-AUDIT-SWITCH
               PERFORM 310-SELECT-MASTER-ENTRIES
               CLOSE F22-AUDIT-FILE
           END-IF
           OPEN INPUT F49-AUDIT-FILE
           IF W0S-GRADE-AUDIT-STATUS NOT = "00"
               DISPLAY "NO GRADE POSTING AUDIT FILE"
           ELSE
               MOVE SPACES TO W0S-AUDIT-SWITCH
               PERFORM 320-SELECT-GRADE-ENTRIES
               CLOSE F49-AUDIT-FILE
           END-IF.

       310-SELECT-MASTER-ENTRIES.
           PERFORM UNTIL W0S-AUDIT-SWITCH = 'NO'
               READ F22-AUDIT-FILE
                   AT END
                       MOVE 'NO' TO W0S-AUDIT-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-MASTER-READ
                       ADD 1 TO W0T-SEQUENCE
                       MOVE "M" TO W0S-HOLD-SOURCE
                       MOVE F22-RUN-DATE TO W0S-HOLD-DATE
                       MOVE F22-ACTION TO W0S-HOLD-ACTION
                       IF F22-ACTION = "DEL"
                           MOVE F22-BEFORE-ID TO W0S-HOLD-STUDENT
                       ELSE
                           MOVE F22-AFTER-ID TO W0S-HOLD-STUDENT
                       END-IF
                       MOVE ZERO TO W0P-ENTRY-SUB
                       PERFORM 330-MATCH-ONE-REQUEST
                         W0P-REQUEST-COUNT TIMES
               END-READ
           END-PERFORM.

       320-SELECT-GRADE-ENTRIES.
           PERFORM UNTIL W0S-AUDIT-SWITCH = 'NO'
               READ F49-AUDIT-FILE
                   AT END
                       MOVE 'NO' TO W0S-AUDIT-SWITCH
                   NOT AT END
                       ADD 1 TO W0T-GRADE-READ
                       ADD 1 TO W0T-SEQUENCE
                       MOVE "G" TO W0S-HOLD-SOURCE
                       MOVE F49-RUN-DATE TO W0S-HOLD-DATE
                       MOVE F49-ACTION TO W0S-HOLD-ACTION
                       MOVE F49-STUDENT-ID TO W0S-HOLD-STUDENT
                       MOVE ZERO TO W0P-ENTRY-SUB
                       PERFORM 330-MATCH-ONE-REQUEST
                         W0P-REQUEST-COUNT TIMES
               END-READ
           END-PERFORM.

       330-MATCH-ONE-REQUEST.
           ADD 1 TO W0P-ENTRY-SUB
           MOVE 'NO' TO W0S-MATCH-SWITCH
           IF W0P-REASON-TEXT (W0P-ENTRY-SUB) = SPACES
               EVALUATE W0P-REQUEST-TYPE (W0P-ENTRY-SUB)
                   WHEN "S"
                       IF W0S-HOLD-STUDENT =
                         W0P-STUDENT-ID (W0P-ENTRY-SUB)
                           MOVE 'YES' TO W0S-MATCH-SWITCH
                       END-IF
                   WHEN "D"
                       IF W0S-HOLD-DATE NOT <
                         W0P-FROM-DATE (W0P-ENTRY-SUB)
                         AND W0S-HOLD-DATE NOT >
                         W0P-TO-DATE (W0P-ENTRY-SUB)
                           MOVE 'YES' TO W0S-MATCH-SWITCH
                       END-IF
                   WHEN "A"
                       IF W0S-HOLD-ACTION =
                         W0P-ACTION (W0P-ENTRY-SUB)
                           MOVE 'YES' TO W0S-MATCH-SWITCH
                       END-IF
                   WHEN "G"
                       IF W0S-HOLD-SOURCE = "G"
                         AND W0S-HOLD-ACTION NOT = "ADD"
                         AND W0S-HOLD-DATE NOT <
                         W0P-FROM-DATE (W0P-ENTRY-SUB)
                         AND W0S-HOLD-DATE NOT >
                         W0P-TO-DATE (W0P-ENTRY-SUB)
                           MOVE 'YES' TO W0S-MATCH-SWITCH
                       END-IF
               END-EVALUATE
           END-IF
           IF W0S-MATCH-SWITCH = 'YES'
               PERFORM 340-RELEASE-AUDIT-ENTRY
           END-IF.

       340-RELEASE-AUDIT-ENTRY.
           INITIALIZE W07-SORT-RECORD
           MOVE W0P-ENTRY-SUB TO W07-REQUEST-NUM
           MOVE W0S-HOLD-DATE TO W07-AUDIT-DATE
           MOVE W0T-SEQUENCE TO W07-SEQUENCE
           MOVE W0S-HOLD-SOURCE TO W07-SOURCE
           MOVE W0S-HOLD-ACTION TO W07-ACTION
           MOVE W0S-HOLD-STUDENT TO W07-STUDENT-ID
           IF W0S-HOLD-SOURCE = "M"
               MOVE F22-BEFORE-IMAGE TO W07-BEFORE-IMAGE
               MOVE F22-AFTER-IMAGE TO W07-AFTER-IMAGE
           ELSE
               MOVE F49-COURSE-CODE TO W07-COURSE-CODE
               MOVE F49-TERM TO W07-TERM
               MOVE F49-OLD-GRADE TO W07-OLD-GRADE
               MOVE F49-NEW-GRADE TO W07-NEW-GRADE
               IF W0P-REQUEST-TYPE (W0P-ENTRY-SUB) = "G"
                   MOVE F49-COURSE-CODE TO W07-KEY-COURSE
                   MOVE F49-TERM TO W07-KEY-TERM
               END-IF
           END-IF
           RELEASE W07-SORT-RECORD.

       500-WRITE-INQUIRY-REPORT.
           PERFORM UNTIL W0S-SORT-SWITCH = 'NO'
               RETURN F94-SORT-FILE
                   AT END
                       MOVE 'NO' TO W0S-SORT-SWITCH
                   NOT AT END
                       PERFORM 510-CHECK-REQUEST-BREAK
                       IF W0P-REQUEST-TYPE (W07-REQUEST-NUM) = "G"
                           PERFORM 560-TALLY-GRADE-CHANGE
                       ELSE
                           PERFORM 530-WRITE-AUDIT-ENTRY
                       END-IF
               END-RETURN
           END-PERFORM
           IF W0S-FIRST-REQUEST = 'NO'
               PERFORM 515-FINISH-REQUEST
           END-IF
           MOVE W0P-REQUEST-COUNT TO W0P-LAST-SUB
           PERFORM 520-PRINT-EMPTY-REQUESTS.

       510-CHECK-REQUEST-BREAK.
           IF W0S-FIRST-REQUEST = 'YES'
               OR W07-REQUEST-NUM NOT = W0S-PRIOR-REQUEST
               IF W0S-FIRST-REQUEST = 'NO'
                   PERFORM 515-FINISH-REQUEST
               END-IF
               COMPUTE W0P-LAST-SUB = W07-REQUEST-NUM - 1
               PERFORM 520-PRINT-EMPTY-REQUESTS
               MOVE 'NO' TO W0S-FIRST-REQUEST
               MOVE W07-REQUEST-NUM TO W0S-PRIOR-REQUEST
               MOVE W07-REQUEST-NUM TO W0P-PRINT-SUB
               MOVE ZERO TO W0T-REQUEST-ENTRIES
               MOVE ZERO TO W0T-REQUEST-FLAGGED
               MOVE W07-MAJOR-KEY TO W0S-PRIOR-KEY
               MOVE ZERO TO W0Y-CHG-COUNT
               MOVE ZERO TO W0Y-DEL-COUNT
               PERFORM 525-PRINT-REQUEST-HEADING
           ELSE
               IF W0P-REQUEST-TYPE (W07-REQUEST-NUM) = "G"
                 AND W07-MAJOR-KEY NOT = W0S-PRIOR-KEY
                   PERFORM 565-WRITE-SUMMARY-LINE
                   MOVE W07-MAJOR-KEY TO W0S-PRIOR-KEY
                   MOVE ZERO TO W0Y-CHG-COUNT
                   MOVE ZERO TO W0Y-DEL-COUNT
               END-IF
           END-IF.

       515-FINISH-REQUEST.
           IF W0P-REQUEST-TYPE (W0S-PRIOR-REQUEST) = "G"
               PERFORM 565-WRITE-SUMMARY-LINE
               MOVE "COURSE-TERMS LISTED " TO W11-COUNT-LABEL
               MOVE W0T-REQUEST-ENTRIES TO W11-COUNT-VALUE
               WRITE F95-INQUIRY-LINE FROM W11-ENTRIES-LINE
               MOVE "COURSE-TERMS FLAGGED" TO W11-COUNT-LABEL
               MOVE W0T-REQUEST-FLAGGED TO W11-COUNT-VALUE
               WRITE F95-INQUIRY-LINE FROM W11-ENTRIES-LINE
           ELSE
               MOVE "AUDIT ENTRIES LISTED" TO W11-COUNT-LABEL
               MOVE W0T-REQUEST-ENTRIES TO W11-COUNT-VALUE
               WRITE F95-INQUIRY-LINE FROM W11-ENTRIES-LINE
           END-IF.

       520-PRINT-EMPTY-REQUESTS.
           PERFORM UNTIL W0P-PRINT-SUB >= W0P-LAST-SUB
               ADD 1 TO W0P-PRINT-SUB
               PERFORM 525-PRINT-REQUEST-HEADING
               IF W0P-REASON-TEXT (W0P-PRINT-SUB) = SPACES
                   WRITE F95-INQUIRY-LINE FROM W09-NONE-LINE
               END-IF
           END-PERFORM.

       525-PRINT-REQUEST-HEADING.
           MOVE W0P-PRINT-SUB TO W03-REQUEST-NUM
           EVALUATE W0P-REQUEST-TYPE (W0P-PRINT-SUB)
               WHEN "S"
                   MOVE W0P-STUDENT-ID (W0P-PRINT-SUB) TO
                     W0R-STUDENT-ID
                   MOVE W0R-STUDENT-TEXT TO W03-REQUEST-TEXT
               WHEN "D"
                   MOVE W0P-FROM-DATE (W0P-PRINT-SUB) TO
                     W0R-FROM-DATE
                   MOVE W0P-TO-DATE (W0P-PRINT-SUB) TO W0R-TO-DATE
                   MOVE W0R-DATE-TEXT TO W03-REQUEST-TEXT
               WHEN "A"
                   MOVE W0P-ACTION (W0P-PRINT-SUB) TO W0R-ACTION
                   MOVE W0R-ACTION-TEXT TO W03-REQUEST-TEXT
               WHEN "G"
                   MOVE W0P-FROM-DATE (W0P-PRINT-SUB) TO
                     W0R-SUMMARY-FROM
                   MOVE W0P-TO-DATE (W0P-PRINT-SUB) TO W0R-SUMMARY-TO
                   MOVE W0P-CHANGE-LIMIT (W0P-PRINT-SUB) TO W0R-LIMIT
                   MOVE W0R-SUMMARY-TEXT TO W03-REQUEST-TEXT
               WHEN OTHER
                   MOVE W0P-REQUEST-TYPE (W0P-PRINT-SUB) TO
                     W0R-REQUEST-TYPE
                   MOVE W0R-TYPE-TEXT TO W03-REQUEST-TEXT
           END-EVALUATE
           WRITE F95-INQUIRY-LINE FROM SPACES
           WRITE F95-INQUIRY-LINE FROM W03-REQUEST-LINE
           IF W0P-REASON-TEXT (W0P-PRINT-SUB) NOT = SPACES
               MOVE W0P-REASON-TEXT (W0P-PRINT-SUB) TO
                 W10-REASON-TEXT
               WRITE F95-INQUIRY-LINE FROM W10-REJECT-LINE
           ELSE
               IF W0P-REQUEST-TYPE (W0P-PRINT-SUB) = "G"
                   WRITE F95-INQUIRY-LINE FROM W06-SUMMARY-HEADING
               ELSE
                   WRITE F95-INQUIRY-LINE FROM W04-COLUMN-HEADING
               END-IF
           END-IF.

       530-WRITE-AUDIT-ENTRY.
           ADD 1 TO W0T-REQUEST-ENTRIES
           ADD 1 TO W0T-ENTRIES-LISTED
           MOVE W07-AUDIT-DATE TO W05-AUDIT-DATE
           MOVE W07-ACTION TO W05-ACTION
           MOVE W07-STUDENT-ID TO W05-STUDENT-ID
           IF W07-SOURCE = "M"
               MOVE "MASTER" TO W05-SOURCE
               PERFORM 540-WRITE-MASTER-FIELDS
           ELSE
               MOVE "GRADE" TO W05-SOURCE
               MOVE W07-COURSE-CODE TO W0S-ITEM-COURSE
               MOVE W07-TERM TO W0S-ITEM-TERM
               MOVE W0S-GRADE-ITEM TO W0S-FIELD-NAME
               MOVE W07-OLD-GRADE TO W0S-OLD-VALUE
               MOVE W07-NEW-GRADE TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF.

       540-WRITE-MASTER-FIELDS.
           MOVE ZERO TO W0S-FIELDS-CHANGED
           IF W07-BEFORE-LAST NOT = W07-AFTER-LAST
               MOVE "LAST NAME" TO W0S-FIELD-NAME
               MOVE W07-BEFORE-LAST TO W0S-OLD-VALUE
               MOVE W07-AFTER-LAST TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF
           IF W07-BEFORE-FIRST NOT = W07-AFTER-FIRST
               MOVE "FIRST NAME" TO W0S-FIELD-NAME
               MOVE W07-BEFORE-FIRST TO W0S-OLD-VALUE
               MOVE W07-AFTER-FIRST TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF
           IF W07-BEFORE-PROGRAM NOT = W07-AFTER-PROGRAM
               MOVE "PROGRAM" TO W0S-FIELD-NAME
               MOVE W07-BEFORE-PROGRAM TO W0S-OLD-VALUE
               MOVE W07-AFTER-PROGRAM TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF
           IF W07-BEFORE-ADVISOR NOT = W07-AFTER-ADVISOR
               MOVE "ADVISOR" TO W0S-FIELD-NAME
               MOVE W07-BEFORE-ADVISOR TO W0S-OLD-VALUE
               MOVE W07-AFTER-ADVISOR TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF
           IF W0S-FIELDS-CHANGED = ZERO
               MOVE "NO FIELD CHANGED" TO W0S-FIELD-NAME
               MOVE SPACES TO W0S-OLD-VALUE
               MOVE SPACES TO W0S-NEW-VALUE
               PERFORM 550-WRITE-DETAIL-LINE
           END-IF.

       550-WRITE-DETAIL-LINE.
           ADD 1 TO W0S-FIELDS-CHANGED
           MOVE W0S-FIELD-NAME TO W05-FIELD-NAME
           MOVE W0S-OLD-VALUE TO W05-OLD-VALUE
           MOVE W0S-NEW-VALUE TO W05-NEW-VALUE
           WRITE F95-INQUIRY-LINE FROM W05-DETAIL-LINE.

       560-TALLY-GRADE-CHANGE.
           IF W07-ACTION = "DEL"
               ADD 1 TO W0Y-DEL-COUNT
           ELSE
               ADD 1 TO W0Y-CHG-COUNT
           END-IF.

       565-WRITE-SUMMARY-LINE.
           ADD 1 TO W0T-REQUEST-ENTRIES
           COMPUTE W0Y-TOTAL-COUNT = W0Y-CHG-COUNT + W0Y-DEL-COUNT
           MOVE W0S-PRIOR-COURSE TO W08-COURSE-CODE
           MOVE W0S-PRIOR-TERM TO W08-TERM
           MOVE W0Y-CHG-COUNT TO W08-CHG-COUNT
           MOVE W0Y-DEL-COUNT TO W08-DEL-COUNT
           MOVE W0Y-TOTAL-COUNT TO W08-TOTAL-COUNT
           MOVE SPACES TO W08-FLAG-TEXT
           IF W0Y-TOTAL-COUNT NOT <
             W0P-CHANGE-LIMIT (W0S-PRIOR-REQUEST)
               MOVE "** UNUSUAL VOLUME **" TO W08-FLAG-TEXT
               ADD 1 TO W0T-REQUEST-FLAGGED
           END-IF
           WRITE F95-INQUIRY-LINE FROM W08-SUMMARY-LINE.

       700-CLOSE-FILES.
           WRITE F95-INQUIRY-LINE FROM SPACES
           MOVE "INQUIRY REQUESTS       " TO W12-COUNT-LABEL
           MOVE W0P-REQUEST-COUNT TO W12-COUNT-VALUE
           WRITE F95-INQUIRY-LINE FROM W12-COUNT-LINE
           MOVE "REQUESTS REJECTED      " TO W12-COUNT-LABEL
           MOVE W0T-REQUESTS-REJECTED TO W12-COUNT-VALUE
           WRITE F95-INQUIRY-LINE FROM W12-COUNT-LINE
           MOVE "MASTER AUDIT RECORDS   " TO W12-COUNT-LABEL
           MOVE W0T-MASTER-READ TO W12-COUNT-VALUE
           WRITE F95-INQUIRY-LINE FROM W12-COUNT-LINE
           MOVE "GRADE AUDIT RECORDS    " TO W12-COUNT-LABEL
           MOVE W0T-GRADE-READ TO W12-COUNT-VALUE
           WRITE F95-INQUIRY-LINE FROM W12-COUNT-LINE
           MOVE "AUDIT ENTRIES LISTED   " TO W12-COUNT-LABEL
           MOVE W0T-ENTRIES-LISTED TO W12-COUNT-VALUE
           WRITE F95-INQUIRY-LINE FROM W12-COUNT-LINE
           CLOSE F95-INQUIRY-REPORT
           DISPLAY "INQUIRY REQUESTS     " W0P-REQUEST-COUNT
           DISPLAY "REQUESTS REJECTED    " W0T-REQUESTS-REJECTED
           DISPLAY "MASTER AUDIT RECORDS " W0T-MASTER-READ
           DISPLAY "GRADE AUDIT RECORDS  " W0T-GRADE-READ
           DISPLAY "AUDIT ENTRIES LISTED " W0T-ENTRIES-LISTED
           DISPLAY "FILES CLOSED".
