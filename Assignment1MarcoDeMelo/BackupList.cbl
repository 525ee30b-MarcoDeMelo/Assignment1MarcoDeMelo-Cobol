       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F34-BACKUP-FILE ASSIGN TO "UniBackup.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-BACKUP-STATUS.
       SELECT F38-BACKUP-LISTING ASSIGN TO "UniBackupList.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F37-SORT-FILE ASSIGN TO "BackupListSrt.wrk".
       DATA DIVISION.
       FILE SECTION.
       FD F34-BACKUP-FILE
       DATA RECORDS ARE F34-BACKUP-RECORD F34-CONTROL-RECORD
           F34-HISTORY-IMAGE F34-ARCHIVE-IMAGE.
       01 F34-BACKUP-RECORD.
         05 F34-SOURCE-CODE PIC X(4).
         05 F34-GENERATION PIC 9(4).
         05 F34-RECORD-TYPE PIC X.
         05 F34-BACKUP-IMAGE PIC X(1341).
       01 F34-CONTROL-RECORD.
         05 F34-CONTROL-KEY PIC X(9).
         05 F34-FILLER-1 PIC X(2).
         05 F34-BACKUP-DATE PIC X(8).
         05 F34-FILLER-2 PIC X(2).
         05 F34-BACKUP-TIME PIC X(6).
         05 F34-FILLER-3 PIC X(2).
         05 F34-PROGRAM-NAME PIC X(15).
         05 F34-FILLER-4 PIC X(2).
         05 F34-RECORD-COUNT PIC 9(5).
         05 F34-FILLER-5 PIC X(2).
         05 F34-ENTRY-COUNT PIC 9(7).
       01 F34-HISTORY-IMAGE.
         05 F34-HISTORY-KEY PIC X(9).
         05 F34-HIST-STUDENT-ID PIC X(5).
         05 F34-HIST-COURSE-COUNT PIC 99.
         05 PIC X(1334).
       01 F34-ARCHIVE-IMAGE.
         05 F34-ARCHIVE-KEY PIC X(9).
         05 PIC X(52).
         05 F34-ARCH-COURSE-COUNT PIC 99.
         05 PIC X(1287).
       FD F38-BACKUP-LISTING
       RECORD CONTAINS 80 CHARACTERS
       DATA RECORD IS F38-LISTING-LINE.
       01 F38-LISTING-LINE PIC X(80).
       SD F37-SORT-FILE
       DATA RECORD IS W07-SORT-RECORD.
       01 W07-SORT-RECORD.
         05 W07-SOURCE-CODE PIC X(4).
         05 W07-GENERATION PIC 9(4).
         05 W07-BACKUP-DATE PIC X(8).
         05 W07-BACKUP-TIME PIC X(6).
         05 W07-PROGRAM-NAME PIC X(15).
         05 W07-RECORD-COUNT PIC 9(5).
         05 W07-ENTRY-COUNT PIC 9(7).
         05 W07-STATUS-TEXT PIC X(13).
       WORKING-STORAGE SECTION.
       01 W0S-BACKUP-STATUS PIC XX VALUE SPACES.
       01 W0S-BACKUP-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-SORT-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-BACKUP-OPEN PIC X(3) VALUE 'NO'.
       01 W0S-CONTROL-FOUND PIC X(3) VALUE 'NO'.
       01 W0S-FIRST-SOURCE PIC X(3) VALUE 'YES'.
       01 W0S-PRIOR-SOURCE PIC X(4) VALUE SPACES.
       01 W0K-SOURCE-CODE PIC X(4) VALUE SPACES.
       01 W0K-GENERATION PIC 9(4) VALUE ZERO.
       01 W0K-RECORD-COUNT PIC 9(5) VALUE ZERO.
       01 W0K-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01 W0G-BACKUP-LINES PIC 9(7) VALUE ZERO.
       01 W0G-SOURCE-GENERATIONS PIC 9(5) VALUE ZERO.
       01 W0G-NOT-VERIFIED PIC 9(5) VALUE ZERO.
       01 W01-TITTLE.
         05 PIC X(10) VALUE SPACES.
         05 PIC X(26) VALUE "BACKUP GENERATIONS ON HAND".
       01 W02-SOURCE-LINE.
         05 PIC X(5) VALUE "FILE ".
         05 W02-SOURCE-CODE PIC X(4).
         05 PIC X(3) VALUE " - ".
         05 W02-FILE-NAME PIC X(15).
       01 W03-COLUMN-HEADING.
         05 PIC X(3) VALUE SPACES.
         05 PIC X(3) VALUE "GEN".
         05 PIC X(2) VALUE SPACES.
         05 PIC X(10) VALUE "DATE".
         05 PIC X(8) VALUE "TIME".
         05 PIC X(15) VALUE "PROGRAM".
         05 PIC X(7) VALUE "RECORDS".
         05 PIC X(2) VALUE SPACES.
         05 PIC X(7) VALUE "ENTRIES".
         05 PIC X(2) VALUE SPACES.
         05 PIC X(6) VALUE "STATUS".
       01 W04-GENERATION-DETAIL.
         05 PIC X(2) VALUE SPACES.
         05 W04-GENERATION PIC ZZZ9.
         05 PIC X(2) VALUE SPACES.
         05 W04-BACKUP-DATE PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 W04-BACKUP-TIME PIC X(6).
         05 PIC X(2) VALUE SPACES.
         05 W04-PROGRAM-NAME PIC X(15).
         05 PIC X(2) VALUE SPACES.
         05 W04-RECORD-COUNT PIC ZZZZ9.
         05 PIC X(2) VALUE SPACES.
         05 W04-ENTRY-COUNT PIC ZZZZZZ9.
         05 PIC X(2) VALUE SPACES.
         05 W04-STATUS-TEXT PIC X(13).
       01 W05-COUNT-LINE.
         05 PIC X(2) VALUE SPACES.
         05 W05-COUNT-LABEL PIC X(32).
         05 W05-COUNT-VALUE PIC ZZZZ9.
       01 W06-NO-BACKUPS-LINE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(29) VALUE "NO BACKUP GENERATIONS ON FILE".
       01 W08-INCOMPLETE-NOTE.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(46) VALUE
           "UNVERIFIED GENERATIONS CANNOT BE ROLLED BACK".
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 200-PRINT-HEADINGS
           SORT F37-SORT-FILE
               ON ASCENDING KEY W07-SOURCE-CODE
               ASCENDING KEY W07-GENERATION
               INPUT PROCEDURE 300-COLLECT-GENERATIONS
               OUTPUT PROCEDURE 500-WRITE-GENERATIONS
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN OUTPUT F38-BACKUP-LISTING
           OPEN INPUT F34-BACKUP-FILE
           IF W0S-BACKUP-STATUS NOT = "00"
               MOVE 'NO' TO W0S-BACKUP-SWITCH
           ELSE
               MOVE 'YES' TO W0S-BACKUP-OPEN
           END-IF
           DISPLAY "FILES OPENED".

       200-PRINT-HEADINGS.
           WRITE F38-LISTING-LINE FROM W01-TITTLE.

       300-COLLECT-GENERATIONS.
           PERFORM UNTIL W0S-BACKUP-SWITCH = 'NO'
               READ F34-BACKUP-FILE
                   AT END
                       MOVE 'NO' TO W0S-BACKUP-SWITCH
                   NOT AT END
                       ADD 1 TO W0G-BACKUP-LINES
                       PERFORM 310-CHECK-GENERATION-BREAK
                       PERFORM 320-TALLY-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM 330-RELEASE-INCOMPLETE.

       310-CHECK-GENERATION-BREAK.
           IF F34-SOURCE-CODE NOT = W0K-SOURCE-CODE
               OR F34-GENERATION NOT = W0K-GENERATION
               PERFORM 330-RELEASE-INCOMPLETE
               MOVE F34-SOURCE-CODE TO W0K-SOURCE-CODE
               MOVE F34-GENERATION TO W0K-GENERATION
               MOVE ZERO TO W0K-RECORD-COUNT
               MOVE ZERO TO W0K-ENTRY-COUNT
               MOVE 'NO' TO W0S-CONTROL-FOUND
           END-IF.

       320-TALLY-ONE-LINE.
           EVALUATE F34-RECORD-TYPE
               WHEN "D"
                   ADD 1 TO W0K-RECORD-COUNT
                   IF F34-SOURCE-CODE = "ARCH"
                       IF F34-ARCH-COURSE-COUNT IS NUMERIC
                           ADD F34-ARCH-COURSE-COUNT TO
                             W0K-ENTRY-COUNT
                       END-IF
                   ELSE
                       IF F34-HIST-COURSE-COUNT IS NUMERIC
                           ADD F34-HIST-COURSE-COUNT TO
                             W0K-ENTRY-COUNT
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE 'YES' TO W0S-CONTROL-FOUND
                   PERFORM 340-RELEASE-CONTROL
           END-EVALUATE.

       330-RELEASE-INCOMPLETE.
           IF W0S-CONTROL-FOUND = 'NO'
               AND W0K-RECORD-COUNT > ZERO
               MOVE W0K-SOURCE-CODE TO W07-SOURCE-CODE
               MOVE W0K-GENERATION TO W07-GENERATION
               MOVE SPACES TO W07-BACKUP-DATE
               MOVE SPACES TO W07-BACKUP-TIME
               MOVE SPACES TO W07-PROGRAM-NAME
               MOVE W0K-RECORD-COUNT TO W07-RECORD-COUNT
               MOVE W0K-ENTRY-COUNT TO W07-ENTRY-COUNT
               MOVE "INCOMPLETE" TO W07-STATUS-TEXT
               RELEASE W07-SORT-RECORD
           END-IF.

       340-RELEASE-CONTROL.
           MOVE F34-SOURCE-CODE TO W07-SOURCE-CODE
           MOVE F34-GENERATION TO W07-GENERATION
           MOVE F34-BACKUP-DATE TO W07-BACKUP-DATE
           MOVE F34-BACKUP-TIME TO W07-BACKUP-TIME
           MOVE F34-PROGRAM-NAME TO W07-PROGRAM-NAME
           MOVE F34-RECORD-COUNT TO W07-RECORD-COUNT
           MOVE F34-ENTRY-COUNT TO W07-ENTRY-COUNT
           IF F34-RECORD-COUNT = W0K-RECORD-COUNT
               AND F34-ENTRY-COUNT = W0K-ENTRY-COUNT
               MOVE "VERIFIED" TO W07-STATUS-TEXT
           ELSE
               MOVE "COUNTS DIFFER" TO W07-STATUS-TEXT
           END-IF
           RELEASE W07-SORT-RECORD.

       500-WRITE-GENERATIONS.
           PERFORM UNTIL W0S-SORT-SWITCH = 'NO'
               RETURN F37-SORT-FILE
                   AT END
                       MOVE 'NO' TO W0S-SORT-SWITCH
                   NOT AT END
                       PERFORM 510-CHECK-SOURCE-BREAK
                       PERFORM 520-WRITE-GENERATION-LINE
               END-RETURN
           END-PERFORM
           IF W0S-FIRST-SOURCE = 'YES'
               WRITE F38-LISTING-LINE FROM SPACES
               WRITE F38-LISTING-LINE FROM W06-NO-BACKUPS-LINE
           ELSE
               PERFORM 530-WRITE-SOURCE-TOTAL
           END-IF
           IF W0G-NOT-VERIFIED > ZERO
               WRITE F38-LISTING-LINE FROM SPACES
               WRITE F38-LISTING-LINE FROM W08-INCOMPLETE-NOTE
           END-IF.

       510-CHECK-SOURCE-BREAK.
           IF W0S-FIRST-SOURCE = 'YES'
               OR W07-SOURCE-CODE NOT = W0S-PRIOR-SOURCE
               IF W0S-FIRST-SOURCE = 'NO'
                   PERFORM 530-WRITE-SOURCE-TOTAL
               END-IF
               MOVE 'NO' TO W0S-FIRST-SOURCE
               MOVE W07-SOURCE-CODE TO W0S-PRIOR-SOURCE
               MOVE ZERO TO W0G-SOURCE-GENERATIONS
               MOVE W07-SOURCE-CODE TO W02-SOURCE-CODE
               EVALUATE W07-SOURCE-CODE
                   WHEN "HIST"
                       MOVE "CodingAsst.dat" TO W02-FILE-NAME
                   WHEN "ARCH"
                       MOVE "UniArchive.dat" TO W02-FILE-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN FILE" TO W02-FILE-NAME
               END-EVALUATE
               WRITE F38-LISTING-LINE FROM SPACES
               WRITE F38-LISTING-LINE FROM W02-SOURCE-LINE
               WRITE F38-LISTING-LINE FROM W03-COLUMN-HEADING
           END-IF.

       520-WRITE-GENERATION-LINE.
           MOVE W07-GENERATION TO W04-GENERATION
           MOVE W07-BACKUP-DATE TO W04-BACKUP-DATE
           MOVE W07-BACKUP-TIME TO W04-BACKUP-TIME
           MOVE W07-PROGRAM-NAME TO W04-PROGRAM-NAME
           MOVE W07-RECORD-COUNT TO W04-RECORD-COUNT
           MOVE W07-ENTRY-COUNT TO W04-ENTRY-COUNT
           MOVE W07-STATUS-TEXT TO W04-STATUS-TEXT
           WRITE F38-LISTING-LINE FROM W04-GENERATION-DETAIL
           ADD 1 TO W0G-SOURCE-GENERATIONS
           IF W07-STATUS-TEXT NOT = "VERIFIED"
               ADD 1 TO W0G-NOT-VERIFIED
           END-IF.

       530-WRITE-SOURCE-TOTAL.
           MOVE "GENERATIONS ON HAND" TO W05-COUNT-LABEL
           MOVE W0G-SOURCE-GENERATIONS TO W05-COUNT-VALUE
           WRITE F38-LISTING-LINE FROM W05-COUNT-LINE.

       700-CLOSE-FILES.
           IF W0S-BACKUP-OPEN = 'YES'
               CLOSE F34-BACKUP-FILE
           END-IF
           CLOSE F38-BACKUP-LISTING
           IF W0G-NOT-VERIFIED > ZERO
               DISPLAY "GENERATIONS NOT VERIFIED " W0G-NOT-VERIFIED
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "BACKUP LINES READ " W0G-BACKUP-LINES
           DISPLAY "FILES CLOSED".
