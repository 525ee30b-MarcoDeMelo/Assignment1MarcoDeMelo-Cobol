       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupRollback.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F36-ROLLBACK-REQUEST ASSIGN TO "RollbackReq.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-REQUEST-STATUS.
       SELECT F34-BACKUP-FILE ASSIGN TO "UniBackup.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-BACKUP-STATUS.
       SELECT F01-HISTORY-FILE ASSIGN TO "CodingAsst.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-HISTORY-STATUS.
       SELECT F61-ARCHIVE-FILE ASSIGN TO "UniArchive.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-ARCHIVE-STATUS.
       SELECT F18-RUNLOG-FILE ASSIGN TO "UniRunLog.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F36-ROLLBACK-REQUEST
       RECORD CONTAINS 8 CHARACTERS
       DATA RECORD IS F36-REQUEST-RECORD.
       01 F36-REQUEST-RECORD.
         05 F36-SOURCE-CODE PIC X(4).
         05 F36-GENERATION PIC X(4).
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
         05 F34-HIST-COURSE-ENTRY OCCURS 99 TIMES.
           10 F34-HIST-COURSE-CODE PIC X(7).
           10 F34-HIST-GRADE PIC X.
           10 F34-HIST-TERM PIC X(5).
       01 F34-ARCHIVE-IMAGE.
         05 F34-ARCHIVE-KEY PIC X(9).
         05 F34-ARCH-ARC-DATE PIC X(8).
         05 F34-ARCH-STUDENT-ID PIC X(5).
         05 F34-ARCH-LAST-NAME PIC X(15).
         05 F34-ARCH-FIRST-NAME PIC X(12).
         05 F34-ARCH-PROGRAM PIC X(8).
         05 F34-ARCH-ADVISOR-ID PIC X(4).
         05 F34-ARCH-COURSE-COUNT PIC 99.
         05 F34-ARCH-COURSE-ENTRY OCCURS 99 TIMES.
           10 F34-ARCH-COURSE-CODE PIC X(7).
           10 F34-ARCH-GRADE PIC X.
           10 F34-ARCH-TERM PIC X(5).
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
       FD F61-ARCHIVE-FILE
       DATA RECORD IS F61-ARCHIVE-RECORD.
       01 F61-ARCHIVE-RECORD.
         05 F61-ARC-DATE PIC X(8).
         05 F61-STUDENT-ID PIC X(5).
         05 F61-LAST-NAME PIC X(15).
         05 F61-FIRST-NAME PIC X(12).
         05 F61-PROGRAM PIC X(8).
         05 F61-ADVISOR-ID PIC X(4).
         05 F61-COURSE-COUNT PIC 99.
         05 F61-COURSE-ENTRY OCCURS 0 TO 99 TIMES
              DEPENDING ON F61-COURSE-COUNT
              INDEXED BY F61-IDX.
           10 F61-COURSE-CODE PIC X(7).
           10 F61-GRADE PIC X.
           10 F61-TERM PIC X(5).
       FD F18-RUNLOG-FILE
       RECORD CONTAINS 67 CHARACTERS
       DATA RECORD IS F18-RUNLOG-RECORD.
       01 F18-RUNLOG-RECORD.
         05 F18-RUN-DATE PIC X(8).
         05 F18-FILLER-1 PIC X(1).
         05 F18-RUN-TIME PIC X(6).
         05 F18-FILLER-2 PIC X(1).
         05 F18-RECORDS-READ PIC 9(5).
         05 F18-FILLER-3 PIC X(1).
         05 F18-STUDENTS-REPORTED PIC 9(5).
         05 F18-FILLER-4 PIC X(1).
         05 F18-RECORDS-REJECTED PIC 9(5).
         05 F18-FILLER-5 PIC X(1).
         05 F18-RECORDS-SKIPPED PIC 9(5).
         05 F18-FILLER-6 PIC X(1).
         05 F18-EXCEPTIONS-WRITTEN PIC 9(5).
         05 F18-FILLER-7 PIC X(1).
         05 F18-RUN-STATUS PIC X(8).
         05 F18-FILLER-8 PIC X(1).
         05 F18-BALANCE-TEXT PIC X(12).
       WORKING-STORAGE SECTION.
       01 W0S-REQUEST-STATUS PIC XX VALUE SPACES.
       01 W0S-BACKUP-STATUS PIC XX VALUE SPACES.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 W0S-RUNLOG-STATUS PIC XX VALUE SPACES.
       01 W0S-BACKUP-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-CONTROL-FOUND PIC X(3) VALUE 'NO'.
       01 W0S-VERIFIED-SWITCH PIC X(3) VALUE 'NO'.
       01 W0D-RUN-DATE PIC X(8) VALUE SPACES.
       01 W0D-RUN-TIME-RAW.
         05 W0D-RUN-TIME PIC X(6).
         05 PIC X(2).
       01 W0K-SOURCE-CODE PIC X(4) VALUE SPACES.
       01 W0K-GENERATION PIC 9(4) VALUE ZERO.
       01 W0K-RECORD-COUNT PIC 9(5) VALUE ZERO.
       01 W0K-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01 W0K-CONTROL-RECORDS PIC 9(5) VALUE ZERO.
       01 W0K-CONTROL-ENTRIES PIC 9(7) VALUE ZERO.
       01 W0K-CONTROL-DATE PIC X(8) VALUE SPACES.
       01 W0K-CONTROL-PROGRAM PIC X(15) VALUE SPACES.
       01 W0K-RECORDS-RESTORED PIC 9(5) VALUE ZERO.
       01 W0K-BALANCE-TEXT.
         05 W0K-BALANCE-SOURCE PIC X(4).
         05 PIC X(4) VALUE " GEN".
         05 W0K-BALANCE-GENERATION PIC 9(4).
       01 W0E-REASON-TEXT PIC X(40) VALUE SPACES.
       01 W0J-COURSE-SUB PIC 999 COMP VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-READ-REQUEST
           IF W0E-REASON-TEXT = SPACES
               PERFORM 300-VERIFY-GENERATION
           END-IF
           IF W0S-VERIFIED-SWITCH = 'YES'
               PERFORM 400-RESTORE-GENERATION
           END-IF
           PERFORM 600-WRITE-RUN-LOG
           PERFORM 700-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           ACCEPT W0D-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W0D-RUN-TIME-RAW FROM TIME
           OPEN INPUT F36-ROLLBACK-REQUEST
           IF W0S-REQUEST-STATUS NOT = "00"
               DISPLAY "NO ROLLBACK REQUEST FILE -- NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "FILES OPENED".

       110-READ-REQUEST.
           READ F36-ROLLBACK-REQUEST
               AT END
                   DISPLAY "NO ROLLBACK REQUEST -- NOTHING TO DO"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE F36-SOURCE-CODE TO W0K-SOURCE-CODE
           IF F36-SOURCE-CODE NOT = "HIST" AND NOT = "ARCH"
               MOVE "INVALID FILE CODE -- USE HIST OR ARCH" TO
                 W0E-REASON-TEXT
           ELSE
               IF F36-GENERATION IS NOT NUMERIC
                   OR F36-GENERATION = "0000"
                   MOVE "INVALID GENERATION NUMBER" TO
                     W0E-REASON-TEXT
               ELSE
                   MOVE F36-GENERATION TO W0K-GENERATION
               END-IF
           END-IF.

       300-VERIFY-GENERATION.
           OPEN INPUT F34-BACKUP-FILE
           IF W0S-BACKUP-STATUS NOT = "00"
               DISPLAY "BACKUP FILE OPEN ERROR " W0S-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W0S-BACKUP-SWITCH
           PERFORM UNTIL W0S-BACKUP-SWITCH = 'NO'
               READ F34-BACKUP-FILE
                   AT END
                       MOVE 'NO' TO W0S-BACKUP-SWITCH
                   NOT AT END
                       IF F34-SOURCE-CODE = W0K-SOURCE-CODE
                           AND F34-GENERATION = W0K-GENERATION
                           PERFORM 310-TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F34-BACKUP-FILE
           IF W0S-CONTROL-FOUND = 'NO'
               IF W0K-RECORD-COUNT = ZERO
                   MOVE "GENERATION NOT ON BACKUP FILE" TO
                     W0E-REASON-TEXT
               ELSE
                   MOVE "NO CONTROL RECORD -- COPY INCOMPLETE" TO
                     W0E-REASON-TEXT
               END-IF
           ELSE
               IF W0K-RECORD-COUNT NOT = W0K-CONTROL-RECORDS
                   OR W0K-ENTRY-COUNT NOT = W0K-CONTROL-ENTRIES
                   MOVE "COUNTS DO NOT AGREE WITH CONTROL" TO
                     W0E-REASON-TEXT
               ELSE
                   MOVE 'YES' TO W0S-VERIFIED-SWITCH
               END-IF
           END-IF
           DISPLAY "BACKUP RECORDS FOUND  " W0K-RECORD-COUNT
             " CONTROL " W0K-CONTROL-RECORDS
           DISPLAY "COURSE ENTRIES FOUND  " W0K-ENTRY-COUNT
             " CONTROL " W0K-CONTROL-ENTRIES.

       310-TALLY-ONE-LINE.
           EVALUATE F34-RECORD-TYPE
               WHEN "D"
                   ADD 1 TO W0K-RECORD-COUNT
                   IF W0K-SOURCE-CODE = "HIST"
                       IF F34-HIST-COURSE-COUNT IS NUMERIC
                           ADD F34-HIST-COURSE-COUNT TO
                             W0K-ENTRY-COUNT
                       END-IF
                   ELSE
                       IF F34-ARCH-COURSE-COUNT IS NUMERIC
                           ADD F34-ARCH-COURSE-COUNT TO
                             W0K-ENTRY-COUNT
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE 'YES' TO W0S-CONTROL-FOUND
                   MOVE F34-RECORD-COUNT TO W0K-CONTROL-RECORDS
                   MOVE F34-ENTRY-COUNT TO W0K-CONTROL-ENTRIES
                   MOVE F34-BACKUP-DATE TO W0K-CONTROL-DATE
                   MOVE F34-PROGRAM-NAME TO W0K-CONTROL-PROGRAM
           END-EVALUATE.

       400-RESTORE-GENERATION.
           OPEN INPUT F34-BACKUP-FILE
           IF W0S-BACKUP-STATUS NOT = "00"
               DISPLAY "BACKUP FILE OPEN ERROR " W0S-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF W0K-SOURCE-CODE = "HIST"
               OPEN OUTPUT F01-HISTORY-FILE
               IF W0S-HISTORY-STATUS NOT = "00"
                   DISPLAY "COURSE HISTORY OPEN ERROR "
                     W0S-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT F61-ARCHIVE-FILE
               IF W0S-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "ARCHIVE FILE OPEN ERROR "
                     W0S-ARCHIVE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "RESTORING " W0K-SOURCE-CODE " GENERATION "
             W0K-GENERATION " SAVED " W0K-CONTROL-DATE " BY "
             W0K-CONTROL-PROGRAM
           MOVE SPACES TO W0S-BACKUP-SWITCH
           PERFORM UNTIL W0S-BACKUP-SWITCH = 'NO'
               READ F34-BACKUP-FILE
                   AT END
                       MOVE 'NO' TO W0S-BACKUP-SWITCH
                   NOT AT END
                       IF F34-SOURCE-CODE = W0K-SOURCE-CODE
                           AND F34-GENERATION = W0K-GENERATION
                           AND F34-RECORD-TYPE = "D"
                           PERFORM 410-RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F34-BACKUP-FILE
           IF W0K-SOURCE-CODE = "HIST"
               CLOSE F01-HISTORY-FILE
           ELSE
               CLOSE F61-ARCHIVE-FILE
           END-IF.

       410-RESTORE-ONE-RECORD.
           IF W0K-SOURCE-CODE = "HIST"
               PERFORM 420-RESTORE-HISTORY-RECORD
           ELSE
               PERFORM 430-RESTORE-ARCHIVE-RECORD
           END-IF
           ADD 1 TO W0K-RECORDS-RESTORED.

       420-RESTORE-HISTORY-RECORD.
           MOVE F34-HIST-STUDENT-ID TO F01-STUDENT-ID
           MOVE F34-HIST-COURSE-COUNT TO F01-COURSE-COUNT
           MOVE ZERO TO W0J-COURSE-SUB
           PERFORM 421-RESTORE-HISTORY-COURSE
             F34-HIST-COURSE-COUNT TIMES
           WRITE F01-STUDENT-RECORD.

       421-RESTORE-HISTORY-COURSE.
           ADD 1 TO W0J-COURSE-SUB
           MOVE F34-HIST-COURSE-CODE (W0J-COURSE-SUB) TO
             F01-COURSE-CODE (W0J-COURSE-SUB)
           MOVE F34-HIST-GRADE (W0J-COURSE-SUB) TO
             F01-GRADE (W0J-COURSE-SUB)
           MOVE F34-HIST-TERM (W0J-COURSE-SUB) TO
             F01-TERM (W0J-COURSE-SUB).

       430-RESTORE-ARCHIVE-RECORD.
           INITIALIZE F61-ARCHIVE-RECORD
           MOVE F34-ARCH-ARC-DATE TO F61-ARC-DATE
           MOVE F34-ARCH-STUDENT-ID TO F61-STUDENT-ID
           MOVE F34-ARCH-LAST-NAME TO F61-LAST-NAME
           MOVE F34-ARCH-FIRST-NAME TO F61-FIRST-NAME
           MOVE F34-ARCH-PROGRAM TO F61-PROGRAM
           MOVE F34-ARCH-ADVISOR-ID TO F61-ADVISOR-ID
           MOVE F34-ARCH-COURSE-COUNT TO F61-COURSE-COUNT
           MOVE ZERO TO W0J-COURSE-SUB
           PERFORM 431-RESTORE-ARCHIVE-COURSE
             F34-ARCH-COURSE-COUNT TIMES
           WRITE F61-ARCHIVE-RECORD.

       431-RESTORE-ARCHIVE-COURSE.
           ADD 1 TO W0J-COURSE-SUB
           MOVE F34-ARCH-COURSE-CODE (W0J-COURSE-SUB) TO
             F61-COURSE-CODE (W0J-COURSE-SUB)
           MOVE F34-ARCH-GRADE (W0J-COURSE-SUB) TO
             F61-GRADE (W0J-COURSE-SUB)
           MOVE F34-ARCH-TERM (W0J-COURSE-SUB) TO
             F61-TERM (W0J-COURSE-SUB).

       600-WRITE-RUN-LOG.
           OPEN EXTEND F18-RUNLOG-FILE
           IF W0S-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT F18-RUNLOG-FILE
           END-IF
           INITIALIZE F18-RUNLOG-RECORD
           MOVE W0D-RUN-DATE TO F18-RUN-DATE
           MOVE W0D-RUN-TIME TO F18-RUN-TIME
           MOVE W0K-RECORD-COUNT TO F18-RECORDS-READ
           MOVE W0K-RECORDS-RESTORED TO F18-STUDENTS-REPORTED
           IF W0S-VERIFIED-SWITCH = 'YES'
               MOVE "ROLLBACK" TO F18-RUN-STATUS
           ELSE
               MOVE 1 TO F18-RECORDS-REJECTED
               MOVE "RBREJECT" TO F18-RUN-STATUS
           END-IF
           MOVE W0K-SOURCE-CODE TO W0K-BALANCE-SOURCE
           MOVE W0K-GENERATION TO W0K-BALANCE-GENERATION
           MOVE W0K-BALANCE-TEXT TO F18-BALANCE-TEXT
           WRITE F18-RUNLOG-RECORD
           CLOSE F18-RUNLOG-FILE.

       700-CLOSE-FILES.
           CLOSE F36-ROLLBACK-REQUEST
           IF W0S-VERIFIED-SWITCH = 'YES'
               DISPLAY "ROLLBACK COMPLETE -- " W0K-RECORDS-RESTORED
                 " RECORDS RESTORED"
           ELSE
               DISPLAY "ROLLBACK REJECTED -- " W0E-REASON-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "FILES CLOSED".
