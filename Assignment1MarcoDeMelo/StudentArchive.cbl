       FILE STATUS IS W0S-ARCHIVE-STATUS.
       SELECT F65-ERROR-FILE ASSIGN TO "ArchiveErr.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F19-PARM-FILE ASSIGN TO "UniRunParm.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-PARM-STATUS.
       SELECT F34-BACKUP-FILE ASSIGN TO "UniBackup.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-BACKUP-STATUS.
       SELECT F35-BACKUP-WORK ASSIGN TO "UniBackup.wrk"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS W0S-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F01-HISTORY-FILE
         05 F65-REASON-CODE PIC X(2).
         05 F65-FILLER-2 PIC X(2).
         05 F65-REASON-TEXT PIC X(29).
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
       FD F34-BACKUP-FILE
       DATA RECORDS ARE F34-BACKUP-RECORD F34-CONTROL-RECORD.
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
       FD F35-BACKUP-WORK
       DATA RECORD IS F35-WORK-RECORD.
       01 F35-WORK-RECORD.
         05 F35-SOURCE-CODE PIC X(4).
         05 F35-GENERATION PIC 9(4).
         05 F35-WORK-DATA PIC X(1342).
       WORKING-STORAGE SECTION.
       01 W0S-HISTORY-STATUS PIC XX VALUE SPACES.
       01 W0S-MASTER-STATUS PIC XX VALUE SPACES.
       01 W0G-STUDENTS-RETAINED PIC 9(5) VALUE ZERO.
       01 W0G-MASTERS-DELETED PIC 9(5) VALUE ZERO.
       01 W0G-REQUESTS-REJECTED PIC 9(5) VALUE ZERO.
       01 W0S-PARM-STATUS PIC XX VALUE SPACES.
       01 W0S-BACKUP-STATUS PIC XX VALUE SPACES.
       01 W0S-WORK-STATUS PIC XX VALUE SPACES.
       01 W0S-BACKUP-SWITCH PIC X(3) VALUE SPACES.
       01 W0S-WORK-SWITCH PIC X(3) VALUE SPACES.
       01 W0D-RUN-TIME-RAW.
         05 W0D-RUN-TIME PIC X(6).
         05 PIC X(2).
       01 W0K-SOURCE-CODE PIC X(4) VALUE SPACES.
       01 W0K-KEEP-GENERATIONS PIC 99 VALUE 5.
       01 W0K-LAST-GENERATION PIC 9(4) VALUE ZERO.
       01 W0K-NEW-GENERATION PIC 9(4) VALUE ZERO.
       01 W0K-CUTOFF-GENERATION PIC 9(4) VALUE ZERO.
       01 W0K-RECORD-COUNT PIC 9(5) VALUE ZERO.
       01 W0K-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01 W0K-LINES-DROPPED PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-REQUESTS
           PERFORM 120-LOAD-HISTORY
           PERFORM 300-ARCHIVE-SELECTED
           OPEN OUTPUT F65-ERROR-FILE
           DISPLAY "FILES OPENED".

       105-READ-PARAMETERS.
           ACCEPT W0D-RUN-TIME-RAW FROM TIME
           OPEN INPUT F19-PARM-FILE
           IF W0S-PARM-STATUS = "00"
               READ F19-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F19-BACKUP-GENERATIONS IS NUMERIC
                           AND F19-BACKUP-GENERATIONS NOT = "00"
                           MOVE F19-BACKUP-GENERATIONS TO
                             W0K-KEEP-GENERATIONS
                       END-IF
               END-READ
               CLOSE F19-PARM-FILE
           END-IF.

       110-LOAD-REQUESTS.
           OPEN INPUT F60-ARCREQ-FILE
           IF W0S-ARCREQ-STATUS NOT = "00"
           WRITE F65-ERROR-RECORD
           ADD 1 TO W0G-REQUESTS-REJECTED.

       450-SAVE-HISTORY-BACKUP.
           OPEN INPUT F01-HISTORY-FILE
           IF W0S-HISTORY-STATUS NOT = "00"
               DISPLAY "NO COURSE HISTORY ON FILE -- NO BACKUP TAKEN"
           ELSE
               MOVE "HIST" TO W0K-SOURCE-CODE
               PERFORM 452-COPY-BACKUP-TO-WORK
               PERFORM 454-COPY-WORK-TO-BACKUP
               PERFORM 456-APPEND-HISTORY-GENERATION
               PERFORM 458-WRITE-BACKUP-CONTROL
               CLOSE F01-HISTORY-FILE
               CLOSE F34-BACKUP-FILE
           END-IF.

       452-COPY-BACKUP-TO-WORK.
           MOVE ZERO TO W0K-LAST-GENERATION
           OPEN OUTPUT F35-BACKUP-WORK
           IF W0S-WORK-STATUS NOT = "00"
               DISPLAY "BACKUP WORK FILE OPEN ERROR " W0S-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F34-BACKUP-FILE
           IF W0S-BACKUP-STATUS = "00"
               MOVE SPACES TO W0S-BACKUP-SWITCH
               PERFORM 453-COPY-ONE-BACKUP-LINE
                 UNTIL W0S-BACKUP-SWITCH = 'NO'
               CLOSE F34-BACKUP-FILE
           END-IF
           CLOSE F35-BACKUP-WORK
           COMPUTE W0K-NEW-GENERATION = W0K-LAST-GENERATION + 1
           IF W0K-NEW-GENERATION > W0K-KEEP-GENERATIONS
               COMPUTE W0K-CUTOFF-GENERATION =
                 W0K-NEW-GENERATION - W0K-KEEP-GENERATIONS
           ELSE
               MOVE ZERO TO W0K-CUTOFF-GENERATION
           END-IF.

       453-COPY-ONE-BACKUP-LINE.
           READ F34-BACKUP-FILE
               AT END
                   MOVE 'NO' TO W0S-BACKUP-SWITCH
               NOT AT END
                   IF F34-SOURCE-CODE = W0K-SOURCE-CODE
                       AND F34-GENERATION > W0K-LAST-GENERATION
                       MOVE F34-GENERATION TO W0K-LAST-GENERATION
                   END-IF
                   WRITE F35-WORK-RECORD FROM F34-BACKUP-RECORD
           END-READ.

       454-COPY-WORK-TO-BACKUP.
           MOVE ZERO TO W0K-LINES-DROPPED
           OPEN OUTPUT F34-BACKUP-FILE
           IF W0S-BACKUP-STATUS NOT = "00"
               DISPLAY "BACKUP FILE OPEN ERROR " W0S-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F35-BACKUP-WORK
           MOVE SPACES TO W0S-WORK-SWITCH
           PERFORM 455-KEEP-ONE-WORK-LINE
             UNTIL W0S-WORK-SWITCH = 'NO'
           CLOSE F35-BACKUP-WORK.

       455-KEEP-ONE-WORK-LINE.
           READ F35-BACKUP-WORK
               AT END
                   MOVE 'NO' TO W0S-WORK-SWITCH
               NOT AT END
                   IF F35-SOURCE-CODE = W0K-SOURCE-CODE
                       AND F35-GENERATION NOT > W0K-CUTOFF-GENERATION
                       ADD 1 TO W0K-LINES-DROPPED
                   ELSE
                       WRITE F34-BACKUP-RECORD FROM F35-WORK-RECORD
                   END-IF
           END-READ.

       456-APPEND-HISTORY-GENERATION.
           MOVE ZERO TO W0K-RECORD-COUNT
           MOVE ZERO TO W0K-ENTRY-COUNT
           MOVE SPACES TO W0S-HISTORY-SWITCH
           PERFORM UNTIL W0S-HISTORY-SWITCH = 'NO'
               READ F01-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO W0S-HISTORY-SWITCH
                   NOT AT END
                       MOVE SPACES TO F34-BACKUP-RECORD
                       MOVE W0K-SOURCE-CODE TO F34-SOURCE-CODE
                       MOVE W0K-NEW-GENERATION TO F34-GENERATION
                       MOVE "D" TO F34-RECORD-TYPE
                       MOVE F01-STUDENT-RECORD TO F34-BACKUP-IMAGE
                       WRITE F34-BACKUP-RECORD
                       ADD 1 TO W0K-RECORD-COUNT
                       ADD F01-COURSE-COUNT TO W0K-ENTRY-COUNT
               END-READ
           END-PERFORM.

       458-WRITE-BACKUP-CONTROL.
           MOVE SPACES TO F34-BACKUP-RECORD
           MOVE W0K-SOURCE-CODE TO F34-SOURCE-CODE
           MOVE W0K-NEW-GENERATION TO F34-GENERATION
           MOVE "C" TO F34-RECORD-TYPE
           MOVE W0D-RUN-DATE TO F34-BACKUP-DATE
           MOVE W0D-RUN-TIME TO F34-BACKUP-TIME
           MOVE "StudentArchive" TO F34-PROGRAM-NAME
           MOVE W0K-RECORD-COUNT TO F34-RECORD-COUNT
           MOVE W0K-ENTRY-COUNT TO F34-ENTRY-COUNT
           WRITE F34-CONTROL-RECORD
           DISPLAY "BACKUP " W0K-SOURCE-CODE " GENERATION "
             W0K-NEW-GENERATION " SAVED -- " W0K-RECORD-COUNT
             " RECORDS " W0K-ENTRY-COUNT " COURSE ENTRIES"
           IF W0K-LINES-DROPPED > ZERO
               DISPLAY "BACKUP " W0K-SOURCE-CODE " GENERATIONS THRU "
                 W0K-CUTOFF-GENERATION " RELEASED"
           END-IF.

       500-REWRITE-HISTORY.
           PERFORM 450-SAVE-HISTORY-BACKUP
           OPEN OUTPUT F01-HISTORY-FILE
           MOVE ZERO TO W0H-ENTRY-SUB
           PERFORM 510-WRITE-ONE-STUDENT W0H-STUDENT-COUNT TIMES
