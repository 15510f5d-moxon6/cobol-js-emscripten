               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT ScoresFile ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoresFileStatus.
       FILE SECTION.
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD ScoresFile.
       COPY "scorerec.cpy".
       FD ScoresWorkFile.
       COPY "archctlrec.cpy".
       WORKING-STORAGE SECTION.
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 ScoresFileStatus PIC XX VALUE "00".
       01 ScoresWorkStatus PIC XX VALUE "00".
       01 MatchHistStatus PIC XX VALUE "00".
               CLOSE PlayerMasterFile
               GOBACK
           END-IF
           Perform Open-Player-Journal
           Perform Accept-Duplicate-Id
               UNTIL DuplicateInputDone = 1
           Perform Close-Player-Journal
           IF DuplicateCount = 0
               DISPLAY "No duplicates entered - nothing to do."
               CLOSE PlayerMasterFile
           Perform Load-Archive-Control
           Perform Rewrite-Archived-Scores-Files
           Perform Rewrite-Archived-Match-Files
           Perform Rebuild-Match-Index
           MOVE SPACES TO ReportLine
           STRING
               "Merged "              DELIMITED BY SIZE
           MOVE 0 TO RETURN-CODE
           GOBACK.

*> The match index carries player ids, so it is rebuilt from the
*> rewritten generations rather than patched row by row.
       Rebuild-Match-Index.
           CALL "MatchIndexBuild"
       .

       Load-Archive-Control.
           OPEN INPUT ArchCtlFile
           IF ArchCtlFileStatus = "00"
           MOVE PM-Wins TO MergedWins
           MOVE PM-Losses TO MergedLosses
           MOVE PM-Points TO MergedPoints
           MOVE PlayerMasterRecord TO JournalBeforeImage
           DELETE PlayerMasterFile
               INVALID KEY
                   DISPLAY "Could not delete " DuplicateId
           END-DELETE
           Perform Journal-Player-Delete
           MOVE SurvivorId TO PM-PlayerId
           READ PlayerMasterFile
               INVALID KEY
                   DISPLAY "Survivor vanished mid-run - aborting fold."
               NOT INVALID KEY
                   MOVE PlayerMasterRecord TO JournalBeforeImage
                   ADD MergedWins TO PM-Wins
                   ADD MergedLosses TO PM-Losses
                   ADD MergedPoints TO PM-Points
                   REWRITE PlayerMasterRecord
                   Perform Journal-Player-Change
                   ADD 1 TO DuplicateCount
                   MOVE DuplicateId
                       TO DuplicateEntry(DuplicateCount)
           END-READ
       .

       Open-Player-Journal.
           OPEN EXTEND PlayerJournalFile
           IF PlayerJournalFileStatus = "35"
               OPEN OUTPUT PlayerJournalFile
               CLOSE PlayerJournalFile
               OPEN EXTEND PlayerJournalFile
           END-IF
           IF PlayerJournalFileStatus = "00"
               MOVE 1 TO PlayerJournalOpen
           ELSE
               DISPLAY "*** Cannot open PLAYJRNL.DAT - status "
                   PlayerJournalFileStatus
                   " - changes not journaled ***"
           END-IF
       .

       Close-Player-Journal.
           IF PlayerJournalOpen = 1
               CLOSE PlayerJournalFile
               MOVE 0 TO PlayerJournalOpen
           END-IF
       .

       Journal-Player-Change.
           MOVE "C" TO JournalAction
           Perform Write-Player-Journal
       .

       Journal-Player-Delete.
           MOVE "D" TO JournalAction
           Perform Write-Player-Journal
       .

*> Only a change that reached PLAYERS.DAT is journaled, so the journal
*> replays to exactly what the file held. The caller keeps the record
*> as it was read in JournalBeforeImage before changing or deleting it.
       Write-Player-Journal.
           IF PlayerJournalOpen = 1 AND PlayerMasterFileStatus = "00"
               ACCEPT JournalDate FROM DATE YYYYMMDD
               ACCEPT JournalClock FROM TIME
               MOVE JournalClock(1:6) TO JournalTime
               MOVE JournalTimestamp TO PJ-Timestamp
               MOVE "PlayerMerge" TO PJ-Program
               MOVE "HOST" TO PJ-StationId
               MOVE JournalAction TO PJ-Action
               MOVE JournalBeforeImage TO PJ-BeforeImage
               IF JournalAction = "D"
                   MOVE SPACES TO PJ-AfterImage
               ELSE
                   MOVE PlayerMasterRecord TO PJ-AfterImage
               END-IF
               WRITE PlayerJournalRecord
           END-IF
       .

       END PROGRAM PlayerMerge.
