               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT RatingsFile ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 CountyInRecord PIC X(80).
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD RatingsFile.
       COPY "ratingrec.cpy".
       WORKING-STORAGE SECTION.
       01 CountyInFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 RatingsFileStatus PIC XX VALUE "00".
       01 EndOfCountyInFile PIC 9 VALUE 0.
*> League office visiting-player layout: one H row naming the sending
               GOBACK
           END-IF
           Perform Open-Ratings-File
           Perform Open-Player-Journal
           MOVE 1 TO ApplyPass
           MOVE 0 TO DetailCount
           MOVE 0 TO ImportChecksum
           Perform Scan-County-In-File
           CLOSE PlayerMasterFile
           Perform Close-Player-Journal
           IF RatingsFileStatus = "00"
               CLOSE RatingsFile
           END-IF
           MOVE CI-Losses TO PM-Losses
           MOVE CI-Points TO PM-Points
           MOVE SPACES TO PM-Pin
           MOVE SPACES TO PM-ClubCode
           MOVE SPACES TO PM-Division
           MOVE 0 TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PlayersAdded
                   Perform Journal-Player-Add
                   Perform Seed-Visiting-Rating
           END-WRITE
       .
           END-IF
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

       Journal-Player-Add.
           MOVE SPACES TO JournalBeforeImage
           MOVE "A" TO JournalAction
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
               MOVE "CountyImport" TO PJ-Program
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

       END PROGRAM CountyImport.
