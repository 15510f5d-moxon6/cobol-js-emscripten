               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT RatingsFile ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PlayerId
               FILE STATUS IS RatingsFileStatus.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-PlayerId
               FILE STATUS IS MemberFileStatus.
           SELECT ScoresFile ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoresFileStatus.
           SELECT ArchCtlFile ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchCtlFileStatus.
           SELECT JournalWorkFile ASSIGN TO "JRNLWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalWorkStatus.
           SELECT JournalHistFile ASSIGN TO "JRNLHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalHistStatus.
           SELECT PlayerHistFile ASSIGN TO "PLAYHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerHistStatus.
           SELECT PlayerWorkFile ASSIGN TO "PLAYWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerWorkStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD RatingsFile.
       COPY "ratingrec.cpy".
       FD MemberFile.
       COPY "memberrec.cpy".
       FD ScoresFile.
       COPY "scorerec.cpy".
       FD ScoresWorkFile.
       01 MatchHistHistRecord PIC X(80).
       FD ArchCtlFile.
       COPY "archctlrec.cpy".
       FD JournalWorkFile.
       01 JournalWorkRecord PIC X(167).
       FD JournalHistFile.
       01 JournalHistRecord PIC X(167).
       FD PlayerHistFile.
       01 PlayerHistRecord PIC X(66).
       FD PlayerWorkFile.
       01 PlayerWorkRecord PIC X(66).
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
       01 RatingsFileStatus PIC XX VALUE "00".
       01 MemberFileStatus PIC XX VALUE "00".
       01 ScoresFileStatus PIC XX VALUE "00".
       01 ScoresWorkStatus PIC XX VALUE "00".
       01 MatchHistStatus PIC XX VALUE "00".
       01 ScoreHistFileStatus PIC XX VALUE "00".
       01 MatchHistHistStatus PIC XX VALUE "00".
       01 ArchCtlFileStatus PIC XX VALUE "00".
       01 JournalWorkStatus PIC XX VALUE "00".
       01 JournalHistStatus PIC XX VALUE "00".
       01 PlayerHistStatus PIC XX VALUE "00".
       01 PlayerWorkStatus PIC XX VALUE "00".
       01 EndOfArchCtlFile PIC 9 VALUE 0.
       01 EndOfHistFile PIC 9 VALUE 0.
       01 EndOfFileSwitch PIC 9 VALUE 0.
       01 ScoreHistWorkName PIC X(22) VALUE "SCOREHIST.TMP".
       01 MatchHistWorkName PIC X(22) VALUE "MATCHHIST.TMP".
       01 JournalHistWorkName PIC X(22) VALUE "JRNLHIST.TMP".
       01 PlayerHistWorkName PIC X(22) VALUE "PLAYHIST.TMP".
       01 HistFileName PIC X(22).
       01 ScoreHistCount PIC 99 VALUE 0.
       01 MatchHistCount PIC 99 VALUE 0.
           05 ScoreHistName OCCURS 99 TIMES PIC X(22).
       01 MatchHistNameTable.
           05 MatchHistName OCCURS 99 TIMES PIC X(22).
       01 JournalHistCount PIC 99 VALUE 0.
       01 JournalHistNameTable.
           05 JournalHistName OCCURS 99 TIMES PIC X(22).
       01 PlayerHistCount PIC 99 VALUE 0.
       01 PlayerHistNameTable.
           05 PlayerHistName OCCURS 99 TIMES PIC X(22).
       01 HistIndex PIC 99.
       01 HistLookupIndex PIC 99.
       01 HistNameSeen PIC 9.
       01 KeptMatchCount PIC 9(05).
       01 MasterRowsTouched PIC 9(05) VALUE 0.
       01 RatingRowsTouched PIC 9(05) VALUE 0.
       01 MemberRowsTouched PIC 9(05) VALUE 0.
       01 ScoreRowsTouched PIC 9(07) VALUE 0.
       01 MatchRowsTouched PIC 9(07) VALUE 0.
       01 MilestoneRowsTouched PIC 9(05) VALUE 0.
       01 RatHistRowsTouched PIC 9(05) VALUE 0.
       01 JournalRowsTouched PIC 9(07) VALUE 0.
       01 ArchivedMasterRowsTouched PIC 9(05) VALUE 0.
       01 ScrubImage.
           05 SI-PlayerId     PIC X(10).
           05 SI-PlayerName   PIC X(20).
           05 SI-Wins         PIC 9(05).
           05 SI-Losses       PIC 9(05).
           05 SI-Points       PIC 9(07).
           05 SI-Pin          PIC X(04).
           05 SI-ClubCode     PIC X(04).
           05 SI-Division     PIC X(03).
           05 SI-DivisionDate PIC 9(08).
       01 RowWasTouched PIC 9.

       PROCEDURE DIVISION.
           MOVE AnonToken TO AnonLongToken
           Perform Anonymize-Player-Master
           Perform Anonymize-Ratings
           Perform Anonymize-Membership
           Perform Anonymize-Live-Scores
           Perform Anonymize-Live-Matches
           Perform Anonymize-Milestones
           Perform Load-Archive-Control
           Perform Anonymize-Archived-Scores-Files
           Perform Anonymize-Archived-Match-Files
           Perform Rebuild-Match-Index
           Perform Anonymize-Player-Journal
           Perform Anonymize-Archived-Journals
           Perform Anonymize-Archived-Masters
           DISPLAY "Replacement token: " AnonToken
           DISPLAY "Rows touched, as proof for the requester:"
           DISPLAY "  PLAYERS.DAT   " MasterRowsTouched
           DISPLAY "  RATINGS.DAT   " RatingRowsTouched
           DISPLAY "  MEMBERS.DAT   " MemberRowsTouched
           DISPLAY "  SCORES.DAT and SCOREHIST generations "
               ScoreRowsTouched
           DISPLAY "  MATCHES.DAT and MATCHHIST generations "
               MatchRowsTouched
           DISPLAY "  MILESTONE.DAT " MilestoneRowsTouched
           DISPLAY "  RATHIST.DAT   " RatHistRowsTouched
           DISPLAY "  PLAYJRNL.DAT and PLAYJRNL generations "
               JournalRowsTouched
           DISPLAY "  PLAYERS.DAT archive copies "
               ArchivedMasterRowsTouched
           MOVE 0 TO RETURN-CODE
           GOBACK.

*> The match index carries player ids, so it is rebuilt from the
*> rewritten generations rather than patched row by row.
       Rebuild-Match-Index.
           CALL "MatchIndexBuild"
       .

       Anonymize-Player-Master.
           OPEN I-O PlayerMasterFile
           IF PlayerMasterFileStatus NOT = "00"
               DISPLAY "No player master file - skipped."
           ELSE
               Perform Open-Player-Journal
               MOVE TargetId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY
                       MOVE PM-Wins TO KeptWins
                       MOVE PM-Losses TO KeptLosses
                       MOVE PM-Points TO KeptPoints
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       DELETE PlayerMasterFile
                           INVALID KEY CONTINUE
                       END-DELETE
                       Perform Journal-Player-Delete
                       MOVE AnonToken TO PM-PlayerId
                       MOVE AnonToken TO PM-PlayerName
                       MOVE KeptWins TO PM-Wins
                       MOVE KeptLosses TO PM-Losses
                       MOVE KeptPoints TO PM-Points
                       MOVE SPACES TO PM-Pin
                       MOVE SPACES TO PM-ClubCode
                       MOVE SPACES TO PM-Division
                       MOVE 0 TO PM-DivisionDate
                       WRITE PlayerMasterRecord
                           INVALID KEY CONTINUE
                       END-WRITE
                       Perform Journal-Player-Add
                       ADD 1 TO MasterRowsTouched
               END-READ
               CLOSE PlayerMasterFile
               Perform Close-Player-Journal
           END-IF
       .

           END-IF
       .

*> The membership row is nothing but personal and contact details, so
*> it is removed outright rather than re-keyed to the token.
       Anonymize-Membership.
           OPEN I-O MemberFile
           IF MemberFileStatus NOT = "00"
               CONTINUE
           ELSE
               MOVE TargetId TO MB-PlayerId
               READ MemberFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE MemberFile
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO MemberRowsTouched
               END-READ
               CLOSE MemberFile
           END-IF
       .

       Anonymize-Live-Scores.
           MOVE 0 TO EndOfFileSwitch
           OPEN INPUT ScoresFile
                           Perform Note-Score-History-Name
                       WHEN "MATCHES.DAT"
                           Perform Note-Match-History-Name
                       WHEN "PLAYJRNL.DAT"
                           Perform Note-Journal-History-Name
                       WHEN "PLAYERS.DAT"
                           Perform Note-Player-History-Name
                   END-EVALUATE
           END-READ
       .
           END-IF
       .

       Note-Journal-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Journal-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > JournalHistCount
           IF HistNameSeen = 0
               IF JournalHistCount < 99
                   ADD 1 TO JournalHistCount
                   MOVE AC-HistoryFile
                       TO JournalHistName(JournalHistCount)
               ELSE
                   DISPLAY "History table full - skipping "
                       AC-HistoryFile
               END-IF
           END-IF
       .

       Compare-Journal-History-Name.
           IF JournalHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Note-Player-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Player-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > PlayerHistCount
           IF HistNameSeen = 0
               IF PlayerHistCount < 99
                   ADD 1 TO PlayerHistCount
                   MOVE AC-HistoryFile
                       TO PlayerHistName(PlayerHistCount)
               ELSE
                   DISPLAY "History table full - skipping "
                       AC-HistoryFile
               END-IF
           END-IF
       .

       Compare-Player-History-Name.
           IF PlayerHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Anonymize-Archived-Scores-Files.
           PERFORM Anonymize-One-Archived-Scores
               VARYING HistIndex FROM 1 BY 1
           END-READ
       .

*> The journal and the nightly copies of PLAYERS.DAT hold whole
*> player records, name and PIN included, so they are scrubbed the way
*> the master itself was: the id and name become the token and the
*> PIN, club and division are blanked. The rows this run journaled
*> are scrubbed with the rest, and a recovery replays to the token.
       Anonymize-Player-Journal.
           MOVE 0 TO EndOfFileSwitch
           OPEN INPUT PlayerJournalFile
           IF PlayerJournalFileStatus = "00"
               OPEN OUTPUT JournalWorkFile
               Perform Scrub-Journal-To-Work UNTIL EndOfFileSwitch = 1
               CLOSE JournalWorkFile
               CLOSE PlayerJournalFile
               Perform Copy-Work-To-Journal
           END-IF
       .

       Scrub-Journal-To-Work.
           READ PlayerJournalFile
               AT END MOVE 1 TO EndOfFileSwitch
               NOT AT END
                   Perform Scrub-Journal-Record
                   MOVE PlayerJournalRecord TO JournalWorkRecord
                   WRITE JournalWorkRecord
           END-READ
       .

       Scrub-Journal-Record.
           MOVE 0 TO RowWasTouched
           MOVE PJ-BeforeImage TO ScrubImage
           Perform Scrub-Player-Image
           MOVE ScrubImage TO PJ-BeforeImage
           MOVE PJ-AfterImage TO ScrubImage
           Perform Scrub-Player-Image
           MOVE ScrubImage TO PJ-AfterImage
           IF RowWasTouched = 1
               ADD 1 TO JournalRowsTouched
           END-IF
       .

       Scrub-Player-Image.
           IF SI-PlayerId = TargetId
               MOVE AnonToken TO SI-PlayerId
               MOVE AnonToken TO SI-PlayerName
               MOVE SPACES TO SI-Pin
               MOVE SPACES TO SI-ClubCode
               MOVE SPACES TO SI-Division
               MOVE 0 TO SI-DivisionDate
               MOVE 1 TO RowWasTouched
           END-IF
       .

       Copy-Work-To-Journal.
           MOVE 0 TO EndOfFileSwitch
           OPEN INPUT JournalWorkFile
           OPEN OUTPUT PlayerJournalFile
           Perform Copy-One-Work-Journal UNTIL EndOfFileSwitch = 1
           CLOSE PlayerJournalFile
           CLOSE JournalWorkFile
       .

       Copy-One-Work-Journal.
           READ JournalWorkFile
               AT END MOVE 1 TO EndOfFileSwitch
               NOT AT END
                   MOVE JournalWorkRecord TO PlayerJournalRecord
                   WRITE PlayerJournalRecord
           END-READ
       .

       Anonymize-Archived-Journals.
           PERFORM Anonymize-One-Archived-Journal
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > JournalHistCount
       .

       Anonymize-One-Archived-Journal.
           MOVE JournalHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName JournalHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT JournalHistFile
               OPEN OUTPUT JournalWorkFile
               Perform Scrub-Hist-Journal-To-Work
                   UNTIL EndOfHistFile = 1
               CLOSE JournalWorkFile
               CLOSE JournalHistFile
               Perform Copy-Work-To-Hist-Journal
               CALL "CBL_RENAME_FILE"
                   USING JournalHistWorkName HistFileName
           END-IF
       .

       Scrub-Hist-Journal-To-Work.
           READ JournalHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE JournalHistRecord TO PlayerJournalRecord
                   Perform Scrub-Journal-Record
                   MOVE PlayerJournalRecord TO JournalWorkRecord
                   WRITE JournalWorkRecord
           END-READ
       .

       Copy-Work-To-Hist-Journal.
           MOVE 0 TO EndOfHistFile
           OPEN INPUT JournalWorkFile
           OPEN OUTPUT JournalHistFile
           Perform Copy-One-Work-Hist-Journal
               UNTIL EndOfHistFile = 1
           CLOSE JournalHistFile
           CLOSE JournalWorkFile
       .

       Copy-One-Work-Hist-Journal.
           READ JournalWorkFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE JournalWorkRecord TO JournalHistRecord
                   WRITE JournalHistRecord
           END-READ
       .

       Anonymize-Archived-Masters.
           PERFORM Anonymize-One-Archived-Master
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > PlayerHistCount
       .

       Anonymize-One-Archived-Master.
           MOVE PlayerHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName PlayerHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT PlayerHistFile
               OPEN OUTPUT PlayerWorkFile
               Perform Scrub-Hist-Master-To-Work
                   UNTIL EndOfHistFile = 1
               CLOSE PlayerWorkFile
               CLOSE PlayerHistFile
               Perform Copy-Work-To-Hist-Master
               CALL "CBL_RENAME_FILE"
                   USING PlayerHistWorkName HistFileName
           END-IF
       .

       Scrub-Hist-Master-To-Work.
           READ PlayerHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE 0 TO RowWasTouched
                   MOVE PlayerHistRecord TO ScrubImage
                   Perform Scrub-Player-Image
                   IF RowWasTouched = 1
                       ADD 1 TO ArchivedMasterRowsTouched
                   END-IF
                   MOVE ScrubImage TO PlayerWorkRecord
                   WRITE PlayerWorkRecord
           END-READ
       .

       Copy-Work-To-Hist-Master.
           MOVE 0 TO EndOfHistFile
           OPEN INPUT PlayerWorkFile
           OPEN OUTPUT PlayerHistFile
           Perform Copy-One-Work-Hist-Master
               UNTIL EndOfHistFile = 1
           CLOSE PlayerHistFile
           CLOSE PlayerWorkFile
       .

       Copy-One-Work-Hist-Master.
           READ PlayerWorkFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE PlayerWorkRecord TO PlayerHistRecord
                   WRITE PlayerHistRecord
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

       Journal-Player-Add.
           MOVE SPACES TO JournalBeforeImage
           MOVE "A" TO JournalAction
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
               MOVE "PlayerAnonymize" TO PJ-Program
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

       END PROGRAM PlayerAnonymize.
