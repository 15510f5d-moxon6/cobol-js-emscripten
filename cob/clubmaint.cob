       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClubMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClubFile ASSIGN TO "CLUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClubFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ClubFile.
       COPY "clubrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       WORKING-STORAGE SECTION.
       01 ClubFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 EndOfClubFile PIC 9 VALUE 0.
       01 EndOfPlayerFile PIC 9 VALUE 0.
       01 ClubCount PIC 99 VALUE 0.
       01 ClubIndex PIC 99.
       01 FoundClub PIC 99.
       01 ClubTable.
           05 ClubEntry OCCURS 40 TIMES INDEXED BY CB-Idx.
               10 CB-ClubCode     PIC X(04).
               10 CB-ClubName     PIC X(30).
               10 CB-Secretary    PIC X(20).
               10 CB-JoinedDate   PIC 9(08).
               10 CB-MemberCount  PIC 9(04).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 FileChanged PIC 9 VALUE 0.
       01 ClubOverflow PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 WorkClubCode PIC X(04).
       01 WorkClubName PIC X(30).
       01 WorkSecretary PIC X(20).
       01 WorkPlayerId PIC X(10).
       01 UnattachedCount PIC 9(04).
       01 ReportLine PIC X(80).

       PROCEDURE DIVISION.
       Main.
           Perform Load-Club-File
           DISPLAY "===== CLUB AND MEMBERSHIP MAINTENANCE ====="
           IF ClubOverflow = 1
               DISPLAY "File holds more clubs than the table - updates"
               DISPLAY "are refused so no club can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF FileChanged = 1 AND ClubOverflow = 0
               Perform Rewrite-Club-File
               DISPLAY "Club file rewritten."
           ELSE
               DISPLAY "No club changes - file left untouched."
           END-IF
           GOBACK.

       Load-Club-File.
           OPEN INPUT ClubFile
           IF ClubFileStatus = "00"
               Perform Read-Club-Record UNTIL EndOfClubFile = 1
               CLOSE ClubFile
           END-IF
       .

       Read-Club-Record.
           READ ClubFile
               AT END MOVE 1 TO EndOfClubFile
               NOT AT END
                   IF ClubCount < 40
                       ADD 1 TO ClubCount
                       MOVE ClubCount TO CB-Idx
                       MOVE CL-ClubCode TO CB-ClubCode(CB-Idx)
                       MOVE CL-ClubName TO CB-ClubName(CB-Idx)
                       MOVE CL-Secretary TO CB-Secretary(CB-Idx)
                       MOVE CL-JoinedDate TO CB-JoinedDate(CB-Idx)
                   ELSE
                       MOVE 1 TO ClubOverflow
                       DISPLAY "Club table full - club not loaded: "
                           CL-ClubCode
                   END-IF
           END-READ
       .

       Process-One-Function.
           DISPLAY "Function? A=Add club M=Set member's club"
               " L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "amlx" TO "AMLX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Club
               WHEN "M"
                   Perform Set-Member-Club
               WHEN "L"
                   Perform List-Clubs
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Add-Club.
           IF ClubOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Club
           END-IF
       .

       Add-Club.
           IF ClubCount >= 40
               DISPLAY "Club table full - rejected."
           ELSE
               DISPLAY "Club code (up to 4 characters)?"
               ACCEPT WorkClubCode
               INSPECT WorkClubCode CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               Perform Find-Club
               IF WorkClubCode = SPACES
                   DISPLAY "A club code is needed - rejected."
               ELSE
                   IF FoundClub > 0
                       DISPLAY "Club " WorkClubCode
                           " is already on file - rejected."
                   ELSE
                       DISPLAY "Club name?"
                       ACCEPT WorkClubName
                       DISPLAY "Club secretary?"
                       ACCEPT WorkSecretary
                       ACCEPT CurrentDate FROM DATE YYYYMMDD
                       ADD 1 TO ClubCount
                       MOVE ClubCount TO CB-Idx
                       MOVE WorkClubCode TO CB-ClubCode(CB-Idx)
                       MOVE WorkClubName TO CB-ClubName(CB-Idx)
                       MOVE WorkSecretary TO CB-Secretary(CB-Idx)
                       MOVE CurrentDate TO CB-JoinedDate(CB-Idx)
                       MOVE 1 TO FileChanged
                       DISPLAY "Club " WorkClubCode " added."
                   END-IF
               END-IF
           END-IF
       .

       Find-Club.
           MOVE 0 TO FoundClub
           PERFORM Compare-Club-Code VARYING ClubIndex FROM 1 BY 1
               UNTIL ClubIndex > ClubCount OR FoundClub > 0
       .

       Compare-Club-Code.
           MOVE ClubIndex TO CB-Idx
           IF CB-ClubCode(CB-Idx) = WorkClubCode
               MOVE ClubIndex TO FoundClub
           END-IF
       .

*> A player turns out for one club at a time. Moving a player to a
*> new club only changes the code on the master record; rubbers
*> already played keep the club they were played for on TIES.DAT.
       Set-Member-Club.
           DISPLAY "Player initials?"
           ACCEPT WorkPlayerId
           DISPLAY "Club code (blank to leave the player unattached)?"
           ACCEPT WorkClubCode
           INSPECT WorkClubCode CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Perform Find-Club
           IF WorkClubCode NOT = SPACES AND FoundClub = 0
               DISPLAY "No club " WorkClubCode " on file - add it first."
           ELSE
               OPEN I-O PlayerMasterFile
               IF PlayerMasterFileStatus NOT = "00"
                   DISPLAY "Cannot open PLAYERS.DAT - status "
                       PlayerMasterFileStatus
               ELSE
                   Perform Open-Player-Journal
                   MOVE WorkPlayerId TO PM-PlayerId
                   READ PlayerMasterFile
                       INVALID KEY
                           DISPLAY WorkPlayerId
                               " is not in the player master."
                       NOT INVALID KEY
                           MOVE PlayerMasterRecord TO JournalBeforeImage
                           MOVE WorkClubCode TO PM-ClubCode
                           REWRITE PlayerMasterRecord
                           Perform Journal-Player-Change
                           IF WorkClubCode = SPACES
                               DISPLAY WorkPlayerId
                                   " is now unattached."
                           ELSE
                               DISPLAY WorkPlayerId " now plays for "
                                   WorkClubCode "."
                           END-IF
                   END-READ
                   CLOSE PlayerMasterFile
                   Perform Close-Player-Journal
               END-IF
           END-IF
       .

       List-Clubs.
           Perform Count-Club-Members
           DISPLAY "CODE NAME                           SECRETARY"
               "            JOINED   MEMBERS"
           PERFORM List-One-Club VARYING ClubIndex FROM 1 BY 1
               UNTIL ClubIndex > ClubCount
           IF ClubCount = 0
               DISPLAY "No clubs on file."
           END-IF
           DISPLAY "Unattached players: " UnattachedCount
       .

       Count-Club-Members.
           MOVE 0 TO UnattachedCount
           PERFORM Clear-Member-Count VARYING ClubIndex FROM 1 BY 1
               UNTIL ClubIndex > ClubCount
           MOVE 0 TO EndOfPlayerFile
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus = "00"
               Perform Count-One-Member UNTIL EndOfPlayerFile = 1
               CLOSE PlayerMasterFile
           END-IF
       .

       Clear-Member-Count.
           MOVE ClubIndex TO CB-Idx
           MOVE 0 TO CB-MemberCount(CB-Idx)
       .

       Count-One-Member.
           READ PlayerMasterFile NEXT
               AT END MOVE 1 TO EndOfPlayerFile
               NOT AT END
                   MOVE PM-ClubCode TO WorkClubCode
                   Perform Find-Club
                   IF FoundClub > 0
                       MOVE FoundClub TO CB-Idx
                       ADD 1 TO CB-MemberCount(CB-Idx)
                   ELSE
                       ADD 1 TO UnattachedCount
                   END-IF
           END-READ
       .

       List-One-Club.
           MOVE ClubIndex TO CB-Idx
           MOVE SPACES TO ReportLine
           STRING
               CB-ClubCode(CB-Idx)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               CB-ClubName(CB-Idx)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               CB-Secretary(CB-Idx)     DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               CB-JoinedDate(CB-Idx)    DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               CB-MemberCount(CB-Idx)   DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Rewrite-Club-File.
           OPEN OUTPUT ClubFile
           PERFORM Write-Club-Record VARYING ClubIndex FROM 1 BY 1
               UNTIL ClubIndex > ClubCount
           CLOSE ClubFile
       .

       Write-Club-Record.
           MOVE ClubIndex TO CB-Idx
           MOVE CB-ClubCode(CB-Idx) TO CL-ClubCode
           MOVE CB-ClubName(CB-Idx) TO CL-ClubName
           MOVE CB-Secretary(CB-Idx) TO CL-Secretary
           MOVE CB-JoinedDate(CB-Idx) TO CL-JoinedDate
           WRITE ClubRecord
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

*> Only a change that reached PLAYERS.DAT is journaled, so the journal
*> replays to exactly what the file held. The caller keeps the record
*> as it was read in JournalBeforeImage before changing or deleting it.
       Write-Player-Journal.
           IF PlayerJournalOpen = 1 AND PlayerMasterFileStatus = "00"
               ACCEPT JournalDate FROM DATE YYYYMMDD
               ACCEPT JournalClock FROM TIME
               MOVE JournalClock(1:6) TO JournalTime
               MOVE JournalTimestamp TO PJ-Timestamp
               MOVE "ClubMaint" TO PJ-Program
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

       END PROGRAM ClubMaint.
