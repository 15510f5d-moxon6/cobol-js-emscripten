               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT MilestoneFile ASSIGN TO "MILESTONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MilestoneFileStatus.
           SELECT LeagueFile ASSIGN TO "LEAGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LeagueFileStatus.
           SELECT TieFile ASSIGN TO "TIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TieFileStatus.
           SELECT LadderFile ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LadderFileStatus.
           SELECT ChallengeFile ASSIGN TO "CHALLENGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeFileStatus.
           SELECT PracticeFile ASSIGN TO "PRACTICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Key
               FILE STATUS IS PracticeFileStatus.
           SELECT CreditAcctFile ASSIGN TO "CREDITACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-AccountId
               FILE STATUS IS CreditAcctFileStatus.
           SELECT CreditTxnFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditTxnFileStatus.
           SELECT SuspensionFile ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspensionFileStatus.
           SELECT FaultFile ASSIGN TO "FAULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FaultFileStatus.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-PlayerId
               FILE STATUS IS MemberFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ScoresFile.
       COPY "controlrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD MilestoneFile.
       COPY "milerec.cpy".
       FD FixturesFile.
       COPY "nextuprec.cpy".
       FD LeagueFile.
       COPY "leaguerec.cpy".
       FD TieFile.
       COPY "tierec.cpy".
       FD LadderFile.
       COPY "ladderrec.cpy".
       FD ChallengeFile.
       COPY "challrec.cpy".
       FD PracticeFile.
       COPY "practrec.cpy".
       FD CreditAcctFile.
       COPY "creditacct.cpy".
       FD CreditTxnFile.
       COPY "credittxn.cpy".
       FD SuspensionFile.
       COPY "suspendrec.cpy".
       FD FaultFile.
       COPY "faultrec.cpy".
       FD MemberFile.
       COPY "memberrec.cpy".
       WORKING-STORAGE SECTION.
       01 ScoresFileStatus PIC XX VALUE "00".
       01 AuditFileStatus PIC XX VALUE "00".
       01 TickerCount PIC 99 VALUE 0.
       01 TickerIndex PIC 99 VALUE 1.
       01 TickerTable.
           05 TickerLine OCCURS 30 TIMES PIC X(60).
       COPY "divcodes.cpy".
       01 TopFiveTable.
           05 TopFiveDivision OCCURS 4 TIMES INDEXED BY TD-Idx.
               10 TopFiveCount PIC 9.
               10 TopFiveEntry OCCURS 5 TIMES INDEXED BY TF-Idx.
                   15 TF-PlayerId PIC X(10).
                   15 TF-Wins     PIC 9(05).
       01 TopFiveSlot PIC 9.
       01 DivisionIndex PIC 9.
       01 FoundDivision PIC 9.
       01 WorkDivision PIC X(03).
       01 TempTopFiveEntry.
           05 TempTFPlayerId PIC X(10).
           05 TempTFWins     PIC 9(05).
       01 QueueMode PIC 9 VALUE 0.
       01 QueueCount PIC 99 VALUE 0.
       01 QueueIndex PIC 99.
       01 QueueOffer PIC 99.
       01 QueueTable.
           05 QueueEntry OCCURS 20 TIMES INDEXED BY QT-Idx.
               10 QT-Player1Id       PIC X(10).
               10 LF-WinnerScore  PIC 99.
               10 LF-LoserScore   PIC 99.
       01 LeagueText PIC X(60).
       01 TieFileStatus PIC XX VALUE "00".
       01 EndOfTieFile PIC 9 VALUE 0.
       01 TieMode PIC 9 VALUE 0.
       01 TieRubberCount PIC 9(03) VALUE 0.
       01 CurrentTieRubber PIC 9(03) VALUE 0.
       01 TieIndex PIC 9(03).
       01 TieRubberTable.
           05 TieRubberEntry OCCURS 300 TIMES INDEXED BY TR-Idx.
               10 TR-TieNumber      PIC 9(03).
               10 TR-RubberNumber   PIC 9.
               10 TR-TieDate        PIC 9(08).
               10 TR-HomeClub       PIC X(04).
               10 TR-AwayClub       PIC X(04).
               10 TR-HomePlayerId   PIC X(10).
               10 TR-AwayPlayerId   PIC X(10).
               10 TR-MatchStartTs   PIC X(14).
               10 TR-StationId      PIC X(04).
       01 TieText PIC X(60).
       01 LadderFileStatus PIC XX VALUE "00".
       01 ChallengeFileStatus PIC XX VALUE "00".
       01 EndOfLadderFile PIC 9 VALUE 0.
       01 EndOfChallengeFile PIC 9 VALUE 0.
       01 LadderMode PIC 9 VALUE 0.
       01 LadderCount PIC 9(03) VALUE 0.
       01 LadderOverflow PIC 9 VALUE 0.
       01 LadderIndex PIC 9(03).
       01 PriorLadderIndex PIC 9(03).
       01 LadderTable.
           05 LadderEntry OCCURS 100 TIMES INDEXED BY LR-Idx.
               10 LR-Rung           PIC 9(03).
               10 LR-PlayerId       PIC X(10).
               10 LR-JoinedDate     PIC 9(08).
               10 LR-WeekStartRung  PIC 9(03).
               10 LR-WeekStartDate  PIC 9(08).
       01 HeldLadderEntry PIC X(32).
       01 LadderPlayerId PIC X(10).
       01 FoundRung PIC 9(03).
       01 ChallengerRung PIC 9(03).
       01 DefenderRung PIC 9(03).
       01 ChallengeCount PIC 9(03) VALUE 0.
       01 ChallengeIndex PIC 9(03).
       01 ChallengeOverflow PIC 9 VALUE 0.
       01 CurrentChallenge PIC 9(05) VALUE 0.
       01 OldestChallenge PIC 9(03).
       01 ChallengeTable.
           05 ChallengeEntry OCCURS 500 TIMES INDEXED BY CG-Idx.
               10 CG-ChallengeNumber  PIC 9(05).
               10 CG-ChallengerId     PIC X(10).
               10 CG-ChallengerRung   PIC 9(03).
               10 CG-DefenderId       PIC X(10).
               10 CG-DefenderRung     PIC 9(03).
               10 CG-IssuedDate       PIC 9(08).
               10 CG-ExpiryDate       PIC 9(08).
               10 CG-Status           PIC X(09).
               10 CG-WinnerId         PIC X(10).
               10 CG-SettledDate      PIC 9(08).
               10 CG-MatchStartTs     PIC X(14).
               10 CG-StationId        PIC X(04).
       01 LadderText PIC X(60).
       01 PracticeFileStatus PIC XX VALUE "00".
       01 PracticeMode PIC 9 VALUE 0.
       01 DrillCode PIC 9 VALUE 1.
       01 DrillName PIC X(08).
       01 DrillScore PIC 9(04) VALUE 0.
       01 DrillReturns PIC 9(05) VALUE 0.
       01 DrillRallyReturns PIC 9(04) VALUE 0.
       01 DrillAttempts PIC 9(04) VALUE 0.
       01 DrillServeLimit PIC 9(04) VALUE 20.
       01 DrillBallLimit PIC 9(04) VALUE 3.
       01 DrillSeconds PIC 9(05) VALUE 0.
       01 DrillTimeLimit PIC 9(05) VALUE 300.
       01 DrillStartTime PIC 9(06) VALUE 0.
       01 SavedRallySpeedStep PIC 9(04) VALUE 300.
       01 SavedRallySpeedCap PIC 9 VALUE 3.
       01 DrillText PIC X(60).
       01 MatchWinnerId PIC X(20).
       01 MatchLoserId PIC X(20).
       01 MatchStartTimestamp PIC X(14) VALUE SPACES.
       01 MatchJsonText PIC X(160).
       01 JsonPlayer1Score PIC Z9.
       01 JsonPlayer2Score PIC Z9.
       01 CreditAcctFileStatus PIC XX VALUE "00".
       01 CreditTxnFileStatus PIC XX VALUE "00".
       01 CreditsPerMatch PIC 9 VALUE 1.
       01 CreditRefused PIC 9 VALUE 0.
       01 CreditRefusedId PIC X(10).
       01 CreditTxnType PIC X(06).
       01 CreditText PIC X(60).
       01 TokenPoolId PIC X(10).
       01 TokenPoolNeeded PIC 99.
       01 SeatIndex PIC 9.
       01 SeatTable.
           05 SeatEntry OCCURS 4 TIMES INDEXED BY SE-Idx.
               10 SE-PlayerId PIC X(10).
       01 ChargeCount PIC 9 VALUE 0.
       01 ChargeCredits PIC 9 VALUE 0.
       01 ChargeIndex PIC 9.
       01 ChargeTable.
           05 ChargeEntry OCCURS 4 TIMES INDEXED BY CT-Idx.
               10 CT-AccountId PIC X(10).
               10 CT-PlayerId  PIC X(10).
               10 CT-Seat      PIC 9.
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 SuspensionFileStatus PIC XX VALUE "00".
       01 EndOfSuspensionFile PIC 9 VALUE 0.
       01 SuspensionRefused PIC 9 VALUE 0.
       01 SuspendedCount PIC 99 VALUE 0.
       01 SuspendedIndex PIC 99.
       01 SuspendedTable.
           05 SuspendedEntry OCCURS 50 TIMES INDEXED BY SD-Idx.
               10 SD-PlayerId PIC X(10).
               10 SD-EndDate  PIC 9(08).
       01 SuspendCheckId PIC X(10).
       01 SuspendHit PIC 9.
       01 SuspendedUntil PIC 9(08).
       01 SuspendedPlayerId PIC X(10).
       01 HeldFixtureCount PIC 99 VALUE 0.
       01 SuspensionText PIC X(60).
       01 FaultFileStatus PIC XX VALUE "00".
       01 ClockTimestamp.
           05 ClockDate PIC 9(08).
           05 ClockTime PIC 9(08).
       01 FaultCategory PIC X(08).
       01 FaultDescription PIC X(40).
       01 FaultSource PIC X(01).
       01 FaultStatus PIC X(01).
       01 FaultOpenedTs PIC X(14).
       01 FaultClosedTs PIC X(14).
       01 FaultFixApplied PIC X(40).
       01 MemberFileStatus PIC XX VALUE "00".
       01 LapsedCount PIC 9 VALUE 0.
       01 LapsedText PIC X(80).
       01 LapsedPointer PIC 99.
       PROCEDURE DIVISION.
       Main.
           Perform Open-Scores-File
           Perform Open-Audit-File
           Perform Open-Match-Hist-File
           Perform Open-Player-Master-File
           Perform Open-Player-Journal
           Perform Load-House-Record-Rally
           Perform Open-Milestone-File
           CALL "startup" USING BY REFERENCE CanvasHeight CanvasWidth
           CLOSE MatchHistFile.
           CLOSE MilestoneFile.
           CLOSE PlayerMasterFile.
           Perform Close-Player-Journal
           STOP RUN.

       Play-Match.
               END-IF
               Perform Capture-Player-Names
           END-IF
           IF CreditRefused = 1 OR SuspensionRefused = 1
               Perform Start-Next-Match
           ELSE
               Perform Play-Paid-Match
           END-IF
       .

       Play-Paid-Match.
           Perform Initialise-UI.
           CALL "setElementProperty" using ".score" "style.display" "block".
           CALL "setElementProperty" using ".loading-message" "style.display" "None".
               ACCEPT CurrentDate FROM DATE YYYYMMDD
               ACCEPT CurrentTime FROM TIME
               MOVE CurrentTimestamp TO MatchStartTimestamp
               Perform Post-Match-Debits
           END-IF

           IF PracticeMode = 1
               Perform Start-Drill
           END-IF

           IF GameMode = 3
                       RETURNING OMITTED
                   Perform Start-Next-Match
               ELSE
                   IF PracticeMode = 1
                       Perform Show-Drill-Summary
                   ELSE
                       Perform Show-Match-Summary
                   END-IF
                   Perform Start-Next-Match
               END-IF
           END-IF
       .

       Match-Score-Check.
           IF PracticeMode = 1
               Perform Drill-Over-Check
           ELSE
               IF GameMode = 3
                   Perform Blitz-Score-Check
               ELSE
                   Perform Target-Score-Check
               END-IF
           END-IF
       .

           IF LeagueMode = 1
               Perform Record-League-Result
           END-IF
           IF TieMode = 1
               Perform Record-Tie-Result
           END-IF
           IF LadderMode = 1
               Perform Record-Ladder-Result
           END-IF
           Perform Clear-Checkpoint
           MOVE SPACES TO MatchSummaryText
           STRING
           CALL "emscripten_sleep" using by value 3000 RETURNING OMITTED
       .

*> Practice drills are played against the CPU paddle. The CPU serves
*> every ball, and each drill has its own limit as well as a time
*> limit, so one player cannot hold the cabinet indefinitely.
       Select-Drill.
           CALL "setElementProperty" using ".loading-message" "innerHTML" "DRILL? 1=RETURN SERVE  2=RALLY SURVIVAL  3=SPEED-UP ENDURANCE"
           MOVE SPACE TO LastPressed
           Perform Await-Operator-Key UNTIL LastPressed NOT = SPACE
           EVALUATE LastPressed
               WHEN "Digit2"
                   MOVE 2 TO DrillCode
                   MOVE "RALLY" TO DrillName
               WHEN "Digit3"
                   MOVE 3 TO DrillCode
                   MOVE "SPEEDUP" TO DrillName
               WHEN OTHER
                   MOVE 1 TO DrillCode
                   MOVE "RETURN" TO DrillName
           END-EVALUATE
       .

*> The speed-up drill uses the normal rally speed-up, stepped up
*> sooner and allowed to climb higher; the settings are put back when
*> the drill ends.
       Start-Drill.
           MOVE 0 TO DrillScore
           MOVE 0 TO DrillReturns
           MOVE 0 TO DrillRallyReturns
           MOVE 0 TO DrillAttempts
           MOVE 0 TO DrillSeconds
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO DrillStartTime
           MOVE RallySpeedStep TO SavedRallySpeedStep
           MOVE RallySpeedCap TO SavedRallySpeedCap
           IF DrillCode = 3
               MOVE 100 TO RallySpeedStep
               MOVE 9 TO RallySpeedCap
           END-IF
       .

       Count-Drill-Return.
           ADD 1 TO DrillReturns
           ADD 1 TO DrillRallyReturns
           EVALUATE DrillCode
               WHEN 1
                   ADD 1 TO DrillScore
                   MOVE 0 TO DrillRallyReturns
                   Perform Reset-Game
                   MOVE 1 TO BallWasReset
               WHEN 2
                   IF DrillRallyReturns > DrillScore
                       MOVE DrillRallyReturns TO DrillScore
                   END-IF
               WHEN OTHER
                   MOVE DrillReturns TO DrillScore
           END-EVALUATE
       .

*> Player 2's score is the CPU's, so it counts the balls the player
*> has missed. The drill is timed from the HHMMSS it started at, read
*> through the 8-digit clock.
       Drill-Over-Check.
           MOVE DrillStartTime(1:2) TO ClockHour
           MOVE DrillStartTime(3:2) TO ClockMinute
           MOVE DrillStartTime(5:2) TO ClockSecond
           COMPUTE MatchStartSeconds =
               ClockHour * 3600 + ClockMinute * 60 + ClockSecond
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:2) TO ClockHour
           MOVE ClockTime(3:2) TO ClockMinute
           MOVE ClockTime(5:2) TO ClockSecond
           COMPUTE NowSeconds =
               ClockHour * 3600 + ClockMinute * 60 + ClockSecond
           IF NowSeconds < MatchStartSeconds
               ADD 86400 TO NowSeconds
           END-IF
           COMPUTE DrillSeconds = NowSeconds - MatchStartSeconds
           EVALUATE DrillCode
               WHEN 1
                   COMPUTE DrillAttempts = DrillScore + Player2Score
                   IF DrillAttempts >= DrillServeLimit
                       MOVE 1 TO MatchOver
                   END-IF
               WHEN 2
                   MOVE Player2Score TO DrillAttempts
                   IF DrillAttempts >= DrillBallLimit
                       MOVE 1 TO MatchOver
                   END-IF
               WHEN OTHER
                   MOVE 1 TO DrillAttempts
                   IF Player2Score >= 1
                       MOVE 1 TO MatchOver
                   END-IF
           END-EVALUATE
           IF DrillSeconds >= DrillTimeLimit
               MOVE 1 TO MatchOver
           END-IF
       .

       Abandon-Drill.
           Perform Refund-Match-Credits
           MOVE 1 TO MatchAbandoned
           MOVE 1 TO MatchOver
       .

       Show-Drill-Summary.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           MOVE Player1Id TO PR-PlayerId
           MOVE CurrentDate TO PR-DrillDate
           MOVE ClockTime(1:6) TO PR-DrillTime
           MOVE DrillName TO PR-DrillCode
           MOVE DrillScore TO PR-DrillScore
           MOVE DrillAttempts TO PR-Attempts
           MOVE DrillReturns TO PR-Returns
           MOVE DrillSeconds TO PR-Seconds
           MOVE StationId TO PR-StationId
           OPEN I-O PracticeFile
           IF PracticeFileStatus = "35"
               OPEN OUTPUT PracticeFile
           END-IF
           WRITE PracticeRecord
               INVALID KEY
                   DISPLAY "Practice session not saved - duplicate key "
                       PR-Key " status " PracticeFileStatus
           END-WRITE
           CLOSE PracticeFile
           MOVE SPACES TO DrillText
           STRING
               "PRACTICE OVER - "     DELIMITED BY SIZE
               DrillName              DELIMITED BY SPACE
               " SCORE "              DELIMITED BY SIZE
               DrillScore             DELIMITED BY SIZE
               " IN "                 DELIMITED BY SIZE
               DrillSeconds           DELIMITED BY SIZE
               " SECONDS"             DELIMITED BY SIZE
               INTO DrillText
           CALL "setElementProperty" using ".loading-message" "style.display" "block"
           CALL "setElementProperty" using ".loading-message" "innerHTML" DrillText
           CALL "emscripten_sleep" using by value 3000 RETURNING OMITTED
       .

       Write-Match-End-Record.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           MOVE 0 TO Player1PointsThisMatch
           MOVE 0 TO Player2PointsThisMatch
           MOVE SPACES TO MatchStartTimestamp
           MOVE 0 TO CreditRefused
           MOVE 0 TO ChargeCount
           MOVE 0 TO SuspensionRefused
           IF PracticeMode = 1
               MOVE SavedRallySpeedStep TO RallySpeedStep
               MOVE SavedRallySpeedCap TO RallySpeedCap
           END-IF
           Perform Offer-Next-Queued-Pair
       .

*> Solo sign-ups wait on the queue with no second player until the
*> pairing run matches them, so the cabinet calls the first entry that
*> is a complete pair and leaves solo entries where they are.
       Offer-Next-Queued-Pair.
           MOVE 0 TO QueueMode
           Perform Load-Queue-File
           MOVE 0 TO QueueOffer
           PERFORM Find-Queued-Pair VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount OR QueueOffer > 0
           IF QueueOffer > 0
               MOVE QueueOffer TO QT-Idx
               MOVE SPACES TO NextUpText
               STRING
                   "NEXT UP: "                    DELIMITED BY SIZE
                   QT-Player1Id(QT-Idx)           DELIMITED BY SPACE
                   " vs "                         DELIMITED BY SIZE
                   QT-Player2Id(QT-Idx)           DELIMITED BY SPACE
                   " - ANY KEY PLAYS, M=MANUAL"   DELIMITED BY SIZE
                   INTO NextUpText
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               MOVE SPACE TO LastPressed
               Perform Await-Queue-Key UNTIL LastPressed NOT = SPACE
               IF LastPressed NOT = "KeyM"
                   MOVE QueueOffer TO QT-Idx
                   MOVE QT-Player1Id(QT-Idx) TO Player1Id
                   MOVE QT-Player2Id(QT-Idx) TO Player2Id
                   MOVE QT-GameMode(QT-Idx) TO GameMode
                   MOVE 0 TO TournamentMode
                   MOVE 0 TO LeagueMode
                   MOVE 0 TO TieMode
                   MOVE 0 TO LadderMode
                   MOVE 0 TO PracticeMode
                   MOVE 1 TO QueueMode
                   Perform Remove-Queue-Entry
                   Perform Rewrite-Queue-File
               END-IF
           END-IF
           END-IF
       .

       Find-Queued-Pair.
           MOVE QueueIndex TO QT-Idx
           IF QT-Player2Id(QT-Idx) NOT = SPACES
               MOVE QueueIndex TO QueueOffer
           END-IF
       .

       Remove-Queue-Entry.
           PERFORM Shift-Queue-Entry-Down
               VARYING QueueIndex FROM QueueOffer BY 1
               UNTIL QueueIndex >= QueueCount
           SUBTRACT 1 FROM QueueCount
       .
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
               MOVE "MainProgram" TO PJ-Program
               MOVE StationId TO PJ-StationId
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

       Open-Milestone-File.
           OPEN EXTEND MilestoneFile
           IF MilestoneFileStatus = "35"

       Select-Game-Mode.
           CALL "setElementProperty" using ".loading-message" "style.display" "block"
           CALL "setElementProperty" using ".loading-message" "innerHTML" "1=One Player  2=Two Player  3=Tournament  4=Doubles  5=Blitz  6=League  7=Team Tie  8=Ladder  9=Practice"
           ACCEPT LastPressed
           MOVE 0 TO TournamentMode
           MOVE 0 TO LeagueMode
           MOVE 0 TO TieMode
           MOVE 0 TO LadderMode
           MOVE 0 TO PracticeMode
           EVALUATE LastPressed
               WHEN "Digit1"
                   MOVE 1 TO GameMode
               WHEN "Digit6"
                   MOVE 0 TO GameMode
                   MOVE 1 TO LeagueMode
               WHEN "Digit7"
                   MOVE 0 TO GameMode
                   MOVE 1 TO TieMode
               WHEN "Digit8"
                   MOVE 0 TO GameMode
                   MOVE 1 TO LadderMode
               WHEN "Digit9"
                   MOVE 1 TO GameMode
                   MOVE 1 TO PracticeMode
                   Perform Select-Drill
               WHEN OTHER
                   MOVE 0 TO GameMode
           END-EVALUATE

       Capture-Player-Names.
           Perform Reset-Handicap-State
           Perform Load-Suspension-Table
           IF TournamentMode = 1
               Perform Load-Next-Fixture
           END-IF
           IF LeagueMode = 1
               Perform Load-Next-League-Fixture
           END-IF
           IF TieMode = 1
               Perform Load-Next-Tie-Rubber
           END-IF
           IF LadderMode = 1
               Perform Load-Next-Ladder-Challenge
           END-IF
           IF TournamentMode = 0 AND QueueMode = 0 AND LeagueMode = 0
               AND TieMode = 0 AND LadderMode = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" "Player 1 Initials:"
               ACCEPT Player1Id
                   END-IF
               END-IF
           END-IF
           Perform Check-Seat-Suspensions
           IF SuspensionRefused = 0
               Perform Check-Seat-Memberships
               Perform Admit-Players
           END-IF
       .

*> A member whose membership has run out is warned but still plays;
*> the desk chases them from the renewals report. Initials with no
*> MEMBERS.DAT row are casual players and are not warned.
       Check-Seat-Memberships.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE 0 TO LapsedCount
           MOVE SPACES TO LapsedText
           MOVE 1 TO LapsedPointer
           STRING
               "MEMBERSHIP LAPSED:"   DELIMITED BY SIZE
               INTO LapsedText
               WITH POINTER LapsedPointer
           OPEN INPUT MemberFile
           IF MemberFileStatus = "00"
               Perform Build-Seat-Table
               PERFORM Check-Seat-Membership VARYING SeatIndex FROM 1 BY 1
                   UNTIL SeatIndex > 4
               CLOSE MemberFile
           END-IF
           IF LapsedCount > 0
               STRING
                   " - PLEASE RENEW AT THE DESK"   DELIMITED BY SIZE
                   INTO LapsedText
                   WITH POINTER LapsedPointer
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" LapsedText
               CALL "emscripten_sleep" using by value 3000 RETURNING OMITTED
           END-IF
       .

       Check-Seat-Membership.
           MOVE SeatIndex TO SE-Idx
           IF SE-PlayerId(SE-Idx) NOT = SPACES
               AND SE-PlayerId(SE-Idx) NOT = "CPU"
               MOVE SE-PlayerId(SE-Idx) TO MB-PlayerId
               READ MemberFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MB-ExpiryDate < CurrentDate
                           ADD 1 TO LapsedCount
                           STRING
                               " "              DELIMITED BY SIZE
                               MB-PlayerId      DELIMITED BY SPACE
                               INTO LapsedText
                               WITH POINTER LapsedPointer
                       END-IF
               END-READ
           END-IF
       .

       Admit-Players.
           Perform Lookup-Or-Create-Player1
           MOVE Player1Id TO VerifyPlayerId
           MOVE "GUEST1" TO VerifyGuestId
                   Perform Lookup-Or-Create-Partner2
               END-IF
           END-IF
           Perform Plan-Match-Credits
           IF CreditRefused = 0
               Perform Show-Pairing-Ratings
               IF GameMode = 0 AND TournamentMode = 0 AND TieMode = 0
                   AND LadderMode = 0
                   Perform Offer-Handicap
               END-IF
           END-IF
       .

*> Suspensions are checked on the initials as typed or as loaded from
*> the queue or a fixture, before any PIN is asked for or set up, so a
*> suspended player cannot get as far as creating a record or a PIN.
       Load-Suspension-Table.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE 0 TO SuspendedCount
           MOVE 0 TO EndOfSuspensionFile
           OPEN INPUT SuspensionFile
           IF SuspensionFileStatus = "00"
               Perform Read-Suspension-Record
                   UNTIL EndOfSuspensionFile = 1
               CLOSE SuspensionFile
           END-IF
       .

       Read-Suspension-Record.
           READ SuspensionFile
               AT END MOVE 1 TO EndOfSuspensionFile
               NOT AT END
                   IF SU-StartDate <= CurrentDate
                       AND SU-EndDate >= CurrentDate
                       AND (SU-LiftedDate = 0
                           OR SU-LiftedDate > CurrentDate)
                       AND SuspendedCount < 50
                       ADD 1 TO SuspendedCount
                       MOVE SuspendedCount TO SD-Idx
                       MOVE SU-PlayerId TO SD-PlayerId(SD-Idx)
                       MOVE SU-EndDate TO SD-EndDate(SD-Idx)
                   END-IF
           END-READ
       .

       Check-Player-Suspended.
           MOVE 0 TO SuspendHit
           MOVE 0 TO SuspendedUntil
           IF SuspendCheckId NOT = SPACES
               PERFORM Match-Suspended-Entry
                   VARYING SuspendedIndex FROM 1 BY 1
                   UNTIL SuspendedIndex > SuspendedCount
           END-IF
       .

       Match-Suspended-Entry.
           MOVE SuspendedIndex TO SD-Idx
           IF SD-PlayerId(SD-Idx) = SuspendCheckId
               MOVE 1 TO SuspendHit
               IF SD-EndDate(SD-Idx) > SuspendedUntil
                   MOVE SD-EndDate(SD-Idx) TO SuspendedUntil
               END-IF
           END-IF
       .

       Check-Seat-Suspensions.
           MOVE 0 TO SuspensionRefused
           IF SuspendedCount > 0
               Perform Build-Seat-Table
               PERFORM Check-Seat-Suspension VARYING SeatIndex FROM 1 BY 1
                   UNTIL SeatIndex > 4 OR SuspensionRefused = 1
               IF SuspensionRefused = 1
                   Perform Show-Suspension-Refusal
               END-IF
           END-IF
       .

       Check-Seat-Suspension.
           MOVE SeatIndex TO SE-Idx
           MOVE SE-PlayerId(SE-Idx) TO SuspendCheckId
           Perform Check-Player-Suspended
           IF SuspendHit = 1
               MOVE 1 TO SuspensionRefused
               MOVE SuspendCheckId TO SuspendedPlayerId
           END-IF
       .

       Show-Suspension-Refusal.
           MOVE SPACES TO SuspensionText
           IF SuspendedUntil = 99999999
               STRING
                   SuspendedPlayerId                 DELIMITED BY SPACE
                   " IS SUSPENDED - MATCH REFUSED"   DELIMITED BY SIZE
                   INTO SuspensionText
           ELSE
               STRING
                   SuspendedPlayerId                 DELIMITED BY SPACE
                   " IS SUSPENDED UNTIL "            DELIMITED BY SIZE
                   SuspendedUntil                    DELIMITED BY SIZE
                   " - MATCH REFUSED"                DELIMITED BY SIZE
                   INTO SuspensionText
           END-IF
           CALL "setElementProperty" using ".loading-message" "style.display" "block"
           CALL "setElementProperty" using ".loading-message" "innerHTML" SuspensionText
           CALL "emscripten_sleep" using by value 3000
               RETURNING OMITTED
       .

*> A fixture with a suspended player is held rather than played, and
*> stays unplayed in the file so the secretary can award the walkover.
       Show-Held-Fixture.
           MOVE SPACES TO SuspensionText
           STRING
               "FIXTURE HELD: "                  DELIMITED BY SIZE
               SuspendedPlayerId                 DELIMITED BY SPACE
               " SUSPENDED - SEE SECRETARY"      DELIMITED BY SIZE
               INTO SuspensionText
           CALL "setElementProperty" using ".loading-message" "style.display" "block"
           CALL "setElementProperty" using ".loading-message" "innerHTML" SuspensionText
           CALL "emscripten_sleep" using by value 2500
               RETURNING OMITTED
       .

*> Each human seat pays when the match starts: the player's own
*> prepaid balance first, otherwise the station's walk-up token pool.
*> Every seat is checked before anything is debited, so a refused
*> match never leaves a half-charged pairing behind. The debits are
*> posted by Post-Match-Debits once the match start time is fixed, so
*> each one carries the MH-StartTimestamp the match will be filed under.
       Plan-Match-Credits.
           MOVE 0 TO CreditRefused
           MOVE 0 TO ChargeCount
           MOVE CreditsPerMatch TO ChargeCredits
           IF CreditsPerMatch > 0
               Perform Build-Seat-Table
               MOVE SPACES TO TokenPoolId
               STRING
                   "TOKENS"      DELIMITED BY SIZE
                   StationId     DELIMITED BY SPACE
                   INTO TokenPoolId
               MOVE 0 TO TokenPoolNeeded
               MOVE SPACES TO CreditRefusedId
               OPEN INPUT CreditAcctFile
               IF CreditAcctFileStatus = "00"
                   PERFORM Plan-Seat-Charge VARYING SeatIndex FROM 1 BY 1
                       UNTIL SeatIndex > 4
                   Perform Check-Token-Pool
                   CLOSE CreditAcctFile
               ELSE
                   MOVE 1 TO CreditRefused
                   MOVE Player1Id TO CreditRefusedId
               END-IF
               IF CreditRefused = 1
                   MOVE 0 TO ChargeCount
                   Perform Show-Credit-Refusal
               END-IF
           END-IF
       .

       Build-Seat-Table.
           MOVE Player1Id TO SE-PlayerId(1)
           MOVE Player2Id TO SE-PlayerId(2)
           IF GameMode = 2
               MOVE Player1PartnerId TO SE-PlayerId(3)
               MOVE Player2PartnerId TO SE-PlayerId(4)
           ELSE
               MOVE SPACES TO SE-PlayerId(3)
               MOVE SPACES TO SE-PlayerId(4)
           END-IF
       .

       Plan-Seat-Charge.
           MOVE SeatIndex TO SE-Idx
           IF SE-PlayerId(SE-Idx) NOT = SPACES
               AND SE-PlayerId(SE-Idx) NOT = "CPU"
               ADD 1 TO ChargeCount
               MOVE ChargeCount TO CT-Idx
               MOVE SE-PlayerId(SE-Idx) TO CT-PlayerId(CT-Idx)
               MOVE SeatIndex TO CT-Seat(CT-Idx)
               MOVE TokenPoolId TO CT-AccountId(CT-Idx)
               MOVE SE-PlayerId(SE-Idx) TO CA-AccountId
               READ CreditAcctFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CA-Balance >= ChargeCredits
                           MOVE SE-PlayerId(SE-Idx)
                               TO CT-AccountId(CT-Idx)
                       END-IF
               END-READ
               IF CT-AccountId(CT-Idx) = TokenPoolId
                   ADD ChargeCredits TO TokenPoolNeeded
                   IF CreditRefusedId = SPACES
                       MOVE SE-PlayerId(SE-Idx) TO CreditRefusedId
                   END-IF
               END-IF
           END-IF
       .

       Check-Token-Pool.
           IF TokenPoolNeeded > 0
               MOVE TokenPoolId TO CA-AccountId
               READ CreditAcctFile
                   INVALID KEY MOVE 1 TO CreditRefused
                   NOT INVALID KEY
                       IF CA-Balance < TokenPoolNeeded
                           MOVE 1 TO CreditRefused
                       END-IF
               END-READ
           END-IF
       .

       Show-Credit-Refusal.
           MOVE SPACES TO CreditText
           STRING
               "NO CREDIT FOR "            DELIMITED BY SIZE
               CreditRefusedId             DELIMITED BY SPACE
               " - BUY CREDITS OR TOKENS AT THE DESK" DELIMITED BY SIZE
               INTO CreditText
           CALL "setElementProperty" using ".loading-message" "style.display" "block"
           CALL "setElementProperty" using ".loading-message" "innerHTML" CreditText
           CALL "emscripten_sleep" using by value 3000
               RETURNING OMITTED
       .

       Post-Match-Debits.
           IF ChargeCount > 0
               OPEN I-O CreditAcctFile
               IF CreditAcctFileStatus = "00"
                   Perform Open-Credit-Txn-File
                   MOVE "DEBIT" TO CreditTxnType
                   PERFORM Post-Seat-Debit VARYING ChargeIndex FROM 1 BY 1
                       UNTIL ChargeIndex > ChargeCount
                   CLOSE CreditTxnFile
                   CLOSE CreditAcctFile
               END-IF
           END-IF
       .

       Post-Seat-Debit.
           MOVE ChargeIndex TO CT-Idx
           MOVE CT-AccountId(CT-Idx) TO CA-AccountId
           READ CreditAcctFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CA-Balance >= ChargeCredits
                       SUBTRACT ChargeCredits FROM CA-Balance
                   ELSE
                       MOVE 0 TO CA-Balance
                   END-IF
                   MOVE MatchStartTimestamp TO CA-LastActivity
                   REWRITE CreditAccountRecord
                   Perform Write-Credit-Txn-Record
           END-READ
       .

       Refund-Match-Credits.
           IF ChargeCount > 0
               OPEN I-O CreditAcctFile
               IF CreditAcctFileStatus = "00"
                   Perform Open-Credit-Txn-File
                   MOVE "REFUND" TO CreditTxnType
                   PERFORM Post-Seat-Refund VARYING ChargeIndex FROM 1 BY 1
                       UNTIL ChargeIndex > ChargeCount
                   CLOSE CreditTxnFile
                   CLOSE CreditAcctFile
               END-IF
               MOVE 0 TO ChargeCount
           END-IF
       .

       Post-Seat-Refund.
           MOVE ChargeIndex TO CT-Idx
           MOVE CT-AccountId(CT-Idx) TO CA-AccountId
           READ CreditAcctFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD ChargeCredits TO CA-Balance
                   ACCEPT CurrentDate FROM DATE YYYYMMDD
                   ACCEPT CurrentTime FROM TIME
                   MOVE CurrentTimestamp TO CA-LastActivity
                   REWRITE CreditAccountRecord
                   Perform Write-Credit-Txn-Record
           END-READ
       .

       Open-Credit-Txn-File.
           OPEN EXTEND CreditTxnFile
           IF CreditTxnFileStatus = "35"
               OPEN OUTPUT CreditTxnFile
               CLOSE CreditTxnFile
               OPEN EXTEND CreditTxnFile
           END-IF
       .

       Write-Credit-Txn-Record.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           MOVE CurrentTimestamp TO CX-Timestamp
           MOVE StationId TO CX-StationId
           MOVE CreditTxnType TO CX-TxnType
           MOVE CT-AccountId(CT-Idx) TO CX-AccountId
           MOVE CT-PlayerId(CT-Idx) TO CX-PlayerId
           MOVE ChargeCredits TO CX-Credits
           MOVE 0 TO CX-CashAmount
           MOVE MatchStartTimestamp TO CX-MatchStartTs
           MOVE CT-Seat(CT-Idx) TO CX-Seat
           IF PracticeMode = 1
               MOVE "P" TO CX-ChargeKind
           ELSE
               IF ChargeIndex = 1
                   MOVE "M" TO CX-ChargeKind
               ELSE
                   MOVE "S" TO CX-ChargeKind
               END-IF
           END-IF
           WRITE CreditTransactionRecord
       .

       Reset-Handicap-State.
       Load-Next-Fixture.
           Perform Load-Fixtures-File
           MOVE 0 TO CurrentFixture
           MOVE 0 TO HeldFixtureCount
           PERFORM Find-Unplayed-Fixture VARYING FixtureIndex FROM 1 BY 1
               UNTIL FixtureIndex > FixtureCount OR CurrentFixture > 0
           IF HeldFixtureCount > 0
               Perform Show-Held-Fixture
           END-IF
           IF CurrentFixture = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" "NO UNPLAYED FIXTURE - ENTER INITIALS"
               AND FT-Player1Id(FT-Idx) NOT = "BYE"
               AND FT-Player2Id(FT-Idx) NOT = SPACES
               AND FT-Player2Id(FT-Idx) NOT = "BYE"
               MOVE FT-Player1Id(FT-Idx) TO SuspendCheckId
               Perform Check-Player-Suspended
               IF SuspendHit = 0
                   MOVE FT-Player2Id(FT-Idx) TO SuspendCheckId
                   Perform Check-Player-Suspended
               END-IF
               IF SuspendHit = 1
                   ADD 1 TO HeldFixtureCount
                   MOVE SuspendCheckId TO SuspendedPlayerId
               ELSE
                   MOVE FixtureIndex TO CurrentFixture
               END-IF
           END-IF
       .

       Load-Next-League-Fixture.
           Perform Load-League-File
           MOVE 0 TO CurrentLeagueFixture
           MOVE 0 TO HeldFixtureCount
           PERFORM Find-Unplayed-League-Fixture
               VARYING LeagueIndex FROM 1 BY 1
               UNTIL LeagueIndex > LeagueFixtureCount
                   OR CurrentLeagueFixture > 0
           IF HeldFixtureCount > 0
               Perform Show-Held-Fixture
           END-IF
           IF CurrentLeagueFixture = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" "NO UNPLAYED LEAGUE FIXTURE - ENTER INITIALS"
           IF LF-WinnerId(LF-Idx) = SPACES
               AND LF-Player1Id(LF-Idx) NOT = SPACES
               AND LF-Player2Id(LF-Idx) NOT = SPACES
               MOVE LF-Player1Id(LF-Idx) TO SuspendCheckId
               Perform Check-Player-Suspended
               IF SuspendHit = 0
                   MOVE LF-Player2Id(LF-Idx) TO SuspendCheckId
                   Perform Check-Player-Suspended
               END-IF
               IF SuspendHit = 1
                   ADD 1 TO HeldFixtureCount
                   MOVE SuspendCheckId TO SuspendedPlayerId
               ELSE
                   MOVE LeagueIndex TO CurrentLeagueFixture
               END-IF
           END-IF
       .

*> Team rubbers are played strictly in tie and rubber order. A rubber
*> with a suspended player is held like any other fixture, and the
*> next rubber is offered in its place.
       Load-Next-Tie-Rubber.
           Perform Load-Tie-File
           MOVE 0 TO CurrentTieRubber
           MOVE 0 TO HeldFixtureCount
           PERFORM Find-Unplayed-Tie-Rubber
               VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieRubberCount
                   OR CurrentTieRubber > 0
           IF HeldFixtureCount > 0
               Perform Show-Held-Fixture
           END-IF
           IF CurrentTieRubber = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" "NO UNPLAYED TEAM RUBBER - ENTER INITIALS"
               CALL "emscripten_sleep" using by value 2000
                   RETURNING OMITTED
               MOVE 0 TO TieMode
           ELSE
               MOVE CurrentTieRubber TO TR-Idx
               MOVE TR-HomePlayerId(TR-Idx) TO Player1Id
               MOVE TR-AwayPlayerId(TR-Idx) TO Player2Id
               MOVE SPACES TO TieText
               STRING
                   "TIE "                      DELIMITED BY SIZE
                   TR-TieNumber(TR-Idx)        DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   TR-HomeClub(TR-Idx)         DELIMITED BY SPACE
                   " v "                       DELIMITED BY SIZE
                   TR-AwayClub(TR-Idx)         DELIMITED BY SPACE
                   " RUBBER "                  DELIMITED BY SIZE
                   TR-RubberNumber(TR-Idx)     DELIMITED BY SIZE
                   ": "                        DELIMITED BY SIZE
                   TR-HomePlayerId(TR-Idx)     DELIMITED BY SPACE
                   " vs "                      DELIMITED BY SIZE
                   TR-AwayPlayerId(TR-Idx)     DELIMITED BY SPACE
                   INTO TieText
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" TieText
               CALL "emscripten_sleep" using by value 2000
                   RETURNING OMITTED
           END-IF
       .

       Load-Tie-File.
           MOVE 0 TO TieRubberCount
           MOVE 0 TO EndOfTieFile
           OPEN INPUT TieFile
           IF TieFileStatus = "00"
               Perform Read-Tie-Record UNTIL EndOfTieFile = 1
               CLOSE TieFile
           END-IF
       .

       Read-Tie-Record.
           READ TieFile
               AT END MOVE 1 TO EndOfTieFile
               NOT AT END
                   IF TieRubberCount < 300
                       ADD 1 TO TieRubberCount
                       MOVE TieRubberCount TO TR-Idx
                       MOVE TieRubberRecord TO TieRubberEntry(TR-Idx)
                   END-IF
           END-READ
       .

       Find-Unplayed-Tie-Rubber.
           MOVE TieIndex TO TR-Idx
           IF TR-MatchStartTs(TR-Idx) = SPACES
               AND TR-HomePlayerId(TR-Idx) NOT = SPACES
               AND TR-AwayPlayerId(TR-Idx) NOT = SPACES
               MOVE TR-HomePlayerId(TR-Idx) TO SuspendCheckId
               Perform Check-Player-Suspended
               IF SuspendHit = 0
                   MOVE TR-AwayPlayerId(TR-Idx) TO SuspendCheckId
                   Perform Check-Player-Suspended
               END-IF
               IF SuspendHit = 1
                   ADD 1 TO HeldFixtureCount
                   MOVE SuspendCheckId TO SuspendedPlayerId
               ELSE
                   MOVE TieIndex TO CurrentTieRubber
               END-IF
           END-IF
       .

*> Only the match key is stamped on the rubber; the club table reads
*> the result itself back from MATCHES.DAT.
       Record-Tie-Result.
           IF CurrentTieRubber NOT = 0
               Perform Load-Tie-File
               IF CurrentTieRubber <= TieRubberCount
                   MOVE CurrentTieRubber TO TR-Idx
                   MOVE MatchStartTimestamp TO TR-MatchStartTs(TR-Idx)
                   MOVE StationId TO TR-StationId(TR-Idx)
                   Perform Rewrite-Tie-File
               END-IF
               MOVE 0 TO CurrentTieRubber
           END-IF
       .

       Rewrite-Tie-File.
           OPEN OUTPUT TieFile
           PERFORM Write-Tie-Record VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieRubberCount
           CLOSE TieFile
       .

       Write-Tie-Record.
           MOVE TieIndex TO TR-Idx
           MOVE TieRubberEntry(TR-Idx) TO TieRubberRecord
           WRITE TieRubberRecord
       .

*> Ladder challenges are played oldest first. One whose week has run
*> out is left for the close-out to forfeit, and one with a suspended
*> player is held like any other fixture.
       Load-Next-Ladder-Challenge.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           Perform Load-Challenge-File
           MOVE 0 TO CurrentChallenge
           MOVE 0 TO OldestChallenge
           MOVE 0 TO HeldFixtureCount
           PERFORM Find-Oldest-Challenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           IF HeldFixtureCount > 0
               Perform Show-Held-Fixture
           END-IF
           IF OldestChallenge = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" "NO OPEN LADDER CHALLENGE - ENTER INITIALS"
               CALL "emscripten_sleep" using by value 2000
                   RETURNING OMITTED
               MOVE 0 TO LadderMode
           ELSE
               MOVE OldestChallenge TO CG-Idx
               MOVE CG-ChallengeNumber(CG-Idx) TO CurrentChallenge
               MOVE CG-ChallengerId(CG-Idx) TO Player1Id
               MOVE CG-DefenderId(CG-Idx) TO Player2Id
               MOVE SPACES TO LadderText
               STRING
                   "LADDER CHALLENGE "         DELIMITED BY SIZE
                   CG-ChallengeNumber(CG-Idx)  DELIMITED BY SIZE
                   ": "                        DELIMITED BY SIZE
                   CG-ChallengerId(CG-Idx)     DELIMITED BY SPACE
                   " CHALLENGES "              DELIMITED BY SIZE
                   CG-DefenderId(CG-Idx)       DELIMITED BY SPACE
                   INTO LadderText
               CALL "setElementProperty" using ".loading-message" "style.display" "block"
               CALL "setElementProperty" using ".loading-message" "innerHTML" LadderText
               CALL "emscripten_sleep" using by value 2000
                   RETURNING OMITTED
           END-IF
       .

       Find-Oldest-Challenge.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-Status(CG-Idx) = "OPEN"
               AND CG-ExpiryDate(CG-Idx) >= CurrentDate
               MOVE CG-ChallengerId(CG-Idx) TO SuspendCheckId
               Perform Check-Player-Suspended
               IF SuspendHit = 0
                   MOVE CG-DefenderId(CG-Idx) TO SuspendCheckId
                   Perform Check-Player-Suspended
               END-IF
               IF SuspendHit = 1
                   ADD 1 TO HeldFixtureCount
                   MOVE SuspendCheckId TO SuspendedPlayerId
               ELSE
                   Perform Compare-Oldest-Challenge
               END-IF
           END-IF
       .

       Compare-Oldest-Challenge.
           IF OldestChallenge = 0
               MOVE ChallengeIndex TO OldestChallenge
           ELSE
               IF CG-IssuedDate(CG-Idx) < CG-IssuedDate(OldestChallenge)
                   MOVE ChallengeIndex TO OldestChallenge
               END-IF
           END-IF
       .

       Load-Challenge-File.
           MOVE 0 TO ChallengeCount
           MOVE 0 TO ChallengeOverflow
           MOVE 0 TO EndOfChallengeFile
           OPEN INPUT ChallengeFile
           IF ChallengeFileStatus = "00"
               Perform Read-Challenge-Record
                   UNTIL EndOfChallengeFile = 1
               CLOSE ChallengeFile
           END-IF
       .

       Read-Challenge-Record.
           READ ChallengeFile
               AT END MOVE 1 TO EndOfChallengeFile
               NOT AT END
                   IF ChallengeCount < 500
                       ADD 1 TO ChallengeCount
                       MOVE ChallengeCount TO CG-Idx
                       MOVE ChallengeRecord TO ChallengeEntry(CG-Idx)
                   ELSE
                       MOVE 1 TO ChallengeOverflow
                   END-IF
           END-READ
       .

*> A challenger who wins takes the defender's rung as it stands now,
*> and everyone from there down to the challenger's old rung drops
*> one. A defender who wins simply holds. The match key is stamped on
*> the challenge as it is on a team rubber.
       Record-Ladder-Result.
           IF CurrentChallenge NOT = 0
               Perform Load-Challenge-File
               PERFORM Settle-Played-Challenge
                   VARYING ChallengeIndex FROM 1 BY 1
                   UNTIL ChallengeIndex > ChallengeCount
               IF ChallengeOverflow = 0
                   Perform Rewrite-Challenge-File
               END-IF
               MOVE 0 TO CurrentChallenge
           END-IF
       .

       Settle-Played-Challenge.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-ChallengeNumber(CG-Idx) = CurrentChallenge
               AND CG-Status(CG-Idx) = "OPEN"
               ACCEPT CurrentDate FROM DATE YYYYMMDD
               MOVE "PLAYED" TO CG-Status(CG-Idx)
               MOVE MatchWinnerId TO CG-WinnerId(CG-Idx)
               MOVE CurrentDate TO CG-SettledDate(CG-Idx)
               MOVE MatchStartTimestamp TO CG-MatchStartTs(CG-Idx)
               MOVE StationId TO CG-StationId(CG-Idx)
               IF MatchWinnerId = CG-ChallengerId(CG-Idx)
                   Perform Apply-Ladder-Move
               END-IF
           END-IF
       .

       Apply-Ladder-Move.
           Perform Load-Ladder-File
           MOVE CG-ChallengerId(CG-Idx) TO LadderPlayerId
           Perform Find-Ladder-Player
           MOVE FoundRung TO ChallengerRung
           MOVE CG-DefenderId(CG-Idx) TO LadderPlayerId
           Perform Find-Ladder-Player
           MOVE FoundRung TO DefenderRung
           IF ChallengerRung > 0 AND DefenderRung > 0
               AND DefenderRung < ChallengerRung AND LadderOverflow = 0
               MOVE LadderEntry(ChallengerRung) TO HeldLadderEntry
               PERFORM Drop-One-Rung
                   VARYING LadderIndex FROM ChallengerRung BY -1
                   UNTIL LadderIndex <= DefenderRung
               MOVE HeldLadderEntry TO LadderEntry(DefenderRung)
               Perform Rewrite-Ladder-File
           END-IF
       .

       Drop-One-Rung.
           COMPUTE PriorLadderIndex = LadderIndex - 1
           MOVE PriorLadderIndex TO LR-Idx
           MOVE LadderEntry(LR-Idx) TO LadderEntry(LadderIndex)
       .

       Find-Ladder-Player.
           MOVE 0 TO FoundRung
           PERFORM Compare-Ladder-Player VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount OR FoundRung > 0
       .

       Compare-Ladder-Player.
           MOVE LadderIndex TO LR-Idx
           IF LR-PlayerId(LR-Idx) = LadderPlayerId
               MOVE LadderIndex TO FoundRung
           END-IF
       .

       Load-Ladder-File.
           MOVE 0 TO LadderCount
           MOVE 0 TO LadderOverflow
           MOVE 0 TO EndOfLadderFile
           OPEN INPUT LadderFile
           IF LadderFileStatus = "00"
               Perform Read-Ladder-Record UNTIL EndOfLadderFile = 1
               CLOSE LadderFile
           END-IF
       .

       Read-Ladder-Record.
           READ LadderFile
               AT END MOVE 1 TO EndOfLadderFile
               NOT AT END
                   IF LadderCount < 100
                       ADD 1 TO LadderCount
                       MOVE LadderCount TO LR-Idx
                       MOVE LadderRecord TO LadderEntry(LR-Idx)
                   ELSE
                       MOVE 1 TO LadderOverflow
                   END-IF
           END-READ
       .

       Rewrite-Ladder-File.
           OPEN OUTPUT LadderFile
           PERFORM Write-Ladder-Record VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           CLOSE LadderFile
       .

       Write-Ladder-Record.
           MOVE LadderIndex TO LR-Idx
           MOVE LadderIndex TO LR-Rung(LR-Idx)
           MOVE LadderEntry(LR-Idx) TO LadderRecord
           WRITE LadderRecord
       .

       Rewrite-Challenge-File.
           OPEN OUTPUT ChallengeFile
           PERFORM Write-Challenge-Record
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           CLOSE ChallengeFile
       .

       Write-Challenge-Record.
           MOVE ChallengeIndex TO CG-Idx
           MOVE ChallengeEntry(CG-Idx) TO ChallengeRecord
           WRITE ChallengeRecord
       .

       Record-League-Result.
           IF CurrentLeagueFixture NOT = 0
               Perform Load-League-File
           MOVE 0 TO PM-Losses
           MOVE 0 TO PM-Points
           MOVE SPACES TO PM-Pin
           MOVE SPACES TO PM-ClubCode
           MOVE SPACES TO PM-Division
           MOVE 0 TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-WRITE
           Perform Journal-Player-Add
       .

       Lookup-Or-Create-Player2.
           MOVE 0 TO PM-Losses
           MOVE 0 TO PM-Points
           MOVE SPACES TO PM-Pin
           MOVE SPACES TO PM-ClubCode
           MOVE SPACES TO PM-Division
           MOVE 0 TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-WRITE
           Perform Journal-Player-Add
       .

       Lookup-Or-Create-Partner1.
           MOVE 0 TO PM-Losses
           MOVE 0 TO PM-Points
           MOVE SPACES TO PM-Pin
           MOVE SPACES TO PM-ClubCode
           MOVE SPACES TO PM-Division
           MOVE 0 TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-WRITE
           Perform Journal-Player-Add
       .

       Lookup-Or-Create-Partner2.
           MOVE 0 TO PM-Losses
           MOVE 0 TO PM-Points
           MOVE SPACES TO PM-Pin
           MOVE SPACES TO PM-ClubCode
           MOVE SPACES TO PM-Division
           MOVE 0 TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-WRITE
           Perform Journal-Player-Add
       .

       Verify-Player-Pin.
           CALL "setElementProperty" using ".loading-message" "innerHTML" PinPromptText
           MOVE SPACES TO PinInput
           Perform Accept-Pin-Input UNTIL PinInput NOT = SPACES
           MOVE PlayerMasterRecord TO JournalBeforeImage
           MOVE PinInput TO PM-Pin
           REWRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-REWRITE
           Perform Journal-Player-Change
       .

       Check-Player-Pin.
           READ PlayerMasterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PlayerMasterRecord TO JournalBeforeImage
                   ADD 1 TO PM-Wins
                   REWRITE PlayerMasterRecord
                   Perform Journal-Player-Change
                   Perform Check-Win-Milestone
           END-READ
           MOVE MatchLoserId TO PM-PlayerId
           READ PlayerMasterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PlayerMasterRecord TO JournalBeforeImage
                   ADD 1 TO PM-Losses
                   REWRITE PlayerMasterRecord
                   Perform Journal-Player-Change
           END-READ
           IF GameMode = 2
               MOVE MatchWinnerPartnerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       ADD 1 TO PM-Wins
                       REWRITE PlayerMasterRecord
                       Perform Journal-Player-Change
                       Perform Check-Win-Milestone
               END-READ
               MOVE MatchLoserPartnerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       ADD 1 TO PM-Losses
                       REWRITE PlayerMasterRecord
                       Perform Journal-Player-Change
               END-READ
           END-IF
       .

*> The audit trail is kept for matches only, so a practice drill
*> cannot upset the nightly scores-to-audit reconciliation.
       Write-Audit-Record.
           IF PracticeMode = 0
               ACCEPT CurrentDate FROM DATE YYYYMMDD
               ACCEPT CurrentTime FROM TIME
               MOVE CurrentTimestamp TO AR-Timestamp
               MOVE Iteration TO AR-Iteration
               MOVE AuditEventType TO AR-EventType
               MOVE BallPositionXNum TO AR-BallX
               MOVE BallPositionYNum TO AR-BallY
               MOVE AuditComparePos TO AR-ComparePos
               WRITE AuditRecord
           END-IF
       .

       Read-Control-File.
           IF CF-BlitzMinutes IS NUMERIC AND CF-BlitzMinutes > 0
               MOVE CF-BlitzMinutes TO BlitzMinutes
           END-IF
           IF CF-CreditsPerMatch IS NUMERIC
               MOVE CF-CreditsPerMatch TO CreditsPerMatch
           END-IF
           MOVE 1 TO ControlFileLoaded
       .

           IF CP-LeagueFixture IS NUMERIC
               MOVE CP-LeagueFixture TO CurrentLeagueFixture
           END-IF
           IF CP-TieMode IS NUMERIC AND CP-TieRubber IS NUMERIC
               MOVE CP-TieMode TO TieMode
               MOVE CP-TieRubber TO CurrentTieRubber
           END-IF
           IF CP-LadderMode IS NUMERIC AND CP-Challenge IS NUMERIC
               MOVE CP-LadderMode TO LadderMode
               MOVE CP-Challenge TO CurrentChallenge
           END-IF
           IF CP-ChargeCount IS NUMERIC AND CP-ChargeCredits IS NUMERIC
               MOVE CP-ChargeCount TO ChargeCount
               MOVE CP-ChargeCredits TO ChargeCredits
               MOVE CP-ChargeTable TO ChargeTable
           END-IF
           MOVE 1 TO RestoredFromCheckpoint
           MOVE 1 TO Started
           Perform Clamp-Restored-Positions
           Perform Log-Restart-Fault
       .

*> A restore means the cabinet went down mid-match, so it is logged
*> as an unplanned restart: down from the last checkpoint written to
*> now, when play resumes. A checkpoint cut before the time was kept
*> is taken as down and back in the same moment. Fault times keep
*> the clock as HHMMSS so downtime can be worked out from them.
       Log-Restart-Fault.
           ACCEPT ClockDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           IF CP-WrittenTs IS NUMERIC
               AND CP-WrittenTs NOT > ClockTimestamp(1:14)
               MOVE CP-WrittenTs TO FaultOpenedTs
           ELSE
               MOVE ClockTimestamp(1:14) TO FaultOpenedTs
           END-IF
           MOVE "RESTART" TO FaultCategory
           MOVE "MATCH RESUMED FROM CHECKPOINT" TO FaultDescription
           MOVE "A" TO FaultSource
           MOVE "C" TO FaultStatus
           MOVE ClockTimestamp(1:14) TO FaultClosedTs
           MOVE "AUTOMATIC CHECKPOINT RESTORE" TO FaultFixApplied
           Perform Write-Fault-Record
       .

       Write-Fault-Record.
           OPEN EXTEND FaultFile
           IF FaultFileStatus = "35"
               OPEN OUTPUT FaultFile
               CLOSE FaultFile
               OPEN EXTEND FaultFile
           END-IF
           IF FaultFileStatus = "00"
               MOVE StationId TO FA-StationId
               MOVE FaultOpenedTs TO FA-OpenedTs
               MOVE FaultCategory TO FA-Category
               MOVE FaultDescription TO FA-Description
               MOVE FaultSource TO FA-Source
               MOVE FaultStatus TO FA-Status
               MOVE FaultClosedTs TO FA-ClosedTs
               MOVE FaultFixApplied TO FA-FixApplied
               WRITE FaultRecord
               CLOSE FaultFile
           END-IF
       .

       Clamp-Restored-Positions.
           MOVE MatchStartTimestamp TO CP-MatchStartTs
           MOVE LeagueMode TO CP-LeagueMode
           MOVE CurrentLeagueFixture TO CP-LeagueFixture
           MOVE TieMode TO CP-TieMode
           MOVE CurrentTieRubber TO CP-TieRubber
           MOVE LadderMode TO CP-LadderMode
           MOVE CurrentChallenge TO CP-Challenge
           MOVE ChargeCount TO CP-ChargeCount
           MOVE ChargeCredits TO CP-ChargeCredits
           MOVE ChargeTable TO CP-ChargeTable
           ACCEPT ClockDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           MOVE ClockTimestamp(1:14) TO CP-WrittenTs
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile
           CLOSE CheckpointFile
       .

*> Practice points are played on screen only: nothing reaches the
*> scores file, the career points or the house rally record.
       Write-Score-Record.
           IF PracticeMode = 0
               ACCEPT CurrentDate FROM DATE YYYYMMDD
               ACCEPT CurrentTime FROM TIME
               MOVE CurrentTimestamp TO SR-Timestamp
               MOVE "POINT" TO SR-EventType
               MOVE ScoringPlayerId TO SR-PlayerId
               MOVE ScoringPlayerScore TO SR-PlayerScore
               MOVE ScoringOpponentScore TO SR-OpponentScore
               MOVE StationId TO SR-StationId
               WRITE ScoreRecord
               Perform Update-Scorer-Points
               Perform Check-Rally-Record
           END-IF
       .

       Check-Win-Milestone.
           READ PlayerMasterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PlayerMasterRecord TO JournalBeforeImage
                   ADD 1 TO PM-Points
                   REWRITE PlayerMasterRecord
                   Perform Journal-Player-Change
                   Perform Check-Points-Milestone
           END-READ
       .
                   CALL "emscripten_sleep" using by value 10 RETURNING OMITTED
               END-IF
           ELSE
               IF LastPressed = "KeyO"
                   Perform Idle-Operator-Gate
               ELSE
                   MOVE 1 to Started
               END-IF
               MOVE 0 TO IdlePollCount
           END-IF
       .

*> Between matches the operator key goes straight to fault logging;
*> any other key still starts the next match.
       Idle-Operator-Gate.
           CALL "setElementProperty" using ".loading-message" "innerHTML" "OPERATOR: PRESS K TO CONFIRM"
           MOVE SPACE TO LastPressed
           Perform Await-Operator-Key UNTIL LastPressed NOT = SPACE
           IF LastPressed = "KeyK"
               Perform Log-Cabinet-Fault
           END-IF
           CALL "setElementProperty" using ".loading-message" "innerHTML" "Press Any Key To Start"
       .

       Run-Attract-Mode.
           Perform Build-Attract-Ticker
           MOVE 0 TO AttractDone

       Build-Attract-Ticker.
           MOVE 0 TO TickerCount
           PERFORM Clear-Top-Five-Division VARYING TopFiveSlot
               FROM 1 BY 1 UNTIL TopFiveSlot > 4
           Perform Load-Top-Five-Players
           Perform Load-Last-Winner
           ADD 1 TO TickerCount
           MOVE "PRESS ANY KEY TO PLAY" TO TickerLine(TickerCount)
           PERFORM Add-Division-Ticker-Lines VARYING TopFiveSlot
               FROM 1 BY 1 UNTIL TopFiveSlot > 4
           IF HouseRecordRally > 0
               MOVE HouseRecordRally TO TickerValue
               ADD 1 TO TickerCount
           END-IF
       .

       Clear-Top-Five-Division.
           MOVE 0 TO TopFiveCount(TopFiveSlot)
       .

       Add-Division-Ticker-Lines.
           PERFORM Add-Top-Five-Ticker-Line
               VARYING TickerRank FROM 1 BY 1
               UNTIL TickerRank > TopFiveCount(TopFiveSlot)
       .

*> Each division has its own top five, so juniors and veterans see
*> their own names in the ticker instead of only the open players.
       Load-Top-Five-Players.
           MOVE 0 TO EndOfPlayerScan
           MOVE LOW-VALUES TO PM-PlayerId
       .

       Consider-Top-Five-Player.
           MOVE PM-Division TO WorkDivision
           Perform Find-Division
           IF FoundDivision = 0
               MOVE "OPN" TO WorkDivision
               Perform Find-Division
           END-IF
           MOVE FoundDivision TO TD-Idx
           IF TopFiveCount(TD-Idx) < 5
               ADD 1 TO TopFiveCount(TD-Idx)
               MOVE TopFiveCount(TD-Idx) TO TF-Idx
               MOVE PM-PlayerId TO TF-PlayerId(TD-Idx, TF-Idx)
               MOVE PM-Wins TO TF-Wins(TD-Idx, TF-Idx)
               Perform Bubble-Top-Five-Up
           ELSE
               IF PM-Wins > TF-Wins(TD-Idx, 5)
                   MOVE PM-PlayerId TO TF-PlayerId(TD-Idx, 5)
                   MOVE PM-Wins TO TF-Wins(TD-Idx, 5)
                   Perform Bubble-Top-Five-Up
               END-IF
           END-IF
       .

       Find-Division.
           MOVE 0 TO FoundDivision
           PERFORM Compare-Division-Code VARYING DivisionIndex
               FROM 1 BY 1 UNTIL DivisionIndex > 4 OR FoundDivision > 0
       .

       Compare-Division-Code.
           MOVE DivisionIndex TO DC-Idx
           IF DC-Code(DC-Idx) = WorkDivision
               MOVE DivisionIndex TO FoundDivision
           END-IF
       .

       Bubble-Top-Five-Up.
           MOVE TopFiveCount(TD-Idx) TO ShiftSlot
           Perform Bubble-One-Top-Five-Slot UNTIL ShiftSlot <= 1
       .

       Bubble-One-Top-Five-Slot.
           IF TF-Wins(TD-Idx, ShiftSlot) > TF-Wins(TD-Idx, ShiftSlot - 1)
               MOVE TopFiveEntry(TD-Idx, ShiftSlot) TO TempTopFiveEntry
               MOVE TopFiveEntry(TD-Idx, ShiftSlot - 1)
                   TO TopFiveEntry(TD-Idx, ShiftSlot)
               MOVE TempTopFiveEntry
                   TO TopFiveEntry(TD-Idx, ShiftSlot - 1)
           END-IF
           SUBTRACT 1 FROM ShiftSlot
       .

       Add-Top-Five-Ticker-Line.
           MOVE TopFiveSlot TO TD-Idx
           MOVE TopFiveSlot TO DC-Idx
           MOVE TickerRank TO TF-Idx
           MOVE TF-Wins(TD-Idx, TF-Idx) TO TickerWins
           ADD 1 TO TickerCount
           MOVE SPACES TO TickerLine(TickerCount)
           STRING
               DC-Name(DC-Idx)         DELIMITED BY SPACE
               " TOP "                 DELIMITED BY SIZE
               TickerRank              DELIMITED BY SIZE
               ": "                    DELIMITED BY SIZE
               TF-PlayerId(TD-Idx, TF-Idx) DELIMITED BY SPACE
               " -"                    DELIMITED BY SIZE
               TickerWins              DELIMITED BY SIZE
               " WINS"                 DELIMITED BY SIZE

       DIVIDE Iteration BY CheckpointInterval
           GIVING CheckpointQuotient REMAINDER CheckpointRemainder
       IF CheckpointRemainder = 0 AND PracticeMode = 0
           Perform Write-Checkpoint
       END-IF

               MOVE Player1PaddleHeightNum TO ContactPaddleHeight
               Perform Apply-Contact-Angle
               CALL "playSound" using "PADDLE1"
               IF PracticeMode = 1
                   Perform Count-Drill-Return
               END-IF
           ELSE
               IF GameMode = 2
                   AND Player1PartnerNum - BallWidth < (BallPositionYNum)
           MOVE Player2Score TO ScoringPlayerScore
           MOVE Player1Score TO ScoringOpponentScore
           Perform Write-Score-Record
           IF PracticeMode = 1
               MOVE 0 TO DrillRallyReturns
           END-IF
           CALL "playSound" using "SCORE"
           MOVE 1 TO BallWasReset
           Perform Reset-Game.
           MOVE SPACE TO LastPressed
           Perform Await-Operator-Key UNTIL LastPressed NOT = SPACE
           IF LastPressed = "KeyK"
               IF PracticeMode = 1
                   Perform Abandon-Drill
               ELSE
                   Perform Correction-Menu
               END-IF
           END-IF
           IF Paused = 0
               CALL "setElementProperty" using ".loading-message" "style.display" "None"
       .

       Correction-Menu-Choice.
           CALL "setElementProperty" using ".loading-message" "innerHTML" "1=VOID LAST  2=SET P1  3=SET P2  4=ABANDON  5=FAULT  0=RESUME"
           MOVE SPACE TO LastPressed
           Perform Await-Operator-Key UNTIL LastPressed NOT = SPACE
           EVALUATE LastPressed
               WHEN "Digit4"
                   Perform Abandon-Match
                   MOVE 1 TO CorrectionDone
               WHEN "Digit5"
                   Perform Log-Cabinet-Fault
               WHEN OTHER
                   MOVE 1 TO CorrectionDone
           END-EVALUATE
       .

*> The operator logs what went wrong at the cabinet itself; the fault
*> stays open until FaultLog records the fix and the time the cabinet
*> was back in service.
       Log-Cabinet-Fault.
           CALL "setElementProperty" using ".loading-message" "innerHTML" "FAULT: 1=FREEZE 2=KEY STUCK 3=RELOAD 4=DISPLAY 5=CREDIT 6=OTHER 0=CANCEL"
           MOVE SPACE TO LastPressed
           Perform Await-Operator-Key UNTIL LastPressed NOT = SPACE
           MOVE SPACES TO FaultCategory
           EVALUATE LastPressed
               WHEN "Digit1"
                   MOVE "FREEZE" TO FaultCategory
               WHEN "Digit2"
                   MOVE "KEYSTUCK" TO FaultCategory
               WHEN "Digit3"
                   MOVE "RELOAD" TO FaultCategory
               WHEN "Digit4"
                   MOVE "DISPLAY" TO FaultCategory
               WHEN "Digit5"
                   MOVE "CREDIT" TO FaultCategory
               WHEN "Digit6"
                   MOVE "OTHER" TO FaultCategory
           END-EVALUATE
           IF FaultCategory NOT = SPACES
               CALL "setElementProperty" using ".loading-message" "innerHTML" "DESCRIBE THE FAULT (UP TO 40 CHARACTERS):"
               MOVE SPACES TO FaultDescription
               Perform Accept-Fault-Description
                   UNTIL FaultDescription NOT = SPACES
               ACCEPT ClockDate FROM DATE YYYYMMDD
               ACCEPT ClockTime FROM TIME
               MOVE ClockTimestamp(1:14) TO FaultOpenedTs
               MOVE "C" TO FaultSource
               MOVE "O" TO FaultStatus
               MOVE SPACES TO FaultClosedTs
               MOVE SPACES TO FaultFixApplied
               Perform Write-Fault-Record
               IF FaultFileStatus = "00"
                   CALL "setElementProperty" using ".loading-message" "innerHTML" "FAULT LOGGED"
               ELSE
                   CALL "setElementProperty" using ".loading-message" "innerHTML" "FAULT LOG NOT AVAILABLE - TELL THE DESK"
               END-IF
               CALL "emscripten_sleep" using by value 2000
                   RETURNING OMITTED
           END-IF
       .

       Accept-Fault-Description.
           ACCEPT FaultDescription
           IF FaultDescription = SPACES
               CALL "emscripten_sleep" using by value 10 RETURNING OMITTED
           END-IF
       .

       Void-Last-Point.
           IF LastPointPlayer = 1 AND Player1PointsThisMatch > 0
               MOVE 1 TO CorrectionPlayer
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PM-Points > 0
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       SUBTRACT 1 FROM PM-Points
                       REWRITE PlayerMasterRecord
                       Perform Journal-Player-Change
                   END-IF
           END-READ
       .
           READ PlayerMasterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PlayerMasterRecord TO JournalBeforeImage
                   ADD 1 TO PM-Points
                   REWRITE PlayerMasterRecord
                   Perform Journal-Player-Change
           END-READ
       .

           MOVE Player2PointsThisMatch TO VoidBacklog
           MOVE 2 TO CorrectionPlayer
           PERFORM Void-One-Point VoidBacklog TIMES
           Perform Refund-Match-Credits
           MOVE "ABANDON" TO AuditEventType
           MOVE 0 TO AuditComparePos
           Perform Write-Audit-Record

       Reset-Game.
           Perform Determine-Server
           IF PracticeMode = 1
               MOVE 2 TO ServingPlayer
           END-IF
           COMPUTE BallPositionYNum = GameHeight / 2 - BallWidth / 2
           IF ServingPlayer = 1
               COMPUTE BallPositionXNum = GameWidth / 4
