       IDENTIFICATION DIVISION.
       PROGRAM-ID. LadderMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LadderFile ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LadderFileStatus.
           SELECT ChallengeFile ASSIGN TO "CHALLENGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LadderFile.
       COPY "ladderrec.cpy".
       FD ChallengeFile.
       COPY "challrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       01 LadderFileStatus PIC XX VALUE "00".
       01 ChallengeFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 EndOfLadderFile PIC 9 VALUE 0.
       01 EndOfChallengeFile PIC 9 VALUE 0.
       01 LadderCount PIC 9(03) VALUE 0.
       01 LadderIndex PIC 9(03).
       01 NextLadderIndex PIC 9(03).
       01 LadderTable.
           05 LadderEntry OCCURS 100 TIMES INDEXED BY LR-Idx.
               10 LR-Rung           PIC 9(03).
               10 LR-PlayerId       PIC X(10).
               10 LR-JoinedDate     PIC 9(08).
               10 LR-WeekStartRung  PIC 9(03).
               10 LR-WeekStartDate  PIC 9(08).
       01 ChallengeCount PIC 9(03) VALUE 0.
       01 ChallengeIndex PIC 9(03).
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
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 LadderChanged PIC 9 VALUE 0.
       01 ChallengeChanged PIC 9 VALUE 0.
       01 LadderOverflow PIC 9 VALUE 0.
       01 ChallengeOverflow PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 WorkPlayerId PIC X(10).
       01 ChallengerId PIC X(10).
       01 DefenderId PIC X(10).
       01 FoundRung PIC 9(03).
       01 ChallengerRung PIC 9(03).
       01 DefenderRung PIC 9(03).
       01 RungGap PIC 9(03).
       01 OpenChallengeFor PIC 9(05).
       01 HighestChallengeNumber PIC 9(05) VALUE 0.
       01 WorkChallengeNumber PIC 9(05).
       01 FoundChallenge PIC 9(03).
       01 PlayerOnFile PIC 9.
       01 OpenChallengeCount PIC 9(03).
       01 ChallengeDays PIC 9 VALUE 7.
       01 DayCounter PIC 9.
       01 CalendarDate.
           05 CD-Year  PIC 9(04).
           05 CD-Month PIC 9(02).
           05 CD-Day   PIC 9(02).
       01 CalendarDateNumeric REDEFINES CalendarDate PIC 9(08).
       01 MonthLengthValues PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           05 ML-Days PIC 99 OCCURS 12 TIMES.
       01 MonthLength PIC 99.
       01 LeapQuotient PIC 9(04).
       01 LeapRemainder PIC 9(03).
       01 ReportLine PIC X(80).

       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           Perform Load-Ladder-File
           Perform Load-Challenge-File
           DISPLAY "===== CHALLENGE LADDER MAINTENANCE ====="
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "Files hold more rows than the tables - updates"
               DISPLAY "are refused so no rung or challenge is lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF LadderChanged = 1 AND LadderOverflow = 0
               Perform Rewrite-Ladder-File
               DISPLAY "Ladder file rewritten."
           END-IF
           IF ChallengeChanged = 1 AND ChallengeOverflow = 0
               Perform Rewrite-Challenge-File
               DISPLAY "Challenge file rewritten."
           END-IF
           IF LadderChanged = 0 AND ChallengeChanged = 0
               DISPLAY "No ladder changes - files left untouched."
           END-IF
           GOBACK.

       Load-Ladder-File.
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
                       MOVE LadderCount TO LR-Rung(LR-Idx)
                   ELSE
                       MOVE 1 TO LadderOverflow
                       DISPLAY "Ladder table full - rung not loaded: "
                           LD-PlayerId
                   END-IF
           END-READ
       .

       Load-Challenge-File.
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
                       IF CH-ChallengeNumber > HighestChallengeNumber
                           MOVE CH-ChallengeNumber
                               TO HighestChallengeNumber
                       END-IF
                   ELSE
                       MOVE 1 TO ChallengeOverflow
                       DISPLAY "Challenge table full - not loaded: "
                           CH-ChallengeNumber
                   END-IF
           END-READ
       .

       Process-One-Function.
           DISPLAY "Function? J=Join ladder C=Issue challenge"
               " W=Withdraw challenge R=Remove player L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "jcwrlx" TO "JCWRLX"
           EVALUATE FunctionCode
               WHEN "J"
                   Perform Guarded-Join-Ladder
               WHEN "C"
                   Perform Guarded-Issue-Challenge
               WHEN "W"
                   Perform Guarded-Withdraw-Challenge
               WHEN "R"
                   Perform Guarded-Remove-Player
               WHEN "L"
                   Perform List-Ladder
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Join-Ladder.
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Join-Ladder
           END-IF
       .

       Guarded-Issue-Challenge.
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Issue-Challenge
           END-IF
       .

       Guarded-Withdraw-Challenge.
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Withdraw-Challenge
           END-IF
       .

       Guarded-Remove-Player.
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Remove-Player
           END-IF
       .

*> A new player joins at the foot of the ladder and has to challenge
*> their way up. Rung zero as the week-start rung marks them as new
*> on the next printed ladder.
       Join-Ladder.
           IF LadderCount >= 100
               DISPLAY "Ladder table full - rejected."
           ELSE
               DISPLAY "Player initials?"
               ACCEPT WorkPlayerId
               Perform Find-Ladder-Player
               Perform Check-Player-On-File
               IF FoundRung > 0
                   DISPLAY WorkPlayerId " already holds rung " FoundRung
                       " - rejected."
               ELSE
                   IF PlayerOnFile = 0
                       DISPLAY WorkPlayerId
                           " is not in the player master - rejected."
                   ELSE
                       ADD 1 TO LadderCount
                       MOVE LadderCount TO LR-Idx
                       MOVE LadderCount TO LR-Rung(LR-Idx)
                       MOVE WorkPlayerId TO LR-PlayerId(LR-Idx)
                       MOVE CurrentDate TO LR-JoinedDate(LR-Idx)
                       MOVE 0 TO LR-WeekStartRung(LR-Idx)
                       MOVE 0 TO LR-WeekStartDate(LR-Idx)
                       MOVE 1 TO LadderChanged
                       DISPLAY WorkPlayerId " joins the ladder on rung "
                           LadderCount "."
                   END-IF
               END-IF
           END-IF
       .

       Check-Player-On-File.
           MOVE 0 TO PlayerOnFile
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus = "00"
               MOVE WorkPlayerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO PlayerOnFile
               END-READ
               CLOSE PlayerMasterFile
           END-IF
       .

       Find-Ladder-Player.
           MOVE 0 TO FoundRung
           PERFORM Compare-Ladder-Player VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount OR FoundRung > 0
       .

       Compare-Ladder-Player.
           MOVE LadderIndex TO LR-Idx
           IF LR-PlayerId(LR-Idx) = WorkPlayerId
               MOVE LadderIndex TO FoundRung
           END-IF
       .

*> A player may challenge anyone one to three rungs above. Each player
*> may be party to only one open challenge at a time, so a ladder
*> move can never leave two pending challenges pointing at rungs that
*> have since changed hands. The challenge must be played within
*> seven days of issue or it is forfeited by the close-out.
       Issue-Challenge.
           IF ChallengeCount >= 500
               DISPLAY "Challenge table full - rejected."
           ELSE
               DISPLAY "Challenger initials?"
               ACCEPT ChallengerId
               DISPLAY "Defender initials?"
               ACCEPT DefenderId
               MOVE ChallengerId TO WorkPlayerId
               Perform Find-Ladder-Player
               MOVE FoundRung TO ChallengerRung
               MOVE DefenderId TO WorkPlayerId
               Perform Find-Ladder-Player
               MOVE FoundRung TO DefenderRung
               Perform Validate-Challenge
           END-IF
       .

       Validate-Challenge.
           IF ChallengerRung = 0
               DISPLAY ChallengerId " is not on the ladder - rejected."
           ELSE
               IF DefenderRung = 0
                   DISPLAY DefenderId
                       " is not on the ladder - rejected."
               ELSE
                   IF DefenderRung >= ChallengerRung
                       DISPLAY "A challenge must be made up the ladder"
                           " - rejected."
                   ELSE
                       COMPUTE RungGap = ChallengerRung - DefenderRung
                       IF RungGap > 3
                           DISPLAY "Rung " DefenderRung
                               " is more than three rungs above rung "
                               ChallengerRung " - rejected."
                       ELSE
                           Perform Check-Open-Challenges
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       Check-Open-Challenges.
           MOVE ChallengerId TO WorkPlayerId
           Perform Find-Open-Challenge
           IF OpenChallengeFor > 0
               DISPLAY ChallengerId " is already in open challenge "
                   OpenChallengeFor " - rejected."
           ELSE
               MOVE DefenderId TO WorkPlayerId
               Perform Find-Open-Challenge
               IF OpenChallengeFor > 0
                   DISPLAY DefenderId " is already in open challenge "
                       OpenChallengeFor " - rejected."
               ELSE
                   Perform Add-Challenge
               END-IF
           END-IF
       .

       Find-Open-Challenge.
           MOVE 0 TO OpenChallengeFor
           PERFORM Compare-Open-Challenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
                   OR OpenChallengeFor > 0
       .

       Compare-Open-Challenge.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-Status(CG-Idx) = "OPEN"
               AND (CG-ChallengerId(CG-Idx) = WorkPlayerId
                   OR CG-DefenderId(CG-Idx) = WorkPlayerId)
               MOVE CG-ChallengeNumber(CG-Idx) TO OpenChallengeFor
           END-IF
       .

       Add-Challenge.
           MOVE CurrentDate TO CalendarDateNumeric
           PERFORM Add-One-Day VARYING DayCounter FROM 1 BY 1
               UNTIL DayCounter > ChallengeDays
           ADD 1 TO HighestChallengeNumber
           ADD 1 TO ChallengeCount
           MOVE ChallengeCount TO CG-Idx
           MOVE HighestChallengeNumber TO CG-ChallengeNumber(CG-Idx)
           MOVE ChallengerId TO CG-ChallengerId(CG-Idx)
           MOVE ChallengerRung TO CG-ChallengerRung(CG-Idx)
           MOVE DefenderId TO CG-DefenderId(CG-Idx)
           MOVE DefenderRung TO CG-DefenderRung(CG-Idx)
           MOVE CurrentDate TO CG-IssuedDate(CG-Idx)
           MOVE CalendarDateNumeric TO CG-ExpiryDate(CG-Idx)
           MOVE "OPEN" TO CG-Status(CG-Idx)
           MOVE SPACES TO CG-WinnerId(CG-Idx)
           MOVE 0 TO CG-SettledDate(CG-Idx)
           MOVE SPACES TO CG-MatchStartTs(CG-Idx)
           MOVE SPACES TO CG-StationId(CG-Idx)
           MOVE 1 TO ChallengeChanged
           DISPLAY "Challenge " HighestChallengeNumber " issued: "
               ChallengerId " (rung " ChallengerRung ") v "
               DefenderId " (rung " DefenderRung ")"
           DISPLAY "To be played by " CalendarDateNumeric
               " or forfeited by the defender."
       .

*> Calendar arithmetic is done a day at a time so month and year ends
*> and leap years come out right without any date routines.
       Add-One-Day.
           MOVE ML-Days(CD-Month) TO MonthLength
           IF CD-Month = 2
               DIVIDE CD-Year BY 4
                   GIVING LeapQuotient REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   MOVE 29 TO MonthLength
                   DIVIDE CD-Year BY 100
                       GIVING LeapQuotient REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       DIVIDE CD-Year BY 400
                           GIVING LeapQuotient REMAINDER LeapRemainder
                       IF LeapRemainder NOT = 0
                           MOVE 28 TO MonthLength
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CD-Day
           IF CD-Day > MonthLength
               MOVE 1 TO CD-Day
               ADD 1 TO CD-Month
               IF CD-Month > 12
                   MOVE 1 TO CD-Month
                   ADD 1 TO CD-Year
               END-IF
           END-IF
       .

       Withdraw-Challenge.
           DISPLAY "Challenge number?"
           ACCEPT WorkChallengeNumber
           Perform Find-Challenge-Number
           IF FoundChallenge = 0
               DISPLAY "No challenge " WorkChallengeNumber
                   " on file - rejected."
           ELSE
               MOVE FoundChallenge TO CG-Idx
               IF CG-Status(CG-Idx) NOT = "OPEN"
                   DISPLAY "Challenge " WorkChallengeNumber " is already "
                       CG-Status(CG-Idx) " - rejected."
               ELSE
                   MOVE "WITHDRAWN" TO CG-Status(CG-Idx)
                   MOVE CurrentDate TO CG-SettledDate(CG-Idx)
                   MOVE 1 TO ChallengeChanged
                   DISPLAY "Challenge " WorkChallengeNumber
                       " withdrawn - the ladder is unchanged."
               END-IF
           END-IF
       .

       Find-Challenge-Number.
           MOVE 0 TO FoundChallenge
           PERFORM Compare-Challenge-Number
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
                   OR FoundChallenge > 0
       .

       Compare-Challenge-Number.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-ChallengeNumber(CG-Idx) = WorkChallengeNumber
               MOVE ChallengeIndex TO FoundChallenge
           END-IF
       .

*> Removing a player closes the gap: everyone below moves up a rung.
*> A player in an open challenge has to have it withdrawn first.
       Remove-Player.
           DISPLAY "Player initials?"
           ACCEPT WorkPlayerId
           Perform Find-Ladder-Player
           IF FoundRung = 0
               DISPLAY WorkPlayerId " is not on the ladder - rejected."
           ELSE
               Perform Find-Open-Challenge
               IF OpenChallengeFor > 0
                   DISPLAY WorkPlayerId " is in open challenge "
                       OpenChallengeFor " - withdraw it first."
               ELSE
                   PERFORM Close-Ladder-Gap
                       VARYING LadderIndex FROM FoundRung BY 1
                       UNTIL LadderIndex >= LadderCount
                   SUBTRACT 1 FROM LadderCount
                   MOVE 1 TO LadderChanged
                   DISPLAY WorkPlayerId " removed from rung " FoundRung
                       " - players below move up one."
               END-IF
           END-IF
       .

       Close-Ladder-Gap.
           COMPUTE NextLadderIndex = LadderIndex + 1
           MOVE NextLadderIndex TO LR-Idx
           MOVE LadderEntry(LR-Idx) TO LadderEntry(LadderIndex)
           MOVE LadderIndex TO LR-Rung(LadderIndex)
       .

       List-Ladder.
           DISPLAY "RUNG PLAYER      JOINED"
           PERFORM List-One-Rung VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           IF LadderCount = 0
               DISPLAY "No players on the ladder."
           END-IF
           MOVE 0 TO OpenChallengeCount
           DISPLAY "OPEN CHALLENGES"
           DISPLAY "NUMBER CHALLENGER RUNG DEFENDER   RUNG ISSUED"
               "   EXPIRES"
           PERFORM List-One-Challenge VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           IF OpenChallengeCount = 0
               DISPLAY "No open challenges."
           END-IF
       .

       List-One-Rung.
           MOVE LadderIndex TO LR-Idx
           MOVE SPACES TO ReportLine
           STRING
               LR-Rung(LR-Idx)          DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               LR-PlayerId(LR-Idx)      DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               LR-JoinedDate(LR-Idx)    DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       List-One-Challenge.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-Status(CG-Idx) = "OPEN"
               ADD 1 TO OpenChallengeCount
               MOVE SPACES TO ReportLine
               STRING
                   CG-ChallengeNumber(CG-Idx)  DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   CG-ChallengerId(CG-Idx)     DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   CG-ChallengerRung(CG-Idx)   DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   CG-DefenderId(CG-Idx)       DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   CG-DefenderRung(CG-Idx)     DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   CG-IssuedDate(CG-Idx)       DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   CG-ExpiryDate(CG-Idx)       DELIMITED BY SIZE
                   INTO ReportLine
               DISPLAY ReportLine
           END-IF
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

       END PROGRAM LadderMaint.
