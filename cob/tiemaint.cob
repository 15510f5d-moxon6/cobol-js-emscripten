       IDENTIFICATION DIVISION.
       PROGRAM-ID. TieMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TieFile ASSIGN TO "TIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TieFileStatus.
           SELECT ClubFile ASSIGN TO "CLUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClubFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TieFile.
       COPY "tierec.cpy".
       FD ClubFile.
       COPY "clubrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       01 TieFileStatus PIC XX VALUE "00".
       01 ClubFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 EndOfTieFile PIC 9 VALUE 0.
       01 EndOfClubFile PIC 9 VALUE 0.
       01 RubberCount PIC 9(03) VALUE 0.
       01 RubberIndex PIC 9(03).
       01 RubberTable.
           05 RubberEntry OCCURS 300 TIMES INDEXED BY RB-Idx.
               10 RB-TieNumber      PIC 9(03).
               10 RB-RubberNumber   PIC 9.
               10 RB-TieDate        PIC 9(08).
               10 RB-HomeClub       PIC X(04).
               10 RB-AwayClub       PIC X(04).
               10 RB-HomePlayerId   PIC X(10).
               10 RB-AwayPlayerId   PIC X(10).
               10 RB-MatchStartTs   PIC X(14).
               10 RB-StationId      PIC X(04).
       01 ClubCodeCount PIC 99 VALUE 0.
       01 ClubCodeIndex PIC 99.
       01 ClubCodeTable.
           05 ClubCodeEntry OCCURS 40 TIMES PIC X(04).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 FileChanged PIC 9 VALUE 0.
       01 RubberOverflow PIC 9 VALUE 0.
       01 HighestTieNumber PIC 9(03) VALUE 0.
       01 WorkHomeClub PIC X(04).
       01 WorkAwayClub PIC X(04).
       01 WorkClubCode PIC X(04).
       01 ClubFound PIC 9.
       01 WorkTieDate PIC X(08).
       01 WorkRubberText PIC X(01).
       01 WorkRubbers PIC 9.
       01 RubberNumber PIC 99.
       01 RubberEntryValid PIC 9.
       01 TieAbandoned PIC 9.
       01 FirstNewRubber PIC 9(03).
       01 WorkHomePlayerId PIC X(10).
       01 WorkAwayPlayerId PIC X(10).
       01 WorkPlayerId PIC X(10).
       01 PlayerEligible PIC 9.
       01 ReportStatus PIC X(14).
       01 ReportLine PIC X(80).

       PROCEDURE DIVISION.
       Main.
           Perform Load-Tie-File
           Perform Load-Club-Codes
           DISPLAY "===== TEAM TIE MAINTENANCE ====="
           IF RubberOverflow = 1
               DISPLAY "File holds more rubbers than the table - updates"
               DISPLAY "are refused so no rubber can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF FileChanged = 1 AND RubberOverflow = 0
               Perform Rewrite-Tie-File
               DISPLAY "Tie file rewritten."
           ELSE
               DISPLAY "No changes - file left untouched."
           END-IF
           GOBACK.

       Load-Tie-File.
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
                   IF TI-TieNumber > HighestTieNumber
                       MOVE TI-TieNumber TO HighestTieNumber
                   END-IF
                   IF RubberCount < 300
                       ADD 1 TO RubberCount
                       MOVE RubberCount TO RB-Idx
                       MOVE TieRubberRecord TO RubberEntry(RB-Idx)
                   ELSE
                       MOVE 1 TO RubberOverflow
                   END-IF
           END-READ
       .

       Load-Club-Codes.
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
                   IF ClubCodeCount < 40
                       ADD 1 TO ClubCodeCount
                       MOVE CL-ClubCode TO ClubCodeEntry(ClubCodeCount)
                   END-IF
           END-READ
       .

       Process-One-Function.
           DISPLAY "Function? A=Add tie L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "alx" TO "ALX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Tie
               WHEN "L"
                   Perform List-Ties
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Add-Tie.
           IF RubberOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Tie
           END-IF
       .

*> A tie is entered whole: both clubs, the date, and every rubber's
*> pairing in playing order. Each player must be on the master file
*> as a member of the side they are down for, so a visitor cannot be
*> slipped into a home team on the night.
       Add-Tie.
           MOVE 0 TO TieAbandoned
           DISPLAY "Home club code?"
           ACCEPT WorkHomeClub
           DISPLAY "Away club code?"
           ACCEPT WorkAwayClub
           INSPECT WorkHomeClub CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WorkAwayClub CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WorkHomeClub TO WorkClubCode
           Perform Check-Club-On-File
           IF ClubFound = 0
               DISPLAY "No club " WorkHomeClub " on file - rejected."
               MOVE 1 TO TieAbandoned
           END-IF
           MOVE WorkAwayClub TO WorkClubCode
           Perform Check-Club-On-File
           IF ClubFound = 0 AND TieAbandoned = 0
               DISPLAY "No club " WorkAwayClub " on file - rejected."
               MOVE 1 TO TieAbandoned
           END-IF
           IF TieAbandoned = 0 AND WorkHomeClub = WorkAwayClub
               DISPLAY "A club cannot play itself - rejected."
               MOVE 1 TO TieAbandoned
           END-IF
           IF TieAbandoned = 0
               DISPLAY "Tie date (YYYYMMDD)?"
               ACCEPT WorkTieDate
               IF WorkTieDate IS NOT NUMERIC
                   DISPLAY "Not a date - rejected."
                   MOVE 1 TO TieAbandoned
               END-IF
           END-IF
           IF TieAbandoned = 0
               DISPLAY "Number of singles rubbers (1-9)?"
               ACCEPT WorkRubberText
               IF WorkRubberText IS NOT NUMERIC
                   OR WorkRubberText = "0"
                   DISPLAY "Not a rubber count - rejected."
                   MOVE 1 TO TieAbandoned
               ELSE
                   MOVE WorkRubberText TO WorkRubbers
                   IF RubberCount + WorkRubbers > 300
                       DISPLAY "Tie table full - rejected."
                       MOVE 1 TO TieAbandoned
                   END-IF
               END-IF
           END-IF
           IF TieAbandoned = 0
               ADD 1 TO HighestTieNumber
               COMPUTE FirstNewRubber = RubberCount + 1
               PERFORM Add-One-Rubber VARYING RubberNumber FROM 1 BY 1
                   UNTIL RubberNumber > WorkRubbers
                       OR TieAbandoned = 1
               IF TieAbandoned = 1
                   COMPUTE RubberCount = FirstNewRubber - 1
                   SUBTRACT 1 FROM HighestTieNumber
                   DISPLAY "Tie abandoned - nothing added."
               ELSE
                   MOVE 1 TO FileChanged
                   DISPLAY "Tie " HighestTieNumber " added: "
                       WorkHomeClub " v " WorkAwayClub ", "
                       WorkRubbers " rubber(s)."
               END-IF
           END-IF
       .

       Check-Club-On-File.
           MOVE 0 TO ClubFound
           PERFORM Compare-Club-Code
               VARYING ClubCodeIndex FROM 1 BY 1
               UNTIL ClubCodeIndex > ClubCodeCount OR ClubFound = 1
       .

       Compare-Club-Code.
           IF ClubCodeEntry(ClubCodeIndex) = WorkClubCode
               AND WorkClubCode NOT = SPACES
               MOVE 1 TO ClubFound
           END-IF
       .

       Add-One-Rubber.
           MOVE 0 TO RubberEntryValid
           Perform Accept-Rubber-Pairing
               UNTIL RubberEntryValid = 1 OR TieAbandoned = 1
           IF TieAbandoned = 0
               ADD 1 TO RubberCount
               MOVE RubberCount TO RB-Idx
               MOVE HighestTieNumber TO RB-TieNumber(RB-Idx)
               MOVE RubberNumber TO RB-RubberNumber(RB-Idx)
               MOVE WorkTieDate TO RB-TieDate(RB-Idx)
               MOVE WorkHomeClub TO RB-HomeClub(RB-Idx)
               MOVE WorkAwayClub TO RB-AwayClub(RB-Idx)
               MOVE WorkHomePlayerId TO RB-HomePlayerId(RB-Idx)
               MOVE WorkAwayPlayerId TO RB-AwayPlayerId(RB-Idx)
               MOVE SPACES TO RB-MatchStartTs(RB-Idx)
               MOVE SPACES TO RB-StationId(RB-Idx)
           END-IF
       .

       Accept-Rubber-Pairing.
           DISPLAY "Rubber " RubberNumber " - " WorkHomeClub
               " player initials (blank abandons the tie)?"
           ACCEPT WorkHomePlayerId
           IF WorkHomePlayerId = SPACES
               MOVE 1 TO TieAbandoned
           ELSE
               DISPLAY "Rubber " RubberNumber " - " WorkAwayClub
                   " player initials?"
               ACCEPT WorkAwayPlayerId
               MOVE WorkHomePlayerId TO WorkPlayerId
               MOVE WorkHomeClub TO WorkClubCode
               Perform Check-Player-Eligible
               IF PlayerEligible = 1
                   MOVE WorkAwayPlayerId TO WorkPlayerId
                   MOVE WorkAwayClub TO WorkClubCode
                   Perform Check-Player-Eligible
               END-IF
               IF PlayerEligible = 1
                   MOVE 1 TO RubberEntryValid
               ELSE
                   DISPLAY "Enter the rubber again."
               END-IF
           END-IF
       .

       Check-Player-Eligible.
           MOVE 0 TO PlayerEligible
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus NOT = "00"
               DISPLAY "Cannot open PLAYERS.DAT - status "
                   PlayerMasterFileStatus
           ELSE
               MOVE WorkPlayerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY
                       DISPLAY WorkPlayerId
                           " is not in the player master."
                   NOT INVALID KEY
                       IF PM-ClubCode = WorkClubCode
                           MOVE 1 TO PlayerEligible
                       ELSE
                           DISPLAY WorkPlayerId " plays for '"
                               PM-ClubCode "', not " WorkClubCode "."
                       END-IF
               END-READ
               CLOSE PlayerMasterFile
           END-IF
       .

       List-Ties.
           DISPLAY "TIE RUB DATE     HOME AWAY HOME PLR   AWAY PLR"
               "   STATUS"
           PERFORM List-One-Rubber VARYING RubberIndex FROM 1 BY 1
               UNTIL RubberIndex > RubberCount
           IF RubberCount = 0
               DISPLAY "No ties on file."
           END-IF
       .

       List-One-Rubber.
           MOVE RubberIndex TO RB-Idx
           IF RB-MatchStartTs(RB-Idx) = SPACES
               MOVE "UNPLAYED" TO ReportStatus
           ELSE
               MOVE RB-MatchStartTs(RB-Idx) TO ReportStatus
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               RB-TieNumber(RB-Idx)      DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               RB-RubberNumber(RB-Idx)   DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               RB-TieDate(RB-Idx)        DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               RB-HomeClub(RB-Idx)       DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               RB-AwayClub(RB-Idx)       DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               RB-HomePlayerId(RB-Idx)   DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               RB-AwayPlayerId(RB-Idx)   DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               ReportStatus              DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Rewrite-Tie-File.
           OPEN OUTPUT TieFile
           PERFORM Write-Tie-Record VARYING RubberIndex FROM 1 BY 1
               UNTIL RubberIndex > RubberCount
           CLOSE TieFile
       .

       Write-Tie-Record.
           MOVE RubberIndex TO RB-Idx
           MOVE RubberEntry(RB-Idx) TO TieRubberRecord
           WRITE TieRubberRecord
       .

       END PROGRAM TieMaint.
