       IDENTIFICATION DIVISION.
       PROGRAM-ID. DivisionMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT DivHistFile ASSIGN TO "DIVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DivHistFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD DivHistFile.
       COPY "divhistrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "divcodes.cpy".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 DivHistFileStatus PIC XX VALUE "00".
       01 EndOfPlayerFile PIC 9 VALUE 0.
       01 EndOfDivHistFile PIC 9 VALUE 0.
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 WorkPlayerId PIC X(10).
       01 WorkDivision PIC X(03).
       01 CurrentDivision PIC X(03).
       01 DivisionIndex PIC 9.
       01 FoundDivision PIC 9.
       01 RawDate PIC X(08).
       01 DateIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 EffectiveDate PIC 9(08).
       01 HistoryCount PIC 9(04).
       01 UnknownCount PIC 9(04).
       01 DivisionCountTable.
           05 DivisionCount PIC 9(04) OCCURS 4 TIMES.
       01 ReportLine PIC X(80).

       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           DISPLAY "===== DIVISION MAINTENANCE ====="
           Perform Process-One-Function UNTIL MaintDone = 1
           GOBACK.

       Process-One-Function.
           DISPLAY "Function? P=Place player H=Player history"
               " L=List divisions X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "phlx" TO "PHLX"
           EVALUATE FunctionCode
               WHEN "P"
                   Perform Place-Player
               WHEN "H"
                   Perform Show-Player-History
               WHEN "L"
                   Perform List-Divisions
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
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

*> A placement changes only the division on the master record; wins,
*> losses and points stay with the player, and the history row keeps
*> the earlier division for any season that ended before the move.
*> The effective date may be backdated to when the move was agreed
*> but not before the player's last placement, so the history always
*> reads in date order, and not into the future, since tonight's
*> leaderboard ranks by the division on the master record.
       Place-Player.
           DISPLAY "Player initials?"
           ACCEPT WorkPlayerId
           DISPLAY "Division? JNR=Junior OPN=Open VET=Veterans"
               " NOV=Novice"
           ACCEPT WorkDivision
           INSPECT WorkDivision CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Perform Find-Division
           IF FoundDivision = 0
               DISPLAY "No division " WorkDivision " - rejected."
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
                           Perform Apply-Placement
                   END-READ
                   CLOSE PlayerMasterFile
                   Perform Close-Player-Journal
               END-IF
           END-IF
       .

       Apply-Placement.
           MOVE PM-Division TO CurrentDivision
           IF CurrentDivision = SPACES
               MOVE "OPN" TO CurrentDivision
           END-IF
           IF CurrentDivision = WorkDivision AND PM-Division NOT = SPACES
               DISPLAY WorkPlayerId " is already in " WorkDivision "."
           ELSE
               DISPLAY "Effective date (YYYYMMDD, blank for today)?"
               Perform Accept-Effective-Date
               EVALUATE TRUE
                   WHEN EffectiveDate > CurrentDate
                       DISPLAY "Effective date is in the future - "
                           "enter the move on the day - rejected."
                   WHEN EffectiveDate < PM-DivisionDate
                       DISPLAY "Effective date is before the last "
                           "placement on " PM-DivisionDate
                           " - rejected."
                   WHEN OTHER
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       MOVE WorkDivision TO PM-Division
                       MOVE EffectiveDate TO PM-DivisionDate
                       REWRITE PlayerMasterRecord
                       IF PlayerMasterFileStatus = "00"
                           Perform Journal-Player-Change
                           Perform Write-Division-History
                           DISPLAY WorkPlayerId " moved from "
                               CurrentDivision " to " WorkDivision
                               " from " EffectiveDate "."
                       ELSE
                           DISPLAY "Placement not saved - status "
                               PlayerMasterFileStatus
                       END-IF
               END-EVALUATE
           END-IF
       .

       Accept-Effective-Date.
           MOVE 0 TO DateIsValid
           Perform Accept-One-Date UNTIL DateIsValid = 1
       .

       Accept-One-Date.
           ACCEPT RawDate
           MOVE 1 TO DateIsValid
           IF RawDate = SPACES
               MOVE CurrentDate TO EffectiveDate
           ELSE
               PERFORM Check-Date-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 8
               IF DateIsValid = 0
                   DISPLAY "Not a valid YYYYMMDD date: " RawDate
               ELSE
                   MOVE RawDate TO EffectiveDate
               END-IF
           END-IF
       .

       Check-Date-Char.
           IF RawDate(DateCharIndex:1) < "0"
               OR RawDate(DateCharIndex:1) > "9"
               MOVE 0 TO DateIsValid
           END-IF
       .

       Write-Division-History.
           OPEN EXTEND DivHistFile
           IF DivHistFileStatus = "35"
               OPEN OUTPUT DivHistFile
           END-IF
           MOVE WorkPlayerId TO DH-PlayerId
           MOVE WorkDivision TO DH-Division
           MOVE EffectiveDate TO DH-EffectiveDate
           MOVE CurrentDate TO DH-RecordedDate
           WRITE DivisionHistoryRecord
           CLOSE DivHistFile
       .

       Show-Player-History.
           DISPLAY "Player initials?"
           ACCEPT WorkPlayerId
           MOVE 0 TO HistoryCount
           MOVE 0 TO EndOfDivHistFile
           DISPLAY "DIVISION EFFECTIVE RECORDED"
           OPEN INPUT DivHistFile
           IF DivHistFileStatus = "00"
               Perform Read-Player-History UNTIL EndOfDivHistFile = 1
               CLOSE DivHistFile
           END-IF
           IF HistoryCount = 0
               DISPLAY WorkPlayerId " has never been placed - ranked"
                   " in OPN."
           END-IF
       .

       Read-Player-History.
           READ DivHistFile
               AT END MOVE 1 TO EndOfDivHistFile
               NOT AT END
                   IF DH-PlayerId = WorkPlayerId
                       ADD 1 TO HistoryCount
                       MOVE SPACES TO ReportLine
                       STRING
                           DH-Division          DELIMITED BY SIZE
                           "      "             DELIMITED BY SIZE
                           DH-EffectiveDate     DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           DH-RecordedDate      DELIMITED BY SIZE
                           INTO ReportLine
                       DISPLAY ReportLine
                   END-IF
           END-READ
       .

       List-Divisions.
           MOVE 0 TO UnknownCount
           PERFORM Clear-Division-Count VARYING DivisionIndex
               FROM 1 BY 1 UNTIL DivisionIndex > 4
           MOVE 0 TO EndOfPlayerFile
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus = "00"
               Perform Count-One-Player UNTIL EndOfPlayerFile = 1
               CLOSE PlayerMasterFile
           END-IF
           DISPLAY "CODE NAME       PLAYERS"
           PERFORM List-One-Division VARYING DivisionIndex
               FROM 1 BY 1 UNTIL DivisionIndex > 4
           IF UnknownCount > 0
               DISPLAY "Players on a retired code (ranked in OPN): "
                   UnknownCount
           END-IF
       .

       Clear-Division-Count.
           MOVE 0 TO DivisionCount(DivisionIndex)
       .

       Count-One-Player.
           READ PlayerMasterFile NEXT
               AT END MOVE 1 TO EndOfPlayerFile
               NOT AT END
                   MOVE PM-Division TO WorkDivision
                   IF WorkDivision = SPACES
                       MOVE "OPN" TO WorkDivision
                   END-IF
                   Perform Find-Division
                   IF FoundDivision > 0
                       ADD 1 TO DivisionCount(FoundDivision)
                   ELSE
                       ADD 1 TO UnknownCount
                       ADD 1 TO DivisionCount(2)
                   END-IF
           END-READ
       .

       List-One-Division.
           MOVE DivisionIndex TO DC-Idx
           MOVE SPACES TO ReportLine
           STRING
               DC-Code(DC-Idx)                DELIMITED BY SIZE
               "  "                           DELIMITED BY SIZE
               DC-Name(DC-Idx)                DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               DivisionCount(DivisionIndex)   DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
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
               MOVE "DivisionMaint" TO PJ-Program
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

       END PROGRAM DivisionMaint.
