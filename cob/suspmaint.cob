       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspendMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspensionFile ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspensionFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuspensionFile.
       COPY "suspendrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       01 SuspensionFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 EndOfSuspensionFile PIC 9 VALUE 0.
       01 SuspensionCount PIC 9(03) VALUE 0.
       01 SuspensionTable.
           05 SuspensionEntry OCCURS 200 TIMES INDEXED BY SP-Idx.
               10 SP-PlayerId     PIC X(10).
               10 SP-Reason       PIC X(30).
               10 SP-StartDate    PIC 9(08).
               10 SP-EndDate      PIC 9(08).
               10 SP-LiftedDate   PIC 9(08).
               10 SP-EnteredTs    PIC X(14).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 FileChanged PIC 9 VALUE 0.
       01 SuspensionOverflow PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 WorkPlayerId PIC X(10).
       01 WorkReason PIC X(30).
       01 WorkStartDate PIC 9(08).
       01 WorkEndDate PIC 9(08).
       01 PlayerKnown PIC 9.
       01 RawDate PIC X(08).
       01 DateIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 DefaultDate PIC 9(08).
       01 LiftCount PIC 9(03).
       01 ListIndex PIC 9(03).
       01 ReportStatus PIC X(08).
       01 ReportEndDate PIC X(08).
       01 ReportLine PIC X(80).

       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           Perform Load-Suspension-File
           DISPLAY "===== PLAYER SUSPENSION REGISTER ====="
           IF SuspensionOverflow = 1
               DISPLAY "File holds more rows than the table - updates"
               DISPLAY "are refused so no suspension can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF FileChanged = 1 AND SuspensionOverflow = 0
               Perform Rewrite-Suspension-File
               DISPLAY "Suspension register rewritten."
           ELSE
               DISPLAY "No changes - file left untouched."
           END-IF
           GOBACK.

       Load-Suspension-File.
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
               NOT AT END Perform Store-Suspension-Record
           END-READ
       .

       Store-Suspension-Record.
           IF SuspensionCount < 200
               ADD 1 TO SuspensionCount
               MOVE SuspensionCount TO SP-Idx
               MOVE SU-PlayerId TO SP-PlayerId(SP-Idx)
               MOVE SU-Reason TO SP-Reason(SP-Idx)
               MOVE SU-StartDate TO SP-StartDate(SP-Idx)
               MOVE SU-EndDate TO SP-EndDate(SP-Idx)
               MOVE SU-LiftedDate TO SP-LiftedDate(SP-Idx)
               MOVE SU-EnteredTs TO SP-EnteredTs(SP-Idx)
           ELSE
               MOVE 1 TO SuspensionOverflow
               DISPLAY "Suspension table full - row not loaded: "
                   SU-PlayerId
           END-IF
       .

       Process-One-Function.
           DISPLAY "Function? A=Add R=Lift L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "arlx" TO "ARLX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Suspension
               WHEN "R"
                   Perform Guarded-Lift-Suspension
               WHEN "L"
                   Perform List-Suspensions
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Add-Suspension.
           IF SuspensionOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Suspension
           END-IF
       .

       Guarded-Lift-Suspension.
           IF SuspensionOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Lift-Suspension
           END-IF
       .

       Add-Suspension.
           IF SuspensionCount >= 200
               DISPLAY "Suspension table full - rejected."
           ELSE
               DISPLAY "Player initials?"
               ACCEPT WorkPlayerId
               Perform Check-Player-Known
               IF PlayerKnown = 0
                   DISPLAY "No such player in PLAYERS.DAT - rejected."
               ELSE
                   DISPLAY "Reason (up to 30 characters)?"
                   ACCEPT WorkReason
                   DISPLAY "Start date YYYYMMDD (blank for today)?"
                   MOVE CurrentDate TO DefaultDate
                   MOVE 0 TO DateIsValid
                   Perform Accept-Optional-Date UNTIL DateIsValid = 1
                   MOVE RawDate TO WorkStartDate
                   DISPLAY "End date YYYYMMDD (blank for open-ended)?"
                   MOVE 99999999 TO DefaultDate
                   MOVE 0 TO DateIsValid
                   Perform Accept-Optional-Date UNTIL DateIsValid = 1
                   MOVE RawDate TO WorkEndDate
                   IF WorkEndDate < WorkStartDate
                       DISPLAY "End date before start date - rejected."
                   ELSE
                       Perform Append-Suspension
                   END-IF
               END-IF
           END-IF
       .

       Append-Suspension.
           ADD 1 TO SuspensionCount
           MOVE SuspensionCount TO SP-Idx
           MOVE WorkPlayerId TO SP-PlayerId(SP-Idx)
           MOVE WorkReason TO SP-Reason(SP-Idx)
           MOVE WorkStartDate TO SP-StartDate(SP-Idx)
           MOVE WorkEndDate TO SP-EndDate(SP-Idx)
           MOVE 0 TO SP-LiftedDate(SP-Idx)
           MOVE CurrentTimestamp TO SP-EnteredTs(SP-Idx)
           MOVE 1 TO FileChanged
           DISPLAY WorkPlayerId " suspended from " WorkStartDate
               " to " WorkEndDate "."
       .

       Check-Player-Known.
           MOVE 0 TO PlayerKnown
           IF WorkPlayerId NOT = SPACES
               OPEN INPUT PlayerMasterFile
               IF PlayerMasterFileStatus = "00"
                   MOVE WorkPlayerId TO PM-PlayerId
                   READ PlayerMasterFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO PlayerKnown
                   END-READ
                   CLOSE PlayerMasterFile
               END-IF
           END-IF
       .

       Accept-Optional-Date.
           ACCEPT RawDate
           MOVE 1 TO DateIsValid
           IF RawDate = SPACES
               MOVE DefaultDate TO RawDate
           ELSE
               PERFORM Check-Date-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 8
               IF DateIsValid = 0
                   DISPLAY "Not a valid YYYYMMDD date: " RawDate
               END-IF
           END-IF
       .

       Check-Date-Char.
           IF RawDate(DateCharIndex:1) < "0"
               OR RawDate(DateCharIndex:1) > "9"
               MOVE 0 TO DateIsValid
           END-IF
       .

*> Lifting never removes the row: the lifted date is stamped on every
*> suspension still running for the player, so the register keeps the
*> full history and the cabinet stops refusing them from today.
       Lift-Suspension.
           DISPLAY "Player initials to reinstate?"
           ACCEPT WorkPlayerId
           MOVE 0 TO LiftCount
           PERFORM Lift-One-Suspension
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > SuspensionCount
           IF LiftCount = 0
               DISPLAY "No suspension in force for " WorkPlayerId "."
           ELSE
               MOVE 1 TO FileChanged
               DISPLAY "Lifted " LiftCount " suspension(s) for "
                   WorkPlayerId "."
           END-IF
       .

       Lift-One-Suspension.
           MOVE ListIndex TO SP-Idx
           IF SP-PlayerId(SP-Idx) = WorkPlayerId
               AND SP-LiftedDate(SP-Idx) = 0
               AND SP-EndDate(SP-Idx) >= CurrentDate
               MOVE CurrentDate TO SP-LiftedDate(SP-Idx)
               ADD 1 TO LiftCount
           END-IF
       .

       List-Suspensions.
           DISPLAY "PLAYER      FROM      TO        STATUS    REASON"
           PERFORM List-One-Suspension
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > SuspensionCount
           IF SuspensionCount = 0
               DISPLAY "No suspensions on file."
           END-IF
       .

       List-One-Suspension.
           MOVE ListIndex TO SP-Idx
           EVALUATE TRUE
               WHEN SP-LiftedDate(SP-Idx) NOT = 0
                   MOVE "LIFTED" TO ReportStatus
               WHEN SP-StartDate(SP-Idx) > CurrentDate
                   MOVE "PENDING" TO ReportStatus
               WHEN SP-EndDate(SP-Idx) < CurrentDate
                   MOVE "EXPIRED" TO ReportStatus
               WHEN OTHER
                   MOVE "IN FORCE" TO ReportStatus
           END-EVALUATE
           IF SP-EndDate(SP-Idx) = 99999999
               MOVE "OPEN" TO ReportEndDate
           ELSE
               MOVE SP-EndDate(SP-Idx) TO ReportEndDate
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               SP-PlayerId(SP-Idx)     DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               SP-StartDate(SP-Idx)    DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               ReportEndDate           DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               ReportStatus            DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               SP-Reason(SP-Idx)       DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Rewrite-Suspension-File.
           OPEN OUTPUT SuspensionFile
           PERFORM Write-Suspension-Record
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > SuspensionCount
           CLOSE SuspensionFile
       .

       Write-Suspension-Record.
           MOVE ListIndex TO SP-Idx
           MOVE SP-PlayerId(SP-Idx) TO SU-PlayerId
           MOVE SP-Reason(SP-Idx) TO SU-Reason
           MOVE SP-StartDate(SP-Idx) TO SU-StartDate
           MOVE SP-EndDate(SP-Idx) TO SU-EndDate
           MOVE SP-LiftedDate(SP-Idx) TO SU-LiftedDate
           MOVE SP-EnteredTs(SP-Idx) TO SU-EnteredTs
           WRITE SuspensionRecord
       .

       END PROGRAM SuspendMaint.
