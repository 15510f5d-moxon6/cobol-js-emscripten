       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatchAppeals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AppealFile ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AppealFileStatus.
           SELECT MatchHistFile ASSIGN TO "MATCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
           SELECT MatchHistHistFile ASSIGN TO "MATCHHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistHistStatus.
           SELECT MatchWorkFile ASSIGN TO "MATCHWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchWorkStatus.
           SELECT ScoresFile ASSIGN TO "SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoresFileStatus.
           SELECT ScoreHistFile ASSIGN TO "SCOREHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoreHistFileStatus.
           SELECT ScoresWorkFile ASSIGN TO "SCORESWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoresWorkStatus.
           SELECT AuditFile ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT AuditHistFile ASSIGN TO "AUDITHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditHistFileStatus.
           SELECT ArchCtlFile ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchCtlFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT LeagueFile ASSIGN TO "LEAGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LeagueFileStatus.
           SELECT FixturesFile ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FixturesFileStatus.
           SELECT TieFile ASSIGN TO "TIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TieFileStatus.
           SELECT RatingRequestFile ASSIGN TO "RATEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingRequestStatus.
           SELECT MatchIndexFile ASSIGN TO "MATCHIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-MatchKey
               ALTERNATE RECORD KEY IS MX-WinnerId WITH DUPLICATES
               ALTERNATE RECORD KEY IS MX-LoserId WITH DUPLICATES
               ALTERNATE RECORD KEY IS MX-WinnerPartnerId
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MX-LoserPartnerId
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MX-EndTimestamp WITH DUPLICATES
               FILE STATUS IS MatchIndexFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AppealFile.
       COPY "appealrec.cpy".
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchHistHistFile.
       01 MatchHistHistRecord PIC X(80).
       FD MatchWorkFile.
       01 MatchWorkRecord PIC X(80).
       FD ScoresFile.
       COPY "scorerec.cpy".
       FD ScoreHistFile.
       01 ScoreHistRecord PIC X(60).
       FD ScoresWorkFile.
       01 ScoresWorkRecord PIC X(60).
       FD AuditFile.
       COPY "auditrec.cpy".
       FD AuditHistFile.
       01 AuditHistRecord PIC X(60).
       FD ArchCtlFile.
       COPY "archctlrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD LeagueFile.
       COPY "leaguerec.cpy".
       FD FixturesFile.
       COPY "fixturerec.cpy".
       FD TieFile.
       COPY "tierec.cpy".
       FD RatingRequestFile.
       COPY "ratereqrec.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 AppealFileStatus PIC XX VALUE "00".
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchHistHistStatus PIC XX VALUE "00".
       01 MatchWorkStatus PIC XX VALUE "00".
       01 ScoresFileStatus PIC XX VALUE "00".
       01 ScoreHistFileStatus PIC XX VALUE "00".
       01 ScoresWorkStatus PIC XX VALUE "00".
       01 AuditFileStatus PIC XX VALUE "00".
       01 AuditHistFileStatus PIC XX VALUE "00".
       01 ArchCtlFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 LeagueFileStatus PIC XX VALUE "00".
       01 FixturesFileStatus PIC XX VALUE "00".
       01 TieFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 RatingRequestStatus PIC XX VALUE "00".
       01 EndOfAppealFile PIC 9 VALUE 0.
       01 EndOfArchCtlFile PIC 9 VALUE 0.
       01 EndOfHistFile PIC 9 VALUE 0.
       01 EndOfLeagueFile PIC 9 VALUE 0.
       01 EndOfFixturesFile PIC 9 VALUE 0.
       01 EndOfTieFile PIC 9 VALUE 0.
       01 MatchHistWorkName PIC X(22) VALUE "MATCHHIST.TMP".
       01 ScoreHistWorkName PIC X(22) VALUE "SCOREHIST.TMP".
       01 AuditHistWorkName PIC X(22) VALUE "AUDITHIST.TMP".
       01 HistFileName PIC X(22).
       01 MatchHistCount PIC 99 VALUE 0.
       01 ScoreHistCount PIC 99 VALUE 0.
       01 AuditHistCount PIC 99 VALUE 0.
*> Slot 1 of each name table is the live file itself, so the live
*> file and every archived generation go through the same rename,
*> copy and copy-back path.
       01 MatchHistNameTable.
           05 MatchHistName OCCURS 100 TIMES PIC X(22).
       01 ScoreHistNameTable.
           05 ScoreHistName OCCURS 100 TIMES PIC X(22).
       01 AuditHistNameTable.
           05 AuditHistName OCCURS 100 TIMES PIC X(22).
       01 HistIndex PIC 9(03).
       01 HistLookupIndex PIC 9(03).
       01 HistNameSeen PIC 9.
       01 CaseCount PIC 9(03) VALUE 0.
       01 CaseOverflow PIC 9 VALUE 0.
       01 CaseTable.
           05 CaseEntry OCCURS 500 TIMES INDEXED BY CS-Idx.
               10 CS-Image PIC X(232).
       01 CaseIndex PIC 9(03).
       01 FoundCase PIC 9(03).
       01 HighestCaseNumber PIC 9(05).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 WorkStationId PIC X(04).
       01 WorkStartTs PIC X(14).
       01 WorkTimestamp PIC X(14).
       01 WorkRulingCode PIC X(01).
       01 WorkRuling PIC X(08).
       01 CaseNumberText PIC X(05).
       01 CaseNumberShift PIC X(04).
       01 WorkCaseNumber PIC 9(05).
       01 CaseNumberValid PIC 9.
       01 MatchFound PIC 9.
       01 MatchFoundIn PIC X(22).
       01 FoundMatchRecord PIC X(80).
       01 CaseBlocked PIC 9.
       01 MatchRowsChanged PIC 9(05).
       01 ScoreRowsChanged PIC 9(05).
       01 FileRowsChanged PIC 9(05).
       01 WinnerNetPoints PIC S9(05).
       01 LoserNetPoints PIC S9(05).
       01 AdjustPlayerId PIC X(10).
       01 AdjustWins PIC S9.
       01 AdjustLosses PIC S9.
       01 AdjustPoints PIC S9(05).
       01 LeagueCount PIC 99 VALUE 0.
       01 LeagueIndex PIC 99.
       01 LeagueTable.
           05 LeagueEntry OCCURS 66 TIMES INDEXED BY LE-Idx.
               10 LE-Week         PIC 99.
               10 LE-Match        PIC 99.
               10 LE-Player1Id    PIC X(10).
               10 LE-Player2Id    PIC X(10).
               10 LE-WinnerId     PIC X(10).
               10 LE-WinnerScore  PIC 99.
               10 LE-LoserScore   PIC 99.
       01 FixtureCount PIC 99 VALUE 0.
       01 FixtureIndex PIC 99.
       01 FixtureTable.
           05 FixtureEntry OCCURS 7 TIMES INDEXED BY FE-Idx.
               10 FE-Round        PIC 9.
               10 FE-Match        PIC 99.
               10 FE-Player1Id    PIC X(10).
               10 FE-Player2Id    PIC X(10).
               10 FE-WinnerId     PIC X(10).
       01 TieRubberCount PIC 9(03) VALUE 0.
       01 TieIndex PIC 9(03).
       01 TieRubberTable.
           05 TR-Image OCCURS 300 TIMES PIC X(58).
       01 TieRubberReopened PIC 9.
       01 CompetitionRow PIC 99.
       01 TargetFixture PIC 99.
       01 FixtureSlotQuotient PIC 99.
       01 FixtureSlotParity PIC 9.
       01 NewWinnerId PIC X(10).
       01 ReportLine PIC X(100).

       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== MATCH APPEALS REGISTER ====="
           Perform Load-Appeal-File
           Perform Load-Archive-Control
           IF CaseOverflow = 1
               DISPLAY "File holds more cases than the table - updates"
               DISPLAY "are refused so no case can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           GOBACK.

       Load-Appeal-File.
           MOVE 0 TO HighestCaseNumber
           OPEN INPUT AppealFile
           IF AppealFileStatus = "00"
               Perform Read-Appeal-Record UNTIL EndOfAppealFile = 1
               CLOSE AppealFile
           END-IF
       .

       Read-Appeal-Record.
           READ AppealFile
               AT END MOVE 1 TO EndOfAppealFile
               NOT AT END
                   IF AP-CaseNumber > HighestCaseNumber
                       MOVE AP-CaseNumber TO HighestCaseNumber
                   END-IF
                   IF CaseCount < 500
                       ADD 1 TO CaseCount
                       MOVE AppealRecord TO CS-Image(CaseCount)
                   ELSE
                       MOVE 1 TO CaseOverflow
                   END-IF
           END-READ
       .

       Rewrite-Appeal-File.
           OPEN OUTPUT AppealFile
           PERFORM Write-Appeal-Record VARYING CaseIndex FROM 1 BY 1
               UNTIL CaseIndex > CaseCount
           CLOSE AppealFile
       .

       Write-Appeal-Record.
           MOVE CS-Image(CaseIndex) TO AppealRecord
           WRITE AppealRecord
       .

       Load-Archive-Control.
           MOVE 1 TO MatchHistCount
           MOVE "MATCHES.DAT" TO MatchHistName(1)
           MOVE 1 TO ScoreHistCount
           MOVE "SCORES.DAT" TO ScoreHistName(1)
           MOVE 1 TO AuditHistCount
           MOVE "AUDIT.DAT" TO AuditHistName(1)
           OPEN INPUT ArchCtlFile
           IF ArchCtlFileStatus = "00"
               Perform Read-Arch-Ctl-Record
                   UNTIL EndOfArchCtlFile = 1
               CLOSE ArchCtlFile
           END-IF
       .

       Read-Arch-Ctl-Record.
           READ ArchCtlFile
               AT END MOVE 1 TO EndOfArchCtlFile
               NOT AT END
                   EVALUATE AC-SourceFile
                       WHEN "MATCHES.DAT"
                           Perform Note-Match-History-Name
                       WHEN "SCORES.DAT"
                           Perform Note-Score-History-Name
                       WHEN "AUDIT.DAT"
                           Perform Note-Audit-History-Name
                   END-EVALUATE
           END-READ
       .

       Note-Match-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Match-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > MatchHistCount
           IF HistNameSeen = 0
               IF MatchHistCount < 100
                   ADD 1 TO MatchHistCount
                   MOVE AC-HistoryFile TO MatchHistName(MatchHistCount)
               ELSE
                   DISPLAY "History table full - skipping "
                       AC-HistoryFile
               END-IF
           END-IF
       .

       Compare-Match-History-Name.
           IF MatchHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Note-Score-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Score-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > ScoreHistCount
           IF HistNameSeen = 0
               IF ScoreHistCount < 100
                   ADD 1 TO ScoreHistCount
                   MOVE AC-HistoryFile TO ScoreHistName(ScoreHistCount)
               ELSE
                   DISPLAY "History table full - skipping "
                       AC-HistoryFile
               END-IF
           END-IF
       .

       Compare-Score-History-Name.
           IF ScoreHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Note-Audit-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Audit-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > AuditHistCount
           IF HistNameSeen = 0
               IF AuditHistCount < 100
                   ADD 1 TO AuditHistCount
                   MOVE AC-HistoryFile TO AuditHistName(AuditHistCount)
               ELSE
                   DISPLAY "History table full - skipping "
                       AC-HistoryFile
               END-IF
           END-IF
       .

       Compare-Audit-History-Name.
           IF AuditHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Process-One-Function.
           DISPLAY "Function? O=Open case R=Rule on case L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "orlx" TO "ORLX"
           EVALUATE FunctionCode
               WHEN "O"
                   Perform Guarded-Open-Case
               WHEN "R"
                   Perform Guarded-Rule-Case
               WHEN "L"
                   Perform List-Cases
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Open-Case.
           IF CaseOverflow = 1 OR CaseCount >= 500
               DISPLAY "Updates refused - case table is full."
           ELSE
               Perform Open-Case
           END-IF
       .

       Guarded-Rule-Case.
           IF CaseOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Rule-Case
           END-IF
       .

       Open-Case.
           DISPLAY "Station id of the match (e.g. ST1)?"
           ACCEPT WorkStationId
           INSPECT WorkStationId CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Match start timestamp (YYYYMMDDHHMMSS)?"
           ACCEPT WorkStartTs
           IF WorkStartTs IS NOT NUMERIC
               DISPLAY "Not a 14-digit timestamp - case not opened."
           ELSE
               Perform Find-Appealed-Match
               IF MatchFound = 0
                   DISPLAY "No match from " WorkStationId " started at "
                       WorkStartTs " - case not opened."
               ELSE
                   Perform Check-Match-Not-Under-Appeal
                   IF CaseBlocked = 1
                       DISPLAY "That match already has an open or"
                           " upheld case - not opened again."
                   ELSE
                       Perform Capture-Case-Details
                   END-IF
               END-IF
           END-IF
       .

       Capture-Case-Details.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           MOVE FoundMatchRecord TO MatchHistoryRecord
           INITIALIZE AppealRecord
           ADD 1 TO HighestCaseNumber
           MOVE HighestCaseNumber TO AP-CaseNumber
           MOVE MH-StationId TO AP-StationId
           MOVE MH-StartTimestamp TO AP-MatchStartTs
           MOVE MH-EndTimestamp TO AP-MatchEndTs
           MOVE MH-WinnerId TO AP-WinnerId
           MOVE MH-LoserId TO AP-LoserId
           MOVE MH-WinnerPartnerId TO AP-WinnerPartnerId
           MOVE MH-LoserPartnerId TO AP-LoserPartnerId
           MOVE MH-WinnerScore TO AP-WinnerScore
           MOVE MH-LoserScore TO AP-LoserScore
           MOVE MH-GameMode TO AP-GameMode
           DISPLAY "Match: " MH-WinnerId " beat " MH-LoserId " "
               MH-WinnerScore "-" MH-LoserScore " (" MatchFoundIn ")"
           DISPLAY "Complainant initials?"
           ACCEPT AP-ComplainantId
           DISPLAY "Grounds (up to 40 characters)?"
           ACCEPT AP-Grounds
           DISPLAY "Evidence from timestamp (blank for match start)?"
           ACCEPT WorkTimestamp
           IF WorkTimestamp IS NUMERIC
               MOVE WorkTimestamp TO AP-EvidenceFromTs
           ELSE
               MOVE AP-MatchStartTs TO AP-EvidenceFromTs
           END-IF
           DISPLAY "Evidence to timestamp (blank for match end)?"
           ACCEPT WorkTimestamp
           IF WorkTimestamp IS NUMERIC
               MOVE WorkTimestamp TO AP-EvidenceToTs
           ELSE
               MOVE AP-MatchEndTs TO AP-EvidenceToTs
           END-IF
           Perform Count-Evidence-Rows
           MOVE CurrentTimestamp TO AP-OpenedTs
           MOVE "OPEN" TO AP-Ruling
           MOVE SPACES TO AP-RulingNote
           MOVE SPACES TO AP-RuledTs
           MOVE SPACE TO AP-FixturePosted
           ADD 1 TO CaseCount
           MOVE AppealRecord TO CS-Image(CaseCount)
           Perform Rewrite-Appeal-File
           DISPLAY "Case " AP-CaseNumber " opened - "
               AP-EvidenceRows " audit rows in the evidence window."
       .

       Check-Match-Not-Under-Appeal.
           MOVE 0 TO CaseBlocked
           PERFORM Compare-Case-Match VARYING CaseIndex FROM 1 BY 1
               UNTIL CaseIndex > CaseCount
       .

       Compare-Case-Match.
           MOVE CS-Image(CaseIndex) TO AppealRecord
           IF AP-StationId = WorkStationId
               AND AP-MatchStartTs = WorkStartTs
               AND AP-Ruling NOT = "STANDS"
               MOVE 1 TO CaseBlocked
           END-IF
       .

*> The match is looked up afresh every time, because the night archive
*> may have rolled it from MATCHES.DAT into a history generation
*> between the case being opened and the ruling.
       Find-Appealed-Match.
           MOVE 0 TO MatchFound
           MOVE SPACES TO MatchFoundIn
           PERFORM Search-One-Match-File
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > MatchHistCount OR MatchFound = 1
       .

       Search-One-Match-File.
           MOVE MatchHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName MatchHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT MatchHistHistFile
               IF MatchHistHistStatus = "00"
                   Perform Search-Match-Record
                       UNTIL EndOfHistFile = 1
                   CLOSE MatchHistHistFile
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING MatchHistWorkName HistFileName
           END-IF
       .

       Search-Match-Record.
           READ MatchHistHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE MatchHistHistRecord TO MatchHistoryRecord
                   IF MH-StartTimestamp = WorkStartTs
                       AND MH-StationId = WorkStationId
                       MOVE 1 TO MatchFound
                       MOVE 1 TO EndOfHistFile
                       MOVE HistFileName TO MatchFoundIn
                       MOVE MatchHistHistRecord TO FoundMatchRecord
                   END-IF
           END-READ
       .

       Count-Evidence-Rows.
           MOVE 0 TO AP-EvidenceRows
           PERFORM Count-One-Audit-File
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > AuditHistCount
       .

       Count-One-Audit-File.
           MOVE AuditHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName AuditHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT AuditHistFile
               IF AuditHistFileStatus = "00"
                   Perform Count-Audit-Record UNTIL EndOfHistFile = 1
                   CLOSE AuditHistFile
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING AuditHistWorkName HistFileName
           END-IF
       .

       Count-Audit-Record.
           READ AuditHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE AuditHistRecord TO AuditRecord
                   IF AR-Timestamp >= AP-EvidenceFromTs
                       AND AR-Timestamp <= AP-EvidenceToTs
                       ADD 1 TO AP-EvidenceRows
                   END-IF
           END-READ
       .

       Rule-Case.
           Perform Accept-Case-Number
           IF CaseNumberValid = 1
               Perform Find-Case
               IF FoundCase = 0
                   DISPLAY "No case " WorkCaseNumber " on file."
               ELSE
                   MOVE CS-Image(FoundCase) TO AppealRecord
                   IF AP-Ruling NOT = "OPEN"
                       DISPLAY "Case " AP-CaseNumber " was ruled "
                           AP-Ruling " on " AP-RuledTs
                           " - it cannot be ruled again."
                   ELSE
                       Perform Accept-Ruling
                   END-IF
               END-IF
           END-IF
       .

       Accept-Case-Number.
           MOVE 0 TO CaseNumberValid
           DISPLAY "Case number?"
           ACCEPT CaseNumberText
           IF CaseNumberText NOT = SPACES
               Perform Shift-Case-Number-Right
                   UNTIL CaseNumberText(5:1) NOT = SPACE
               IF CaseNumberText IS NUMERIC
                   MOVE CaseNumberText TO WorkCaseNumber
                   MOVE 1 TO CaseNumberValid
               END-IF
           END-IF
           IF CaseNumberValid = 0
               DISPLAY "Not a case number: " CaseNumberText
           END-IF
       .

       Shift-Case-Number-Right.
           MOVE CaseNumberText(1:4) TO CaseNumberShift
           MOVE "0" TO CaseNumberText(1:1)
           MOVE CaseNumberShift TO CaseNumberText(2:4)
       .

       Find-Case.
           MOVE 0 TO FoundCase
           PERFORM Compare-Case-Number VARYING CaseIndex FROM 1 BY 1
               UNTIL CaseIndex > CaseCount OR FoundCase > 0
       .

       Compare-Case-Number.
           MOVE CS-Image(CaseIndex) TO AppealRecord
           IF AP-CaseNumber = WorkCaseNumber
               MOVE CaseIndex TO FoundCase
           END-IF
       .

       Accept-Ruling.
           DISPLAY "Case " AP-CaseNumber ": " AP-WinnerId " beat "
               AP-LoserId " " AP-WinnerScore "-" AP-LoserScore
               " on " AP-StationId " at " AP-MatchStartTs
           DISPLAY "Complainant " AP-ComplainantId ": " AP-Grounds
           DISPLAY "Ruling? S=Result stands O=Overturn V=Void"
               " (blank to leave open)"
           ACCEPT WorkRulingCode
           INSPECT WorkRulingCode CONVERTING "sov" TO "SOV"
           EVALUATE WorkRulingCode
               WHEN "S"
                   MOVE "STANDS" TO WorkRuling
               WHEN "O"
                   MOVE "OVERTURN" TO WorkRuling
               WHEN "V"
                   MOVE "VOID" TO WorkRuling
               WHEN OTHER
                   MOVE SPACES TO WorkRuling
           END-EVALUATE
           IF WorkRuling = SPACES
               DISPLAY "No ruling entered - case left open."
           ELSE
               DISPLAY "Ruling note (up to 30 characters)?"
               ACCEPT AP-RulingNote
               IF WorkRuling = "STANDS"
                   Perform Record-Ruling
               ELSE
                   MOVE AP-StationId TO WorkStationId
                   MOVE AP-MatchStartTs TO WorkStartTs
                   Perform Find-Appealed-Match
                   MOVE FoundMatchRecord TO MatchHistoryRecord
                   IF MatchFound = 0
                       OR MH-WinnerId NOT = AP-WinnerId
                       OR MH-LoserId NOT = AP-LoserId
                       DISPLAY "The match no longer reads as it did"
                           " when the case was opened - ruling refused."
                   ELSE
                       Perform Post-Reversal
                       Perform Record-Ruling
                       Perform Write-Rating-Request
                   END-IF
               END-IF
           END-IF
       .

       Record-Ruling.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           MOVE WorkRuling TO AP-Ruling
           MOVE CurrentTimestamp TO AP-RuledTs
           MOVE AppealRecord TO CS-Image(FoundCase)
           Perform Rewrite-Appeal-File
           DISPLAY "Case " AP-CaseNumber " ruled " AP-Ruling "."
       .

*> A reversal is posted to every file that carries the result: the
*> match row, the MATCH-END score row that the leaderboard and the
*> reconciliation count wins from, the player master, and the league
*> or bracket fixture the match settled. An overturn hands the match
*> to the other side with each side keeping the points it scored; a
*> void strikes the match out and returns a league fixture to
*> unplayed so it is replayed.
       Post-Reversal.
           MOVE SPACE TO AP-FixturePosted
           Perform Rewrite-Match-Generation
           Perform Post-Index-Reversal
           Perform Rewrite-Score-Generations
           Perform Post-Player-Reversal
           IF AP-GameMode = 0
               Perform Post-League-Reversal
               IF AP-FixturePosted = SPACE
                   Perform Post-Bracket-Reversal
               END-IF
               IF AP-FixturePosted = SPACE AND WorkRuling = "VOID"
                   Perform Post-Tie-Reversal
               END-IF
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "Reversal posted: "        DELIMITED BY SIZE
               MatchRowsChanged           DELIMITED BY SIZE
               " match row(s), "          DELIMITED BY SIZE
               ScoreRowsChanged           DELIMITED BY SIZE
               " MATCH-END row(s), fixture flag '" DELIMITED BY SIZE
               AP-FixturePosted           DELIMITED BY SIZE
               "'."                       DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Rewrite-Match-Generation.
           MOVE 0 TO MatchRowsChanged
           MOVE MatchFoundIn TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName MatchHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT MatchHistHistFile
               OPEN OUTPUT MatchWorkFile
               Perform Copy-Hist-Match-To-Work
                   UNTIL EndOfHistFile = 1
               CLOSE MatchWorkFile
               CLOSE MatchHistHistFile
               Perform Copy-Work-To-Hist-Matches
               CALL "CBL_RENAME_FILE"
                   USING MatchHistWorkName HistFileName
           ELSE
               DISPLAY "*** Could not reopen " HistFileName
                   " - match row not changed ***"
           END-IF
       .

       Copy-Hist-Match-To-Work.
           READ MatchHistHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE MatchHistHistRecord TO MatchHistoryRecord
                   IF MH-StartTimestamp = AP-MatchStartTs
                       AND MH-StationId = AP-StationId
                       ADD 1 TO MatchRowsChanged
                       IF WorkRuling = "OVERTURN"
                           Perform Swap-Match-Sides
                           MOVE MatchHistoryRecord TO MatchWorkRecord
                           WRITE MatchWorkRecord
                       END-IF
                   ELSE
                       MOVE MatchHistoryRecord TO MatchWorkRecord
                       WRITE MatchWorkRecord
                   END-IF
           END-READ
       .

*> The keyed copy of the match follows the generation it came from:
*> an overturn swaps the sides on the index row, a void removes it.
*> A match still only on the live file is not on the index yet and
*> goes on as corrected at the next close-out.
       Post-Index-Reversal.
           OPEN I-O MatchIndexFile
           IF MatchIndexFileStatus = "00"
               MOVE AP-MatchStartTs TO MX-StartTimestamp
               MOVE AP-StationId TO MX-StationId
               READ MatchIndexFile
                   KEY IS MX-MatchKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WorkRuling = "OVERTURN"
                           MOVE AP-LoserId TO MX-WinnerId
                           MOVE AP-WinnerId TO MX-LoserId
                           MOVE AP-LoserPartnerId TO MX-WinnerPartnerId
                           MOVE AP-WinnerPartnerId TO MX-LoserPartnerId
                           MOVE AP-LoserScore TO MX-WinnerScore
                           MOVE AP-WinnerScore TO MX-LoserScore
                           REWRITE MatchIndexRecord
                       ELSE
                           DELETE MatchIndexFile
                       END-IF
               END-READ
               CLOSE MatchIndexFile
           ELSE
               DISPLAY "*** Match index not open - status "
                   MatchIndexFileStatus " - run MatchIndexBuild ***"
           END-IF
       .

       Swap-Match-Sides.
           MOVE AP-LoserId TO MH-WinnerId
           MOVE AP-WinnerId TO MH-LoserId
           MOVE AP-LoserPartnerId TO MH-WinnerPartnerId
           MOVE AP-WinnerPartnerId TO MH-LoserPartnerId
           MOVE AP-LoserScore TO MH-WinnerScore
           MOVE AP-WinnerScore TO MH-LoserScore
       .

       Copy-Work-To-Hist-Matches.
           MOVE 0 TO EndOfHistFile
           OPEN INPUT MatchWorkFile
           OPEN OUTPUT MatchHistHistFile
           Perform Copy-One-Work-Hist-Match
               UNTIL EndOfHistFile = 1
           CLOSE MatchHistHistFile
           CLOSE MatchWorkFile
       .

       Copy-One-Work-Hist-Match.
           READ MatchWorkFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE MatchWorkRecord TO MatchHistHistRecord
                   WRITE MatchHistHistRecord
           END-READ
       .

*> Every scores generation is read: the rows for the match are netted
*> into the points each side was credited (POINT and GRANT add, VOID
*> takes back), which is what a void has to remove from PM-Points.
*> A generation is only written back when its MATCH-END row changed.
       Rewrite-Score-Generations.
           MOVE 0 TO ScoreRowsChanged
           MOVE 0 TO WinnerNetPoints
           MOVE 0 TO LoserNetPoints
           PERFORM Rewrite-One-Score-Generation
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > ScoreHistCount
       .

       Rewrite-One-Score-Generation.
           MOVE ScoreHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName ScoreHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO FileRowsChanged
               MOVE 0 TO EndOfHistFile
               OPEN INPUT ScoreHistFile
               IF ScoreHistFileStatus = "00"
                   OPEN OUTPUT ScoresWorkFile
                   Perform Copy-Hist-Score-To-Work
                       UNTIL EndOfHistFile = 1
                   CLOSE ScoresWorkFile
                   CLOSE ScoreHistFile
                   IF FileRowsChanged > 0
                       Perform Copy-Work-To-Hist-Scores
                   END-IF
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING ScoreHistWorkName HistFileName
           END-IF
       .


       Copy-Hist-Score-To-Work.
           READ ScoreHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE ScoreHistRecord TO ScoreRecord
                   IF SR-StationId = AP-StationId
                       AND SR-Timestamp >= AP-MatchStartTs
                       AND SR-Timestamp <= AP-MatchEndTs
                       Perform Apply-Score-Row-Reversal
                   ELSE
                       MOVE ScoreRecord TO ScoresWorkRecord
                       WRITE ScoresWorkRecord
                   END-IF
           END-READ
       .

       Apply-Score-Row-Reversal.
           EVALUATE SR-EventType
               WHEN "POINT"
               WHEN "GRANT"
                   IF SR-PlayerId = AP-WinnerId
                       ADD 1 TO WinnerNetPoints
                   END-IF
                   IF SR-PlayerId = AP-LoserId
                       ADD 1 TO LoserNetPoints
                   END-IF
               WHEN "VOID"
                   IF SR-PlayerId = AP-WinnerId
                       SUBTRACT 1 FROM WinnerNetPoints
                   END-IF
                   IF SR-PlayerId = AP-LoserId
                       SUBTRACT 1 FROM LoserNetPoints
                   END-IF
           END-EVALUATE
           IF SR-EventType = "MATCH-END"
               AND SR-Timestamp = AP-MatchEndTs
               AND SR-PlayerId = AP-WinnerId
               ADD 1 TO FileRowsChanged
               ADD 1 TO ScoreRowsChanged
               IF WorkRuling = "OVERTURN"
                   MOVE AP-LoserId TO SR-PlayerId
                   MOVE AP-LoserScore TO SR-PlayerScore
                   MOVE AP-WinnerScore TO SR-OpponentScore
                   MOVE ScoreRecord TO ScoresWorkRecord
                   WRITE ScoresWorkRecord
               END-IF
           ELSE
               MOVE ScoreRecord TO ScoresWorkRecord
               WRITE ScoresWorkRecord
           END-IF
       .

       Copy-Work-To-Hist-Scores.
           MOVE 0 TO EndOfHistFile
           OPEN INPUT ScoresWorkFile
           OPEN OUTPUT ScoreHistFile
           Perform Copy-One-Work-Hist-Score
               UNTIL EndOfHistFile = 1
           CLOSE ScoreHistFile
           CLOSE ScoresWorkFile
       .

       Copy-One-Work-Hist-Score.
           READ ScoresWorkFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE ScoresWorkRecord TO ScoreHistRecord
                   WRITE ScoreHistRecord
           END-READ
       .

*> An overturn moves one win and one loss across to the other side.
*> A void takes the match off both records altogether, along with the
*> points each team lead was credited during it; partners in a doubles
*> match are never credited points, only the result.
       Post-Player-Reversal.
           OPEN I-O PlayerMasterFile
           IF PlayerMasterFileStatus NOT = "00"
               DISPLAY "*** Cannot open PLAYERS.DAT (status "
                   PlayerMasterFileStatus ") - career records not"
                   " changed ***"
           ELSE
               Perform Open-Player-Journal
               IF WorkRuling = "OVERTURN"
                   MOVE 0 TO AdjustPoints
                   MOVE -1 TO AdjustWins
                   MOVE 1 TO AdjustLosses
                   MOVE AP-WinnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE AP-WinnerPartnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE 1 TO AdjustWins
                   MOVE -1 TO AdjustLosses
                   MOVE AP-LoserId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE AP-LoserPartnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
               ELSE
                   MOVE 0 TO AdjustLosses
                   MOVE -1 TO AdjustWins
                   COMPUTE AdjustPoints = 0 - WinnerNetPoints
                   MOVE AP-WinnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE 0 TO AdjustPoints
                   MOVE AP-WinnerPartnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE 0 TO AdjustWins
                   MOVE -1 TO AdjustLosses
                   COMPUTE AdjustPoints = 0 - LoserNetPoints
                   MOVE AP-LoserId TO AdjustPlayerId
                   Perform Adjust-Player-Record
                   MOVE 0 TO AdjustPoints
                   MOVE AP-LoserPartnerId TO AdjustPlayerId
                   Perform Adjust-Player-Record
               END-IF
               CLOSE PlayerMasterFile
               Perform Close-Player-Journal
           END-IF
       .

       Adjust-Player-Record.
           IF AdjustPlayerId NOT = SPACES
               MOVE AdjustPlayerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY
                       DISPLAY "Player " AdjustPlayerId
                           " not on PLAYERS.DAT - record not changed."
                   NOT INVALID KEY
                       MOVE PlayerMasterRecord TO JournalBeforeImage
                       Perform Apply-Player-Adjustment
                       REWRITE PlayerMasterRecord
                       Perform Journal-Player-Change
               END-READ
           END-IF
       .

       Apply-Player-Adjustment.
           IF AdjustWins < 0
               IF PM-Wins > 0
                   SUBTRACT 1 FROM PM-Wins
               END-IF
           ELSE
               ADD AdjustWins TO PM-Wins
           END-IF
           IF AdjustLosses < 0
               IF PM-Losses > 0
                   SUBTRACT 1 FROM PM-Losses
               END-IF
           ELSE
               ADD AdjustLosses TO PM-Losses
           END-IF
           IF AdjustPoints < 0
               IF PM-Points + AdjustPoints < 0
                   MOVE 0 TO PM-Points
               ELSE
                   ADD AdjustPoints TO PM-Points
               END-IF
           ELSE
               ADD AdjustPoints TO PM-Points
           END-IF
       .

*> Tournament and league matches are both played in mode 0, so the
*> league fixture is looked for first: the row carrying this pair with
*> the same winner and score is the one the match settled.
       Post-League-Reversal.
           Perform Load-League-File
           MOVE 0 TO CompetitionRow
           PERFORM Match-League-Fixture VARYING LeagueIndex FROM 1 BY 1
               UNTIL LeagueIndex > LeagueCount OR CompetitionRow > 0
           IF CompetitionRow > 0
               MOVE CompetitionRow TO LE-Idx
               IF WorkRuling = "OVERTURN"
                   MOVE AP-LoserId TO LE-WinnerId(LE-Idx)
                   MOVE AP-LoserScore TO LE-WinnerScore(LE-Idx)
                   MOVE AP-WinnerScore TO LE-LoserScore(LE-Idx)
               ELSE
                   MOVE SPACES TO LE-WinnerId(LE-Idx)
                   MOVE 0 TO LE-WinnerScore(LE-Idx)
                   MOVE 0 TO LE-LoserScore(LE-Idx)
               END-IF
               Perform Rewrite-League-File
               MOVE "L" TO AP-FixturePosted
               DISPLAY "League week " LE-Week(LE-Idx) " match "
                   LE-Match(LE-Idx) " corrected."
           END-IF
       .

       Load-League-File.
           MOVE 0 TO LeagueCount
           MOVE 0 TO EndOfLeagueFile
           OPEN INPUT LeagueFile
           IF LeagueFileStatus = "00"
               Perform Read-League-Record UNTIL EndOfLeagueFile = 1
               CLOSE LeagueFile
           END-IF
       .

       Read-League-Record.
           READ LeagueFile
               AT END MOVE 1 TO EndOfLeagueFile
               NOT AT END
                   IF LeagueCount < 66
                       ADD 1 TO LeagueCount
                       MOVE LeagueCount TO LE-Idx
                       MOVE LG-Week TO LE-Week(LE-Idx)
                       MOVE LG-MatchNumber TO LE-Match(LE-Idx)
                       MOVE LG-Player1Id TO LE-Player1Id(LE-Idx)
                       MOVE LG-Player2Id TO LE-Player2Id(LE-Idx)
                       MOVE LG-WinnerId TO LE-WinnerId(LE-Idx)
                       MOVE LG-WinnerScore TO LE-WinnerScore(LE-Idx)
                       MOVE LG-LoserScore TO LE-LoserScore(LE-Idx)
                   END-IF
           END-READ
       .

       Match-League-Fixture.
           MOVE LeagueIndex TO LE-Idx
           IF LE-WinnerId(LE-Idx) = AP-WinnerId
               AND LE-WinnerScore(LE-Idx) = AP-WinnerScore
               AND LE-LoserScore(LE-Idx) = AP-LoserScore
               AND ((LE-Player1Id(LE-Idx) = AP-WinnerId
                     AND LE-Player2Id(LE-Idx) = AP-LoserId)
                 OR (LE-Player1Id(LE-Idx) = AP-LoserId
                     AND LE-Player2Id(LE-Idx) = AP-WinnerId))
               MOVE LeagueIndex TO CompetitionRow
           END-IF
       .

       Rewrite-League-File.
           OPEN OUTPUT LeagueFile
           PERFORM Write-League-Record VARYING LeagueIndex FROM 1 BY 1
               UNTIL LeagueIndex > LeagueCount
           CLOSE LeagueFile
       .

       Write-League-Record.
           MOVE LeagueIndex TO LE-Idx
           MOVE LE-Week(LE-Idx) TO LG-Week
           MOVE LE-Match(LE-Idx) TO LG-MatchNumber
           MOVE LE-Player1Id(LE-Idx) TO LG-Player1Id
           MOVE LE-Player2Id(LE-Idx) TO LG-Player2Id
           MOVE LE-WinnerId(LE-Idx) TO LG-WinnerId
           MOVE LE-WinnerScore(LE-Idx) TO LG-WinnerScore
           MOVE LE-LoserScore(LE-Idx) TO LG-LoserScore
           WRITE LeagueFixtureRecord
       .

*> A bracket winner has already been carried into the next round's
*> slot. The slot is only corrected while that next fixture is still
*> unplayed; once it has been played the draw has moved on and the
*> secretary has to settle it by hand, which the case records as H.
       Post-Bracket-Reversal.
           Perform Load-Fixtures-File
           MOVE 0 TO CompetitionRow
           PERFORM Match-Bracket-Fixture VARYING FixtureIndex FROM 1 BY 1
               UNTIL FixtureIndex > FixtureCount OR CompetitionRow > 0
           IF CompetitionRow > 0
               MOVE CompetitionRow TO FE-Idx
               IF WorkRuling = "OVERTURN"
                   MOVE AP-LoserId TO NewWinnerId
               ELSE
                   MOVE SPACES TO NewWinnerId
               END-IF
               MOVE NewWinnerId TO FE-WinnerId(FE-Idx)
               MOVE "B" TO AP-FixturePosted
               Perform Correct-Advanced-Slot
               Perform Rewrite-Fixtures-File
               DISPLAY "Bracket match " FE-Match(CompetitionRow)
                   " corrected."
               IF AP-FixturePosted = "H"
                   DISPLAY "*** The next round has already been played"
                       " - the draw must be corrected by hand. ***"
               END-IF
           END-IF
       .

       Correct-Advanced-Slot.
           IF FE-Match(FE-Idx) < 7
               COMPUTE TargetFixture =
                   4 + (FE-Match(FE-Idx) + 1) / 2
               IF FE-Match(FE-Idx) > 4
                   MOVE 7 TO TargetFixture
               END-IF
               IF TargetFixture <= FixtureCount
                   IF FE-WinnerId(TargetFixture) NOT = SPACES
                       MOVE "H" TO AP-FixturePosted
                   ELSE
                       DIVIDE FE-Match(FE-Idx) BY 2
                           GIVING FixtureSlotQuotient
                           REMAINDER FixtureSlotParity
                       IF FixtureSlotParity = 1
                           MOVE NewWinnerId
                               TO FE-Player1Id(TargetFixture)
                       ELSE
                           MOVE NewWinnerId
                               TO FE-Player2Id(TargetFixture)
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       Load-Fixtures-File.
           MOVE 0 TO FixtureCount
           MOVE 0 TO EndOfFixturesFile
           OPEN INPUT FixturesFile
           IF FixturesFileStatus = "00"
               Perform Read-Fixture-Record UNTIL EndOfFixturesFile = 1
               CLOSE FixturesFile
           END-IF
       .

       Read-Fixture-Record.
           READ FixturesFile
               AT END MOVE 1 TO EndOfFixturesFile
               NOT AT END
                   IF FixtureCount < 7
                       ADD 1 TO FixtureCount
                       MOVE FixtureCount TO FE-Idx
                       MOVE FX-Round TO FE-Round(FE-Idx)
                       MOVE FX-MatchNumber TO FE-Match(FE-Idx)
                       MOVE FX-Player1Id TO FE-Player1Id(FE-Idx)
                       MOVE FX-Player2Id TO FE-Player2Id(FE-Idx)
                       MOVE FX-WinnerId TO FE-WinnerId(FE-Idx)
                   END-IF
           END-READ
       .

       Match-Bracket-Fixture.
           MOVE FixtureIndex TO FE-Idx
           IF FE-WinnerId(FE-Idx) = AP-WinnerId
               AND ((FE-Player1Id(FE-Idx) = AP-WinnerId
                     AND FE-Player2Id(FE-Idx) = AP-LoserId)
                 OR (FE-Player1Id(FE-Idx) = AP-LoserId
                     AND FE-Player2Id(FE-Idx) = AP-WinnerId))
               MOVE FixtureIndex TO CompetitionRow
           END-IF
       .

       Rewrite-Fixtures-File.
           OPEN OUTPUT FixturesFile
           PERFORM Write-Fixture-Record VARYING FixtureIndex FROM 1 BY 1
               UNTIL FixtureIndex > FixtureCount
           CLOSE FixturesFile
       .

       Write-Fixture-Record.
           MOVE FixtureIndex TO FE-Idx
           MOVE FE-Round(FE-Idx) TO FX-Round
           MOVE FE-Match(FE-Idx) TO FX-MatchNumber
           MOVE FE-Player1Id(FE-Idx) TO FX-Player1Id
           MOVE FE-Player2Id(FE-Idx) TO FX-Player2Id
           MOVE FE-WinnerId(FE-Idx) TO FX-WinnerId
           WRITE FixtureRecord
       .

*> A team rubber holds only the key of the match that settled it, so
*> an overturn needs nothing here: the club table reads the corrected
*> result from MATCHES.DAT. A void clears the key so the cabinet offers
*> the rubber again.
       Post-Tie-Reversal.
           MOVE 0 TO TieRubberCount
           MOVE 0 TO TieRubberReopened
           MOVE 0 TO EndOfTieFile
           OPEN INPUT TieFile
           IF TieFileStatus = "00"
               Perform Read-Tie-Record UNTIL EndOfTieFile = 1
               CLOSE TieFile
           END-IF
           PERFORM Reopen-Tie-Rubber VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieRubberCount
           IF TieRubberReopened = 1
               OPEN OUTPUT TieFile
               PERFORM Write-Tie-Record VARYING TieIndex FROM 1 BY 1
                   UNTIL TieIndex > TieRubberCount
               CLOSE TieFile
               MOVE "T" TO AP-FixturePosted
               DISPLAY "Team rubber reopened for replay."
           END-IF
       .

       Read-Tie-Record.
           READ TieFile
               AT END MOVE 1 TO EndOfTieFile
               NOT AT END
                   IF TieRubberCount < 300
                       ADD 1 TO TieRubberCount
                       MOVE TieRubberRecord TO TR-Image(TieRubberCount)
                   ELSE
                       DISPLAY "*** TIES.DAT larger than the table -"
                           " rubber not reopened, see secretary ***"
                       MOVE 1 TO EndOfTieFile
                       MOVE 0 TO TieRubberCount
                   END-IF
           END-READ
       .

       Reopen-Tie-Rubber.
           MOVE TR-Image(TieIndex) TO TieRubberRecord
           IF TI-MatchStartTs = AP-MatchStartTs
               AND TI-StationId = AP-StationId
               MOVE SPACES TO TI-MatchStartTs
               MOVE SPACES TO TI-StationId
               MOVE TieRubberRecord TO TR-Image(TieIndex)
               MOVE 1 TO TieRubberReopened
           END-IF
       .

       Write-Tie-Record.
           MOVE TR-Image(TieIndex) TO TieRubberRecord
           WRITE TieRubberRecord
       .

*> Ratings are a replay of the whole match history, so a reversal
*> cannot be patched into RATINGS.DAT; it asks for a rebuild instead,
*> which the night close-out honours.
       Write-Rating-Request.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           OPEN EXTEND RatingRequestFile
           IF RatingRequestStatus = "35"
               OPEN OUTPUT RatingRequestFile
           END-IF
           MOVE CurrentTimestamp TO RQ-RequestedTs
           MOVE "APPEALS" TO RQ-Requester
           MOVE AP-CaseNumber TO RQ-Reference
           WRITE RatingRequestRecord
           CLOSE RatingRequestFile
       .

       List-Cases.
           DISPLAY "CASE  STATION MATCH START    WINNER     LOSER      "
               "SCORE RULING   FIX NOTE"
           IF CaseCount = 0
               DISPLAY "No appeal cases on file."
           END-IF
           PERFORM List-One-Case VARYING CaseIndex FROM 1 BY 1
               UNTIL CaseIndex > CaseCount
       .

       List-One-Case.
           MOVE CS-Image(CaseIndex) TO AppealRecord
           MOVE SPACES TO ReportLine
           STRING
               AP-CaseNumber          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-StationId           DELIMITED BY SIZE
               "    "                 DELIMITED BY SIZE
               AP-MatchStartTs        DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-WinnerId            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-LoserId             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-WinnerScore         DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               AP-LoserScore          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-Ruling              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-FixturePosted       DELIMITED BY SIZE
               "   "                  DELIMITED BY SIZE
               AP-RulingNote          DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
           DISPLAY "      Complainant " AP-ComplainantId ": " AP-Grounds
           DISPLAY "      Evidence " AP-EvidenceFromTs " to "
               AP-EvidenceToTs " - " AP-EvidenceRows " audit rows"
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
               MOVE "MatchAppeals" TO PJ-Program
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

       END PROGRAM MatchAppeals.
