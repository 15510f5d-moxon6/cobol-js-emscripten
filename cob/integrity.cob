       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MatchHistFile ASSIGN TO "MATCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
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
           SELECT RatingHistFile ASSIGN TO "RATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingHistFileStatus.
           SELECT AuditFile ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT LeagueFile ASSIGN TO "LEAGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LeagueFileStatus.
           SELECT PairWorkFile ASSIGN TO "INTEGWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PairWorkStatus.
           SELECT SortPairFile ASSIGN TO "SORTWK1".
           SELECT SortSwingFile ASSIGN TO "SORTWK2".
           SELECT SortLossFile ASSIGN TO "SORTWK3".
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       FD RatingHistFile.
       COPY "rathistrec.cpy".
       FD AuditFile.
       COPY "auditrec.cpy".
       FD LeagueFile.
       COPY "leaguerec.cpy".
       FD PairWorkFile.
       01 PairWorkRecord.
           05 PW-PlayerA         PIC X(10).
           05 PW-PlayerB         PIC X(10).
           05 PW-EndTimestamp    PIC X(14).
           05 PW-StartTimestamp  PIC X(14).
           05 PW-StationId       PIC X(04).
           05 PW-WinnerId        PIC X(10).
           05 PW-WinnerScore     PIC 99.
           05 PW-LoserScore      PIC 99.
           05 PW-GameMode        PIC 9.
           05 PW-Seconds         PIC 9(06).
       SD SortPairFile.
       01 SortPairRecord.
           05 SP-PlayerA         PIC X(10).
           05 SP-PlayerB         PIC X(10).
           05 SP-EndTimestamp    PIC X(14).
           05 SP-StartTimestamp  PIC X(14).
           05 SP-StationId       PIC X(04).
           05 SP-WinnerId        PIC X(10).
           05 SP-WinnerScore     PIC 99.
           05 SP-LoserScore      PIC 99.
           05 SP-GameMode        PIC 9.
           05 SP-Seconds         PIC 9(06).
       SD SortSwingFile.
       01 SortSwingRecord.
           05 SW-PlayerA         PIC X(10).
           05 SW-PlayerB         PIC X(10).
           05 SW-MatchEndTs      PIC X(14).
           05 SW-Delta           PIC S9(04) SIGN LEADING SEPARATE.
       SD SortLossFile.
       01 SortLossRecord.
           05 SL-PlayerId        PIC X(10).
           05 SL-MatchEndTs      PIC X(14).
           05 SL-OpponentId      PIC X(10).
           05 SL-RatingBefore    PIC 9(04).
           05 SL-RatingAfter     PIC 9(04).
           05 SL-Delta           PIC S9(04) SIGN LEADING SEPARATE.
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 RatingHistFileStatus PIC XX VALUE "00".
       01 AuditFileStatus PIC XX VALUE "00".
       01 LeagueFileStatus PIC XX VALUE "00".
       01 PairWorkStatus PIC XX VALUE "00".
       01 MatchIndexOpen PIC 9 VALUE 0.
       01 RatingHistOnFile PIC 9 VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfMatchIndex PIC 9 VALUE 0.
       01 EndOfRatingHistFile PIC 9 VALUE 0.
       01 EndOfAuditFile PIC 9 VALUE 0.
       01 EndOfLeagueFile PIC 9 VALUE 0.
       01 EndOfEndTimeKey PIC 9 VALUE 0.
       01 SortPairsDone PIC 9 VALUE 0.
       01 SortSwingsDone PIC 9 VALUE 0.
       01 SortLossesDone PIC 9 VALUE 0.
       01 TruncationSeen PIC 9 VALUE 0.
*> The committee's rules of thumb. A match is short when it took
*> less than a third of the house time (or rally play) for the same
*> number of points. Four or more meetings in a row with the winner
*> changing every time is an alternating pattern. A pair swing is a
*> run of meetings in which rating moves one way only and adds up to
*> a hundred points. A loss run is three or more straight defeats by
*> a player rated 1600 or better going into the run.
       01 ShortMinPoints PIC 99 VALUE 5.
       01 ShortFactor PIC 9 VALUE 3.
       01 AltRunMinimum PIC 9 VALUE 4.
       01 SwingThreshold PIC 9(04) VALUE 100.
       01 LossRunMinimum PIC 9 VALUE 3.
       01 StrongRating PIC 9(04) VALUE 1600.
       01 HouseSeconds PIC 9(09) VALUE 0.
       01 HousePoints PIC 9(07) VALUE 0.
       01 AuditHouseFrames PIC 9(09) VALUE 0.
       01 AuditHousePoints PIC 9(07) VALUE 0.
       01 AuditRunningPoints PIC 9(03) VALUE 0.
       01 AuditRunningFrames PIC 9(07) VALUE 0.
       01 ClockHour PIC 99.
       01 ClockMinute PIC 99.
       01 ClockSecond PIC 99.
       01 StartSeconds PIC 9(06).
       01 EndSeconds PIC 9(06).
       01 MatchPoints PIC 9(03).
       01 ExpectedSeconds PIC 9(07).
       01 ExpectedFrames PIC 9(07).
*> Tonight's AUDIT.DAT, one row per finished match, keyed by the
*> MATCH-END timestamp, which is the end timestamp on MATCHES.DAT.
       01 AuditMatchCount PIC 9(03) VALUE 0.
       01 AuditOverflow PIC 9 VALUE 0.
       01 AuditMatchTable.
           05 AuditMatchEntry OCCURS 500 TIMES INDEXED BY AM-Idx.
               10 AM-EndTimestamp  PIC X(14).
               10 AM-Points        PIC 9(03).
               10 AM-Frames        PIC 9(07).
*> Live MATCHES.DAT rows not yet posted to the index, so a rating
*> posting from tonight can still be traced back to its match key.
       01 LiveMatchCount PIC 9(03) VALUE 0.
       01 LiveOverflow PIC 9 VALUE 0.
       01 LiveMatchTable.
           05 LiveMatchEntry OCCURS 500 TIMES INDEXED BY LV-Idx.
               10 LV-EndTimestamp    PIC X(14).
               10 LV-StartTimestamp  PIC X(14).
               10 LV-StationId       PIC X(04).
               10 LV-WinnerId        PIC X(10).
               10 LV-LoserId         PIC X(10).
               10 LV-WinnerScore     PIC 99.
               10 LV-LoserScore      PIC 99.
               10 LV-HandicapFlag    PIC X(01).
       01 LeagueCount PIC 9(03) VALUE 0.
       01 LeagueOverflow PIC 9 VALUE 0.
       01 LeagueTable.
           05 LeagueEntry OCCURS 500 TIMES INDEXED BY LT-Idx.
               10 LT-Week         PIC 99.
               10 LT-Player1Id    PIC X(10).
               10 LT-Player2Id    PIC X(10).
               10 LT-WinnerId     PIC X(10).
               10 LT-WinnerScore  PIC 99.
               10 LT-LoserScore   PIC 99.
       01 SearchIndex PIC 9(03).
       01 ListIndex PIC 9(03).
       01 LiveIndex PIC 9(03).
       01 LeagueIndex PIC 9(03).
       01 GroupActive PIC 9 VALUE 0.
       01 CurrentPlayerA PIC X(10).
       01 CurrentPlayerB PIC X(10).
       01 AltPrevWinner PIC X(10).
       01 AltRun PIC 9(03) VALUE 0.
       01 AltKeyTable.
           05 AltKeyEntry OCCURS 4 TIMES INDEXED BY AK-Idx.
               10 AK-StartTimestamp  PIC X(14).
               10 AK-StationId       PIC X(04).
               10 AK-WinnerId        PIC X(10).
               10 AK-WinnerScore     PIC 99.
               10 AK-LoserScore      PIC 99.
       01 SwingGroupActive PIC 9 VALUE 0.
       01 SwingPlayerA PIC X(10).
       01 SwingPlayerB PIC X(10).
       01 SwingGainer PIC X(10).
       01 SwingLoser PIC X(10).
       01 SwingThisGainer PIC X(10).
       01 SwingThisGain PIC 9(04).
       01 SwingGain PIC 9(04).
       01 SwingRunTotal PIC 9(05) VALUE 0.
       01 SwingRunCount PIC 9(03) VALUE 0.
       01 SwingRunFlagged PIC 9 VALUE 0.
       01 SwingTable.
           05 SwingEntry OCCURS 20 TIMES INDEXED BY SG-Idx.
               10 SG-MatchEndTs  PIC X(14).
               10 SG-Gain        PIC 9(04).
       01 LossGroupActive PIC 9 VALUE 0.
       01 LossPlayerId PIC X(10).
       01 LossRun PIC 9(03) VALUE 0.
       01 LossStartRating PIC 9(04) VALUE 0.
       01 LossTable.
           05 LossEntry OCCURS 10 TIMES INDEXED BY LS-Idx.
               10 LS-MatchEndTs  PIC X(14).
               10 LS-OpponentId  PIC X(10).
       01 LossFollowText PIC X(24).
       01 LossMatchKind PIC X(14).
       01 LookupEndTimestamp PIC X(14).
       01 LookupPlayerId PIC X(10).
       01 LookupOpponentId PIC X(10).
       01 MatchFound PIC 9.
       01 FoundStartTimestamp PIC X(14).
       01 FoundStationId PIC X(04).
       01 FoundWinnerId PIC X(10).
       01 FoundLoserId PIC X(10).
       01 FoundWinnerScore PIC 99.
       01 FoundLoserScore PIC 99.
       01 FoundHandicapFlag PIC X(01).
       01 LeagueMatch PIC 9.
       01 PendingLeague PIC 9.
       01 PendingWeek PIC 99.
       01 FlagReason PIC X(08).
       01 FlagKey PIC X(19).
       01 FlagPlayers PIC X(21).
       01 FlagDetail PIC X(48).
       01 FlagCount PIC 9(05) VALUE 0.
       01 AltFlagCount PIC 9(05) VALUE 0.
       01 ShortTimeCount PIC 9(05) VALUE 0.
       01 ShortRallyCount PIC 9(05) VALUE 0.
       01 SwingFlagCount PIC 9(05) VALUE 0.
       01 LossFlagCount PIC 9(05) VALUE 0.
       01 ReportSeconds PIC ZZZZZ9.
       01 ReportFrames PIC ZZZZZZ9.
       01 ReportExpected PIC ZZZZZZ9.
       01 ReportCount PIC ZZ9.
       01 ReportRating PIC ZZZ9.
       01 ReportGain PIC ZZZ9.
       01 ReportTotal PIC ZZZZ9.
       01 ReportLine PIC X(100).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "INTEGRTY".
       01 SpoolReportTitle PIC X(30)
           VALUE "RESULT INTEGRITY REVIEW".
       01 SpoolWorkName PIC X(20) VALUE "RPTSPOOL.TMP".
       01 SpoolFileName PIC X(20).
       01 SpoolOpen PIC 9 VALUE 0.
       01 SpoolTimestamp.
           05 SpoolDate PIC 9(08).
           05 SpoolTime PIC 9(06).
       01 SpoolClock PIC 9(08).
       01 SpoolLineCount PIC 9(07) VALUE 0.
       01 SpoolPageLines PIC 99 VALUE 0.
       01 SpoolPageNumber PIC 9(04) VALUE 0.
       01 SpoolControlTotal PIC 9(07) VALUE 0.
       01 SpoolReturnCode PIC S9(09) VALUE 0.

*> Complaints of thrown matches reach the committee as hearsay; this
*> report puts the evidence on one sheet. Every match on the index and
*> the live file is written to a work file as a normalized pair row
*> and sorted on the pair, so alternating results and short matches
*> show up in one control-break pass. The rating history is then
*> sorted twice: by pair for one-way rating swings, and by player for
*> loss runs leading into a handicap match or a league fixture. Each
*> flag carries a reason code and the match key (start timestamp and
*> station) so the committee can pull the match before deciding
*> whether to open an investigation. Nothing here is a finding.
       PROCEDURE DIVISION.
       Main.
           Perform Load-Audit-Matches
           Perform Load-League-Fixtures
           OPEN OUTPUT PairWorkFile
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus = "00"
               MOVE 1 TO MatchIndexOpen
               Perform Copy-Whole-Index
           ELSE
               DISPLAY "*** Match index not available - status "
                   MatchIndexFileStatus " ***"
               MOVE 1 TO TruncationSeen
           END-IF
           Perform Copy-Live-File
           CLOSE PairWorkFile
           DISPLAY "===== RESULT INTEGRITY REVIEW ====="
           Perform Open-Report-Spool
           MOVE SPACES TO ReportLine
           STRING
               "REASON   MATCH KEY           "  DELIMITED BY SIZE
               "PLAYERS               DETAIL"   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE "--- SAME-PAIR RESULTS AND MATCH LENGTH ---"
               TO ReportLine
           Perform Spool-Line
           SORT SortPairFile
               ON ASCENDING KEY SP-PlayerA
               ON ASCENDING KEY SP-PlayerB
               ON ASCENDING KEY SP-EndTimestamp
               USING PairWorkFile
               OUTPUT PROCEDURE Review-Pairs THRU Review-Pairs-Exit
           OPEN INPUT RatingHistFile
           IF RatingHistFileStatus = "00"
               MOVE 1 TO RatingHistOnFile
               CLOSE RatingHistFile
           END-IF
           IF RatingHistOnFile = 1
               MOVE "--- RATING SWINGS BETWEEN THE SAME TWO IDS ---"
                   TO ReportLine
               Perform Spool-Line
               SORT SortSwingFile
                   ON ASCENDING KEY SW-PlayerA
                   ON ASCENDING KEY SW-PlayerB
                   ON ASCENDING KEY SW-MatchEndTs
                   INPUT PROCEDURE Release-Pair-Postings
                       THRU Release-Pair-Postings-Exit
                   OUTPUT PROCEDURE Review-Swings
                       THRU Review-Swings-Exit
               MOVE "--- LOSS RUNS BEFORE HANDICAP OR LEAGUE PLAY ---"
                   TO ReportLine
               Perform Spool-Line
               SORT SortLossFile
                   ON ASCENDING KEY SL-PlayerId
                   ON ASCENDING KEY SL-MatchEndTs
                   USING RatingHistFile
                   OUTPUT PROCEDURE Review-Loss-Runs
                       THRU Review-Loss-Runs-Exit
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   "No rating history on file - swing and loss-run"
                       DELIMITED BY SIZE
                   " checks skipped; run the rating engine first."
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           IF MatchIndexOpen = 1
               CLOSE MatchIndexFile
           END-IF
           Perform Print-Flag-Summary
           IF TruncationSeen = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** REPORT INCOMPLETE - MATCH INDEX"
                       DELIMITED BY SIZE
                   " NOT READ - DO NOT RELY ON IT ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FlagCount TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

*> Rally play for tonight's matches: the frames of every scoring rally
*> are added up until the MATCH-END row closes the match.
       Load-Audit-Matches.
           OPEN INPUT AuditFile
           IF AuditFileStatus = "00"
               Perform Read-Audit-Record UNTIL EndOfAuditFile = 1
               CLOSE AuditFile
           END-IF
       .

       Read-Audit-Record.
           READ AuditFile
               AT END MOVE 1 TO EndOfAuditFile
               NOT AT END
                   EVALUATE AR-EventType
                       WHEN "SCORE1"
                       WHEN "SCORE2"
                           ADD 1 TO AuditRunningPoints
                           ADD AR-Iteration TO AuditRunningFrames
                       WHEN "MATCH-END"
                           Perform Store-Audit-Match
                   END-EVALUATE
           END-READ
       .

       Store-Audit-Match.
           IF AuditRunningPoints > 0
               IF AuditMatchCount < 500
                   ADD 1 TO AuditMatchCount
                   MOVE AuditMatchCount TO AM-Idx
                   MOVE AR-Timestamp TO AM-EndTimestamp(AM-Idx)
                   MOVE AuditRunningPoints TO AM-Points(AM-Idx)
                   MOVE AuditRunningFrames TO AM-Frames(AM-Idx)
                   ADD AuditRunningPoints TO AuditHousePoints
                   ADD AuditRunningFrames TO AuditHouseFrames
               ELSE
                   MOVE 1 TO AuditOverflow
               END-IF
           END-IF
           MOVE 0 TO AuditRunningPoints
           MOVE 0 TO AuditRunningFrames
       .

       Load-League-Fixtures.
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
                   IF LeagueCount < 500
                       ADD 1 TO LeagueCount
                       MOVE LeagueCount TO LT-Idx
                       MOVE LG-Week TO LT-Week(LT-Idx)
                       MOVE LG-Player1Id TO LT-Player1Id(LT-Idx)
                       MOVE LG-Player2Id TO LT-Player2Id(LT-Idx)
                       MOVE LG-WinnerId TO LT-WinnerId(LT-Idx)
                       MOVE LG-WinnerScore TO LT-WinnerScore(LT-Idx)
                       MOVE LG-LoserScore TO LT-LoserScore(LT-Idx)
                   ELSE
                       MOVE 1 TO LeagueOverflow
                   END-IF
           END-READ
       .

       Copy-Whole-Index.
           MOVE 0 TO EndOfMatchIndex
           MOVE LOW-VALUES TO MX-MatchKey
           START MatchIndexFile KEY IS NOT LESS THAN MX-MatchKey
               INVALID KEY MOVE 1 TO EndOfMatchIndex
           END-START
           Perform Read-Whole-Index UNTIL EndOfMatchIndex = 1
       .

       Read-Whole-Index.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfMatchIndex
               NOT AT END
                   Perform Load-Match-From-Index
                   Perform Write-Pair-Row
           END-READ
       .

       Load-Match-From-Index.
           MOVE MX-WinnerId TO MH-WinnerId
           MOVE MX-LoserId TO MH-LoserId
           MOVE MX-WinnerScore TO MH-WinnerScore
           MOVE MX-LoserScore TO MH-LoserScore
           MOVE MX-GameMode TO MH-GameMode
           MOVE MX-StartTimestamp TO MH-StartTimestamp
           MOVE MX-EndTimestamp TO MH-EndTimestamp
           MOVE MX-StationId TO MH-StationId
           MOVE MX-WinnerPartnerId TO MH-WinnerPartnerId
           MOVE MX-LoserPartnerId TO MH-LoserPartnerId
           MOVE MX-HandicapFlag TO MH-HandicapFlag
       .

       Copy-Live-File.
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "35"
               CONTINUE
           ELSE
               Perform Read-Match-Record UNTIL EndOfMatchHistFile = 1
               CLOSE MatchHistFile
           END-IF
       .

       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   IF MatchIndexOpen = 1
                       MOVE MH-StartTimestamp TO MX-StartTimestamp
                       MOVE MH-StationId TO MX-StationId
                       READ MatchIndexFile
                           KEY IS MX-MatchKey
                           INVALID KEY
                               Perform Store-Live-Match
                               Perform Write-Pair-Row
                       END-READ
                   ELSE
                       Perform Store-Live-Match
                       Perform Write-Pair-Row
                   END-IF
           END-READ
       .

       Store-Live-Match.
           IF LiveMatchCount < 500
               ADD 1 TO LiveMatchCount
               MOVE LiveMatchCount TO LV-Idx
               MOVE MH-EndTimestamp TO LV-EndTimestamp(LV-Idx)
               MOVE MH-StartTimestamp TO LV-StartTimestamp(LV-Idx)
               MOVE MH-StationId TO LV-StationId(LV-Idx)
               MOVE MH-WinnerId TO LV-WinnerId(LV-Idx)
               MOVE MH-LoserId TO LV-LoserId(LV-Idx)
               MOVE MH-WinnerScore TO LV-WinnerScore(LV-Idx)
               MOVE MH-LoserScore TO LV-LoserScore(LV-Idx)
               MOVE MH-HandicapFlag TO LV-HandicapFlag(LV-Idx)
           ELSE
               MOVE 1 TO LiveOverflow
           END-IF
       .

*> Matches against the CPU cannot be thrown to a friend and are left
*> out. Blitz matches run against the clock, so they go to the pair
*> checks but not into the house time per point.
       Write-Pair-Row.
           IF MH-GameMode NOT = 1
               IF MH-WinnerId < MH-LoserId
                   MOVE MH-WinnerId TO PW-PlayerA
                   MOVE MH-LoserId TO PW-PlayerB
               ELSE
                   MOVE MH-LoserId TO PW-PlayerA
                   MOVE MH-WinnerId TO PW-PlayerB
               END-IF
               MOVE MH-EndTimestamp TO PW-EndTimestamp
               MOVE MH-StartTimestamp TO PW-StartTimestamp
               MOVE MH-StationId TO PW-StationId
               MOVE MH-WinnerId TO PW-WinnerId
               MOVE MH-WinnerScore TO PW-WinnerScore
               MOVE MH-LoserScore TO PW-LoserScore
               MOVE MH-GameMode TO PW-GameMode
               Perform Compute-Match-Seconds
               MOVE EndSeconds TO PW-Seconds
               IF MH-GameMode NOT = 3
                   ADD EndSeconds TO HouseSeconds
                   ADD MH-WinnerScore MH-LoserScore TO HousePoints
               END-IF
               WRITE PairWorkRecord
           END-IF
       .

       Compute-Match-Seconds.
           MOVE MH-StartTimestamp(9:2) TO ClockHour
           MOVE MH-StartTimestamp(11:2) TO ClockMinute
           MOVE MH-StartTimestamp(13:2) TO ClockSecond
           COMPUTE StartSeconds =
               ClockHour * 3600 + ClockMinute * 60 + ClockSecond
           MOVE MH-EndTimestamp(9:2) TO ClockHour
           MOVE MH-EndTimestamp(11:2) TO ClockMinute
           MOVE MH-EndTimestamp(13:2) TO ClockSecond
           COMPUTE EndSeconds =
               ClockHour * 3600 + ClockMinute * 60 + ClockSecond
           IF EndSeconds < StartSeconds
               ADD 86400 TO EndSeconds
           END-IF
           SUBTRACT StartSeconds FROM EndSeconds
       .

       Review-Pairs.
           MOVE 0 TO SortPairsDone
           MOVE 0 TO GroupActive
           Perform Return-One-Pair UNTIL SortPairsDone = 1
           GO TO Review-Pairs-Exit.

       Return-One-Pair.
           RETURN SortPairFile
               AT END MOVE 1 TO SortPairsDone
               NOT AT END Perform Review-One-Match
           END-RETURN
       .

       Review-One-Match.
           MOVE SPACES TO FlagPlayers
           STRING
               SP-PlayerA  DELIMITED BY SPACE
               "/"         DELIMITED BY SIZE
               SP-PlayerB  DELIMITED BY SPACE
               INTO FlagPlayers
           MOVE SPACES TO FlagKey
           STRING
               SP-StartTimestamp  DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               SP-StationId       DELIMITED BY SIZE
               INTO FlagKey
           COMPUTE MatchPoints = SP-WinnerScore + SP-LoserScore
           Perform Check-Short-Match
           Perform Check-Short-Rallies
           Perform Check-Alternating-Result
       .

       Check-Short-Match.
           IF SP-GameMode NOT = 3
               AND HousePoints > 0
               AND MatchPoints >= ShortMinPoints
               COMPUTE ExpectedSeconds =
                   HouseSeconds * MatchPoints / HousePoints
               IF SP-Seconds * ShortFactor < ExpectedSeconds
                   MOVE SP-Seconds TO ReportSeconds
                   MOVE ExpectedSeconds TO ReportExpected
                   MOVE "SHORTMT" TO FlagReason
                   MOVE SPACES TO FlagDetail
                   STRING
                       SP-WinnerScore  DELIMITED BY SIZE
                       "-"             DELIMITED BY SIZE
                       SP-LoserScore   DELIMITED BY SIZE
                       " IN"           DELIMITED BY SIZE
                       ReportSeconds   DELIMITED BY SIZE
                       " SECS, HOUSE"  DELIMITED BY SIZE
                       ReportExpected  DELIMITED BY SIZE
                       " SECS"         DELIMITED BY SIZE
                       INTO FlagDetail
                   ADD 1 TO ShortTimeCount
                   Perform Print-Flag
               END-IF
           END-IF
       .

       Check-Short-Rallies.
           IF AuditMatchCount > 0 AND AuditHousePoints > 0
               MOVE 0 TO SearchIndex
               PERFORM Match-Audit-Entry
                   VARYING ListIndex FROM 1 BY 1
                   UNTIL ListIndex > AuditMatchCount
                       OR SearchIndex NOT = 0
               IF SearchIndex NOT = 0
                   MOVE SearchIndex TO AM-Idx
                   IF AM-Points(AM-Idx) >= ShortMinPoints
                       COMPUTE ExpectedFrames =
                           AuditHouseFrames * AM-Points(AM-Idx)
                           / AuditHousePoints
                       IF AM-Frames(AM-Idx) * ShortFactor
                           < ExpectedFrames
                           Perform Flag-Short-Rallies
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       Match-Audit-Entry.
           MOVE ListIndex TO AM-Idx
           IF AM-EndTimestamp(AM-Idx) = SP-EndTimestamp
               MOVE ListIndex TO SearchIndex
           END-IF
       .

       Flag-Short-Rallies.
           MOVE AM-Frames(AM-Idx) TO ReportFrames
           MOVE ExpectedFrames TO ReportExpected
           MOVE "SHORTRL" TO FlagReason
           MOVE SPACES TO FlagDetail
           STRING
               SP-WinnerScore  DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               SP-LoserScore   DELIMITED BY SIZE
               " IN"           DELIMITED BY SIZE
               ReportFrames    DELIMITED BY SIZE
               " FRAMES, HOUSE" DELIMITED BY SIZE
               ReportExpected  DELIMITED BY SIZE
               INTO FlagDetail
           ADD 1 TO ShortRallyCount
           Perform Print-Flag
       .

*> The last four meetings of a pair are held; once the winner has
*> changed hands on each of them they are all flagged, and every
*> further meeting that keeps the pattern going is flagged as it
*> comes.
       Check-Alternating-Result.
           IF GroupActive = 0
               OR SP-PlayerA NOT = CurrentPlayerA
               OR SP-PlayerB NOT = CurrentPlayerB
               MOVE SP-PlayerA TO CurrentPlayerA
               MOVE SP-PlayerB TO CurrentPlayerB
               MOVE 1 TO GroupActive
               MOVE 1 TO AltRun
           ELSE
               IF SP-WinnerId NOT = AltPrevWinner
                   ADD 1 TO AltRun
               ELSE
                   MOVE 1 TO AltRun
               END-IF
           END-IF
           MOVE SP-WinnerId TO AltPrevWinner
           IF AltRun <= AltRunMinimum
               MOVE AltRun TO AK-Idx
               MOVE SP-StartTimestamp TO AK-StartTimestamp(AK-Idx)
               MOVE SP-StationId TO AK-StationId(AK-Idx)
               MOVE SP-WinnerId TO AK-WinnerId(AK-Idx)
               MOVE SP-WinnerScore TO AK-WinnerScore(AK-Idx)
               MOVE SP-LoserScore TO AK-LoserScore(AK-Idx)
           END-IF
           IF AltRun = AltRunMinimum
               PERFORM Flag-Held-Alternation
                   VARYING ListIndex FROM 1 BY 1
                   UNTIL ListIndex > AltRunMinimum
           END-IF
           IF AltRun > AltRunMinimum
               Perform Flag-Current-Alternation
           END-IF
       .

       Flag-Held-Alternation.
           MOVE ListIndex TO AK-Idx
           MOVE SPACES TO FlagKey
           STRING
               AK-StartTimestamp(AK-Idx)  DELIMITED BY SIZE
               "/"                        DELIMITED BY SIZE
               AK-StationId(AK-Idx)       DELIMITED BY SIZE
               INTO FlagKey
           MOVE "ALTPAIR" TO FlagReason
           MOVE AltRunMinimum TO ReportCount
           MOVE SPACES TO FlagDetail
           STRING
               "WON BY "                  DELIMITED BY SIZE
               AK-WinnerId(AK-Idx)        DELIMITED BY SPACE
               " "                        DELIMITED BY SIZE
               AK-WinnerScore(AK-Idx)     DELIMITED BY SIZE
               "-"                        DELIMITED BY SIZE
               AK-LoserScore(AK-Idx)      DELIMITED BY SIZE
               ", ALTERNATING RUN OF"     DELIMITED BY SIZE
               ReportCount                DELIMITED BY SIZE
               INTO FlagDetail
           ADD 1 TO AltFlagCount
           Perform Print-Flag
       .

       Flag-Current-Alternation.
           MOVE "ALTPAIR" TO FlagReason
           MOVE AltRun TO ReportCount
           MOVE SPACES TO FlagDetail
           STRING
               "WON BY "                  DELIMITED BY SIZE
               SP-WinnerId                DELIMITED BY SPACE
               " "                        DELIMITED BY SIZE
               SP-WinnerScore             DELIMITED BY SIZE
               "-"                        DELIMITED BY SIZE
               SP-LoserScore              DELIMITED BY SIZE
               ", ALTERNATING RUN OF"     DELIMITED BY SIZE
               ReportCount                DELIMITED BY SIZE
               INTO FlagDetail
           ADD 1 TO AltFlagCount
           Perform Print-Flag
       .

       Review-Pairs-Exit.
           EXIT.

*> The engine posts two rows per match, one for each player. Only the
*> row for the lower of the two ids is kept, so each match is counted
*> once and its delta reads from that player's side.
       Release-Pair-Postings.
           MOVE 0 TO EndOfRatingHistFile
           OPEN INPUT RatingHistFile
           Perform Release-One-Posting UNTIL EndOfRatingHistFile = 1
           CLOSE RatingHistFile
           GO TO Release-Pair-Postings-Exit.

       Release-One-Posting.
           READ RatingHistFile
               AT END MOVE 1 TO EndOfRatingHistFile
               NOT AT END
                   IF RH-PlayerId < RH-OpponentId
                       MOVE RH-PlayerId TO SW-PlayerA
                       MOVE RH-OpponentId TO SW-PlayerB
                       MOVE RH-MatchEndTs TO SW-MatchEndTs
                       MOVE RH-Delta TO SW-Delta
                       RELEASE SortSwingRecord
                   END-IF
           END-READ
       .

       Release-Pair-Postings-Exit.
           EXIT.

       Review-Swings.
           MOVE 0 TO SortSwingsDone
           MOVE 0 TO SwingGroupActive
           Perform Return-One-Swing UNTIL SortSwingsDone = 1
           GO TO Review-Swings-Exit.

       Return-One-Swing.
           RETURN SortSwingFile
               AT END MOVE 1 TO SortSwingsDone
               NOT AT END Perform Review-One-Swing
           END-RETURN
       .

*> A run is the unbroken string of meetings in which rating moved the
*> same way between the pair; a meeting with no movement leaves the
*> run as it stands. When the run's total first reaches the threshold
*> every meeting held so far is flagged, and each later meeting in the
*> same run is flagged as it comes.
       Review-One-Swing.
           IF SW-Delta > 0
               MOVE SW-PlayerA TO SwingThisGainer
               MOVE SW-Delta TO SwingThisGain
           ELSE
               MOVE SW-PlayerB TO SwingThisGainer
               COMPUTE SwingThisGain = 0 - SW-Delta
           END-IF
           IF SwingGroupActive = 0
               OR SW-PlayerA NOT = SwingPlayerA
               OR SW-PlayerB NOT = SwingPlayerB
               MOVE SW-PlayerA TO SwingPlayerA
               MOVE SW-PlayerB TO SwingPlayerB
               MOVE 1 TO SwingGroupActive
               MOVE 0 TO SwingRunCount
           END-IF
           IF SwingThisGain > 0
               IF SwingRunCount > 0
                   AND SwingThisGainer NOT = SwingGainer
                   MOVE 0 TO SwingRunCount
               END-IF
               IF SwingRunCount = 0
                   MOVE SwingThisGainer TO SwingGainer
                   MOVE 0 TO SwingRunTotal
                   MOVE 0 TO SwingRunFlagged
               END-IF
               Perform Extend-Swing-Run
           END-IF
       .

       Extend-Swing-Run.
           IF SwingGainer = SwingPlayerA
               MOVE SwingPlayerB TO SwingLoser
           ELSE
               MOVE SwingPlayerA TO SwingLoser
           END-IF
           ADD 1 TO SwingRunCount
           ADD SwingThisGain TO SwingRunTotal
           IF SwingRunCount <= 20
               MOVE SwingRunCount TO SG-Idx
               MOVE SW-MatchEndTs TO SG-MatchEndTs(SG-Idx)
               MOVE SwingThisGain TO SG-Gain(SG-Idx)
           END-IF
           IF SwingRunFlagged = 1
               MOVE SW-MatchEndTs TO LookupEndTimestamp
               MOVE SwingThisGain TO SwingGain
               Perform Flag-Swing-Meeting
           ELSE
               IF SwingRunTotal >= SwingThreshold
                   MOVE 1 TO SwingRunFlagged
                   PERFORM Flag-Held-Swing
                       VARYING ListIndex FROM 1 BY 1
                       UNTIL ListIndex > SwingRunCount
                           OR ListIndex > 20
                   IF SwingRunCount > 20
                       MOVE SW-MatchEndTs TO LookupEndTimestamp
                       MOVE SwingThisGain TO SwingGain
                       Perform Flag-Swing-Meeting
                   END-IF
               END-IF
           END-IF
       .

       Flag-Held-Swing.
           MOVE ListIndex TO SG-Idx
           MOVE SG-MatchEndTs(SG-Idx) TO LookupEndTimestamp
           MOVE SG-Gain(SG-Idx) TO SwingGain
           Perform Flag-Swing-Meeting
       .

       Flag-Swing-Meeting.
           MOVE SwingGainer TO LookupPlayerId
           MOVE SwingLoser TO LookupOpponentId
           Perform Find-Match-By-End
           Perform Set-Found-Flag-Key
           MOVE SPACES TO FlagPlayers
           STRING
               SwingPlayerA  DELIMITED BY SPACE
               "/"           DELIMITED BY SIZE
               SwingPlayerB  DELIMITED BY SPACE
               INTO FlagPlayers
           MOVE "RATSWING" TO FlagReason
           MOVE SwingGain TO ReportGain
           MOVE SwingRunTotal TO ReportTotal
           MOVE SwingRunCount TO ReportCount
           MOVE SPACES TO FlagDetail
           STRING
               "+"             DELIMITED BY SIZE
               ReportGain      DELIMITED BY SIZE
               " TO "          DELIMITED BY SIZE
               SwingGainer     DELIMITED BY SPACE
               ", RUN"         DELIMITED BY SIZE
               ReportTotal     DELIMITED BY SIZE
               " PTS IN"       DELIMITED BY SIZE
               ReportCount     DELIMITED BY SIZE
               " MATCHES"      DELIMITED BY SIZE
               INTO FlagDetail
           ADD 1 TO SwingFlagCount
           Perform Print-Flag
       .

       Review-Swings-Exit.
           EXIT.

       Review-Loss-Runs.
           MOVE 0 TO SortLossesDone
           MOVE 0 TO LossGroupActive
           Perform Return-One-Loss UNTIL SortLossesDone = 1
           IF LossGroupActive = 1
               Perform Check-Pending-League
           END-IF
           GO TO Review-Loss-Runs-Exit.

       Return-One-Loss.
           RETURN SortLossFile
               AT END MOVE 1 TO SortLossesDone
               NOT AT END Perform Review-One-Posting
           END-RETURN
       .

*> The engine never lets a rated player gain from a defeat, so a
*> falling rating marks a loss. Once a strong player has a run of
*> losses, the next match they play is looked up: if it is a handicap
*> match or a league fixture, the run and that match are flagged. A
*> run still open at the end of the history is flagged when the
*> player has a league fixture waiting to be played.
       Review-One-Posting.
           IF LossGroupActive = 1 AND SL-PlayerId NOT = LossPlayerId
               Perform Check-Pending-League
           END-IF
           IF LossGroupActive = 0 OR SL-PlayerId NOT = LossPlayerId
               MOVE SL-PlayerId TO LossPlayerId
               MOVE 1 TO LossGroupActive
               MOVE 0 TO LossRun
           END-IF
           IF LossRun >= LossRunMinimum
               AND LossStartRating >= StrongRating
               Perform Check-Following-Match
           END-IF
           IF SL-Delta < 0
               ADD 1 TO LossRun
               IF LossRun = 1
                   MOVE SL-RatingBefore TO LossStartRating
               END-IF
               IF LossRun <= 10
                   MOVE LossRun TO LS-Idx
                   MOVE SL-MatchEndTs TO LS-MatchEndTs(LS-Idx)
                   MOVE SL-OpponentId TO LS-OpponentId(LS-Idx)
               END-IF
           ELSE
               MOVE 0 TO LossRun
           END-IF
       .

       Check-Following-Match.
           MOVE SL-MatchEndTs TO LookupEndTimestamp
           MOVE SL-PlayerId TO LookupPlayerId
           MOVE SL-OpponentId TO LookupOpponentId
           Perform Find-Match-By-End
           MOVE 0 TO LeagueMatch
           IF MatchFound = 1
               Perform Check-League-Match
           END-IF
           IF MatchFound = 1
               AND (FoundHandicapFlag = "H" OR LeagueMatch = 1)
               IF FoundHandicapFlag = "H"
                   MOVE "HANDICAP MATCH" TO LossMatchKind
               ELSE
                   MOVE "LEAGUE FIXTURE" TO LossMatchKind
               END-IF
               MOVE SPACES TO LossFollowText
               STRING
                   "BEFORE "      DELIMITED BY SIZE
                   LossMatchKind  DELIMITED BY SIZE
                   INTO LossFollowText
               PERFORM Flag-Held-Loss
                   VARYING ListIndex FROM 1 BY 1
                   UNTIL ListIndex > LossRun OR ListIndex > 10
               MOVE SL-MatchEndTs TO LookupEndTimestamp
               MOVE SL-PlayerId TO LookupPlayerId
               MOVE SL-OpponentId TO LookupOpponentId
               Perform Find-Match-By-End
               Perform Set-Found-Flag-Key
               MOVE SPACES TO FlagPlayers
               STRING
                   SL-PlayerId    DELIMITED BY SPACE
                   "/"            DELIMITED BY SIZE
                   SL-OpponentId  DELIMITED BY SPACE
                   INTO FlagPlayers
               MOVE "LOSSRUN" TO FlagReason
               MOVE LossRun TO ReportCount
               MOVE SPACES TO FlagDetail
               STRING
                   LossMatchKind   DELIMITED BY SIZE
                   " AFTER"        DELIMITED BY SIZE
                   ReportCount     DELIMITED BY SIZE
                   " LOSSES"       DELIMITED BY SIZE
                   INTO FlagDetail
               ADD 1 TO LossFlagCount
               Perform Print-Flag
               MOVE 0 TO LossRun
           END-IF
       .

       Check-League-Match.
           PERFORM Compare-League-Result
               VARYING LeagueIndex FROM 1 BY 1
               UNTIL LeagueIndex > LeagueCount OR LeagueMatch = 1
       .

       Compare-League-Result.
           MOVE LeagueIndex TO LT-Idx
           IF LT-WinnerId(LT-Idx) = FoundWinnerId
               AND LT-WinnerScore(LT-Idx) = FoundWinnerScore
               AND LT-LoserScore(LT-Idx) = FoundLoserScore
               AND ((LT-Player1Id(LT-Idx) = FoundWinnerId
                       AND LT-Player2Id(LT-Idx) = FoundLoserId)
                   OR (LT-Player1Id(LT-Idx) = FoundLoserId
                       AND LT-Player2Id(LT-Idx) = FoundWinnerId))
               MOVE 1 TO LeagueMatch
           END-IF
       .

       Check-Pending-League.
           IF LossRun >= LossRunMinimum
               AND LossStartRating >= StrongRating
               MOVE 0 TO PendingLeague
               PERFORM Compare-Pending-Fixture
                   VARYING LeagueIndex FROM 1 BY 1
                   UNTIL LeagueIndex > LeagueCount OR PendingLeague = 1
               IF PendingLeague = 1
                   MOVE SPACES TO LossFollowText
                   STRING
                       "LEAGUE FIXTURE DUE WK "  DELIMITED BY SIZE
                       PendingWeek               DELIMITED BY SIZE
                       INTO LossFollowText
                   PERFORM Flag-Held-Loss
                       VARYING ListIndex FROM 1 BY 1
                       UNTIL ListIndex > LossRun OR ListIndex > 10
               END-IF
           END-IF
           MOVE 0 TO LossRun
       .

       Compare-Pending-Fixture.
           MOVE LeagueIndex TO LT-Idx
           IF LT-WinnerId(LT-Idx) = SPACES
               AND (LT-Player1Id(LT-Idx) = LossPlayerId
                   OR LT-Player2Id(LT-Idx) = LossPlayerId)
               MOVE 1 TO PendingLeague
               MOVE LT-Week(LT-Idx) TO PendingWeek
           END-IF
       .

       Flag-Held-Loss.
           MOVE ListIndex TO LS-Idx
           MOVE LS-MatchEndTs(LS-Idx) TO LookupEndTimestamp
           MOVE LossPlayerId TO LookupPlayerId
           MOVE LS-OpponentId(LS-Idx) TO LookupOpponentId
           Perform Find-Match-By-End
           Perform Set-Found-Flag-Key
           MOVE SPACES TO FlagPlayers
           STRING
               LossPlayerId            DELIMITED BY SPACE
               "/"                     DELIMITED BY SIZE
               LS-OpponentId(LS-Idx)   DELIMITED BY SPACE
               INTO FlagPlayers
           MOVE "LOSSRUN" TO FlagReason
           MOVE ListIndex TO ReportCount
           MOVE LossStartRating TO ReportRating
           MOVE SPACES TO FlagDetail
           STRING
               "LOSS"           DELIMITED BY SIZE
               ReportCount      DELIMITED BY SIZE
               " FROM "         DELIMITED BY SIZE
               ReportRating     DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               LossFollowText   DELIMITED BY "  "
               INTO FlagDetail
           ADD 1 TO LossFlagCount
           Perform Print-Flag
       .

       Review-Loss-Runs-Exit.
           EXIT.

*> A rating posting names its match only by end timestamp. The index
*> is read along its end timestamp key, which may hold two stations
*> finishing in the same second, until the row for this pair turns
*> up; tonight's matches not yet indexed come from the live table.
       Find-Match-By-End.
           MOVE 0 TO MatchFound
           IF MatchIndexOpen = 1
               MOVE 0 TO EndOfEndTimeKey
               MOVE LookupEndTimestamp TO MX-EndTimestamp
               START MatchIndexFile KEY IS EQUAL TO MX-EndTimestamp
                   INVALID KEY MOVE 1 TO EndOfEndTimeKey
               END-START
               Perform Read-End-Time-Key
                   UNTIL EndOfEndTimeKey = 1 OR MatchFound = 1
           END-IF
           IF MatchFound = 0
               PERFORM Compare-Live-Match
                   VARYING LiveIndex FROM 1 BY 1
                   UNTIL LiveIndex > LiveMatchCount OR MatchFound = 1
           END-IF
       .

       Read-End-Time-Key.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfEndTimeKey
               NOT AT END
                   IF MX-EndTimestamp NOT = LookupEndTimestamp
                       MOVE 1 TO EndOfEndTimeKey
                   ELSE
                       IF (MX-WinnerId = LookupPlayerId
                               AND MX-LoserId = LookupOpponentId)
                           OR (MX-WinnerId = LookupOpponentId
                               AND MX-LoserId = LookupPlayerId)
                           MOVE 1 TO MatchFound
                           MOVE MX-StartTimestamp TO FoundStartTimestamp
                           MOVE MX-StationId TO FoundStationId
                           MOVE MX-WinnerId TO FoundWinnerId
                           MOVE MX-LoserId TO FoundLoserId
                           MOVE MX-WinnerScore TO FoundWinnerScore
                           MOVE MX-LoserScore TO FoundLoserScore
                           MOVE MX-HandicapFlag TO FoundHandicapFlag
                       END-IF
                   END-IF
           END-READ
       .

       Compare-Live-Match.
           MOVE LiveIndex TO LV-Idx
           IF LV-EndTimestamp(LV-Idx) = LookupEndTimestamp
               AND ((LV-WinnerId(LV-Idx) = LookupPlayerId
                       AND LV-LoserId(LV-Idx) = LookupOpponentId)
                   OR (LV-WinnerId(LV-Idx) = LookupOpponentId
                       AND LV-LoserId(LV-Idx) = LookupPlayerId))
               MOVE 1 TO MatchFound
               MOVE LV-StartTimestamp(LV-Idx) TO FoundStartTimestamp
               MOVE LV-StationId(LV-Idx) TO FoundStationId
               MOVE LV-WinnerId(LV-Idx) TO FoundWinnerId
               MOVE LV-LoserId(LV-Idx) TO FoundLoserId
               MOVE LV-WinnerScore(LV-Idx) TO FoundWinnerScore
               MOVE LV-LoserScore(LV-Idx) TO FoundLoserScore
               MOVE LV-HandicapFlag(LV-Idx) TO FoundHandicapFlag
           END-IF
       .

*> A match that can no longer be found is shown by its end timestamp
*> marked END, which is still enough to find it in an archive copy.
       Set-Found-Flag-Key.
           MOVE SPACES TO FlagKey
           IF MatchFound = 1
               STRING
                   FoundStartTimestamp  DELIMITED BY SIZE
                   "/"                  DELIMITED BY SIZE
                   FoundStationId       DELIMITED BY SIZE
                   INTO FlagKey
           ELSE
               STRING
                   LookupEndTimestamp   DELIMITED BY SIZE
                   " END"               DELIMITED BY SIZE
                   INTO FlagKey
           END-IF
       .

       Print-Flag.
           ADD 1 TO FlagCount
           MOVE SPACES TO ReportLine
           STRING
               FlagReason   DELIMITED BY SIZE
               " "          DELIMITED BY SIZE
               FlagKey      DELIMITED BY SIZE
               " "          DELIMITED BY SIZE
               FlagPlayers  DELIMITED BY SIZE
               " "          DELIMITED BY SIZE
               FlagDetail   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-Flag-Summary.
           IF FlagCount = 0
               MOVE "No results flagged." TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "Flags - ALTPAIR "  DELIMITED BY SIZE
               AltFlagCount        DELIMITED BY SIZE
               "  SHORTMT "        DELIMITED BY SIZE
               ShortTimeCount      DELIMITED BY SIZE
               "  SHORTRL "        DELIMITED BY SIZE
               ShortRallyCount     DELIMITED BY SIZE
               "  RATSWING "       DELIMITED BY SIZE
               SwingFlagCount      DELIMITED BY SIZE
               "  LOSSRUN "        DELIMITED BY SIZE
               LossFlagCount       DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE "ALTPAIR  same pair, winner changing every meeting"
               TO ReportLine
           Perform Spool-Line
           MOVE "SHORTMT  under a third of the house time for the score"
               TO ReportLine
           Perform Spool-Line
           MOVE "SHORTRL  under a third of the house rally play tonight"
               TO ReportLine
           Perform Spool-Line
           MOVE "RATSWING one-way rating run of 100+ between the pair"
               TO ReportLine
           Perform Spool-Line
           MOVE "LOSSRUN  strong player's losses before handicap/league"
               TO ReportLine
           Perform Spool-Line
           IF AuditOverflow = 1 OR LiveOverflow = 1
               OR LeagueOverflow = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** Audit, live match or league table full -"
                       DELIMITED BY SIZE
                   " later rows not checked. ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

*> Each report line goes to the console as before and to the dated
*> spool file for the report, <code>yyyymmdd.RPT, which is opened
*> under the work name so a second run the same day is added to the
*> end of it. Every run is entered on RPTINDEX.DAT for ReportReprint.
*> The renames must not disturb the RETURN-CODE the report hands back.
       Open-Report-Spool.
           ACCEPT SpoolDate FROM DATE YYYYMMDD
           ACCEPT SpoolClock FROM TIME
           MOVE SpoolClock(1:6) TO SpoolTime
           MOVE SPACES TO SpoolFileName
           STRING
               SpoolReportCode  DELIMITED BY SPACE
               SpoolDate        DELIMITED BY SIZE
               ".RPT"           DELIMITED BY SIZE
               INTO SpoolFileName
           MOVE RETURN-CODE TO SpoolReturnCode
           CALL "CBL_RENAME_FILE" USING SpoolFileName SpoolWorkName
           OPEN EXTEND ReportSpoolFile
           IF ReportSpoolStatus = "35"
               OPEN OUTPUT ReportSpoolFile
           END-IF
           IF ReportSpoolStatus = "00"
               MOVE 1 TO SpoolOpen
               MOVE 0 TO SpoolLineCount
               MOVE 0 TO SpoolPageNumber
               Perform Write-Spool-Header
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING SpoolWorkName SpoolFileName
               DISPLAY "Report spool not available - status "
                   ReportSpoolStatus " - console copy only."
           END-IF
           MOVE SpoolReturnCode TO RETURN-CODE
       .

       Write-Spool-Header.
           ADD 1 TO SpoolPageNumber
           MOVE SPACES TO SpoolRecord
           MOVE "REPORT " TO SH-Literal
           MOVE SpoolReportCode TO SH-ReportCode
           MOVE SpoolReportTitle TO SH-Title
           MOVE " RUN " TO SH-RunLiteral
           MOVE SpoolDate TO SH-RunDate
           MOVE SpoolTime TO SH-RunTime
           MOVE " STATION " TO SH-StationLiteral
           MOVE "HOST" TO SH-StationId
           MOVE " PAGE " TO SH-PageLiteral
           MOVE SpoolPageNumber TO SH-PageNumber
           WRITE SpoolHeader
           MOVE ALL "-" TO SpoolRecord
           WRITE SpoolRecord
           MOVE 0 TO SpoolPageLines
       .

       Spool-Line.
           DISPLAY ReportLine
           IF SpoolOpen = 1
               IF SpoolPageLines >= 55
                   Perform Write-Spool-Header
               END-IF
               MOVE ReportLine TO SpoolRecord
               WRITE SpoolRecord
               ADD 1 TO SpoolLineCount
               ADD 1 TO SpoolPageLines
           END-IF
       .

       Close-Report-Spool.
           IF SpoolOpen = 1
               MOVE SPACES TO SpoolRecord
               MOVE "*** END OF REPORT " TO ST-Literal
               MOVE SpoolReportCode TO ST-ReportCode
               MOVE "  LINES " TO ST-LinesLiteral
               MOVE SpoolLineCount TO ST-LineCount
               MOVE "  PAGES " TO ST-PagesLiteral
               MOVE SpoolPageNumber TO ST-PageCount
               MOVE "  CONTROL TOTAL " TO ST-TotalLiteral
               MOVE SpoolControlTotal TO ST-ControlTotal
               MOVE " ***" TO ST-EndLiteral
               WRITE SpoolTrailer
               CLOSE ReportSpoolFile
               MOVE 0 TO SpoolOpen
               MOVE RETURN-CODE TO SpoolReturnCode
               CALL "CBL_RENAME_FILE"
                   USING SpoolWorkName SpoolFileName
               MOVE SpoolReturnCode TO RETURN-CODE
               Perform Index-Report-Run
           END-IF
       .

       Index-Report-Run.
           OPEN EXTEND ReportIndexFile
           IF ReportIndexStatus = "35"
               OPEN OUTPUT ReportIndexFile
           END-IF
           IF ReportIndexStatus = "00"
               MOVE SpoolReportCode TO RI-ReportCode
               MOVE SpoolDate TO RI-RunDate
               MOVE SpoolTime TO RI-RunTime
               MOVE "HOST" TO RI-StationId
               MOVE SpoolFileName TO RI-SpoolFile
               MOVE SpoolLineCount TO RI-LineCount
               MOVE SpoolPageNumber TO RI-PageCount
               MOVE SpoolControlTotal TO RI-ControlTotal
               WRITE ReportIndexRecord
               CLOSE ReportIndexFile
           ELSE
               DISPLAY "Report index not available - status "
                   ReportIndexStatus " - run not indexed."
           END-IF
       .

       END PROGRAM IntegrityReport.
