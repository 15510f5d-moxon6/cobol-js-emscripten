       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClubStandings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TieFile ASSIGN TO "TIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TieFileStatus.
           SELECT ClubFile ASSIGN TO "CLUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClubFileStatus.
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
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TieFile.
       COPY "tierec.cpy".
       FD ClubFile.
       COPY "clubrec.cpy".
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 TieFileStatus PIC XX VALUE "00".
       01 ClubFileStatus PIC XX VALUE "00".
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 EndOfTieFile PIC 9 VALUE 0.
       01 EndOfClubFile PIC 9 VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 RubberCount PIC 9(03) VALUE 0.
       01 RubberIndex PIC 9(03).
       01 RubberTable.
           05 RubberEntry OCCURS 300 TIMES INDEXED BY RB-Idx.
               10 RB-TieNumber      PIC 9(03).
               10 RB-HomePlayerId   PIC X(10).
               10 RB-AwayPlayerId   PIC X(10).
               10 RB-MatchStartTs   PIC X(14).
               10 RB-StationId      PIC X(04).
               10 RB-WinnerSide     PIC X(01).
       01 TieCount PIC 9(03) VALUE 0.
       01 TieIndex PIC 9(03).
       01 FoundTie PIC 9(03).
       01 TieTable.
           05 TieEntry OCCURS 100 TIMES INDEXED BY TS-Idx.
               10 TS-TieNumber      PIC 9(03).
               10 TS-TieDate        PIC 9(08).
               10 TS-HomeClub       PIC X(04).
               10 TS-AwayClub       PIC X(04).
               10 TS-Rubbers        PIC 9(02).
               10 TS-HomeRubbers    PIC 9(02).
               10 TS-AwayRubbers    PIC 9(02).
               10 TS-NoResult       PIC 9(02).
       01 ClubCount PIC 99 VALUE 0.
       01 LookupIndex PIC 99.
       01 FoundIndex PIC 99.
       01 LookupClubCode PIC X(04).
       01 StandingsTable.
           05 StandingsEntry OCCURS 40 TIMES INDEXED BY CS-Idx.
               10 CS-ClubCode       PIC X(04).
               10 CS-ClubName       PIC X(30).
               10 CS-TiesPlayed     PIC 9(03).
               10 CS-TiesWon        PIC 9(03).
               10 CS-TiesDrawn      PIC 9(03).
               10 CS-TiesLost       PIC 9(03).
               10 CS-RubbersWon     PIC 9(04).
               10 CS-RubbersLost    PIC 9(04).
               10 CS-TiePoints      PIC 9(03).
       01 SortSwapped PIC 9.
       01 SortEntry PIC 99.
       01 TempStandingsEntry PIC X(57).
       01 TieOverflow PIC 9 VALUE 0.
       01 TiesIncomplete PIC 9(03) VALUE 0.
       01 ReportStatus PIC X(12).
       01 ReportRank PIC 99.
       01 ReportLine PIC X(100).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "CLUBTEAM".
       01 SpoolReportTitle PIC X(30)
           VALUE "CLUB TEAM STANDINGS".
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

*> A rubber's result is read from the match index by the start
*> timestamp and station the cabinet stamped on the rubber, so an
*> appeal ruling flows through without TIES.DAT being touched.
*> Tonight's matches are not indexed until close-out, so the live
*> MATCHES.DAT is read after the index. A stamped rubber whose match
*> is on neither was voided and is shown as NO RESULT until it is
*> replayed. Without the index the run refuses, since every rubber
*> played before tonight would show as NO RESULT.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== CLUB TEAM STANDINGS ====="
           Perform Open-Report-Spool
           Perform Load-Club-File
           Perform Load-Tie-File
           IF RubberCount = 0
               MOVE "No team ties on file - run TieMaint." TO ReportLine
               Perform Spool-Line
               Perform Close-Report-Spool
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus NOT = "00"
               MOVE SPACES TO ReportLine
               STRING
                   "*** MATCH INDEX NOT AVAILABLE - STATUS "
                       DELIMITED BY SIZE
                   MatchIndexFileStatus
                       DELIMITED BY SIZE
                   " - RUN MatchIndexBuild ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               Perform Close-Report-Spool
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Look-Up-Rubber-Match VARYING RubberIndex FROM 1 BY 1
               UNTIL RubberIndex > RubberCount
           CLOSE MatchIndexFile
           Perform Scan-Live-File
           PERFORM Tally-One-Rubber VARYING RubberIndex FROM 1 BY 1
               UNTIL RubberIndex > RubberCount
           Perform Print-Tie-Results
           PERFORM Tally-One-Tie VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieCount
           Perform Sort-Standings
           Perform Print-Standings
           IF TieOverflow = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** REPORT INCOMPLETE - A TABLE OVERFLOWED"
                       DELIMITED BY SIZE
                   " - DO NOT PUBLISH ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE TieCount TO SpoolControlTotal
           Perform Close-Report-Spool
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
                   MOVE CL-ClubCode TO LookupClubCode
                   Perform Find-Or-Add-Club
                   IF FoundIndex NOT = 0
                       MOVE FoundIndex TO CS-Idx
                       MOVE CL-ClubName TO CS-ClubName(CS-Idx)
                   END-IF
           END-READ
       .

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
                   IF RubberCount < 300
                       ADD 1 TO RubberCount
                       MOVE RubberCount TO RB-Idx
                       MOVE TI-TieNumber TO RB-TieNumber(RB-Idx)
                       MOVE TI-HomePlayerId TO RB-HomePlayerId(RB-Idx)
                       MOVE TI-AwayPlayerId TO RB-AwayPlayerId(RB-Idx)
                       MOVE TI-MatchStartTs TO RB-MatchStartTs(RB-Idx)
                       MOVE TI-StationId TO RB-StationId(RB-Idx)
                       MOVE SPACE TO RB-WinnerSide(RB-Idx)
                       Perform Note-Tie
                   ELSE
                       MOVE 1 TO TieOverflow
                   END-IF
           END-READ
       .

       Note-Tie.
           MOVE 0 TO FoundTie
           PERFORM Compare-Tie-Number VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieCount OR FoundTie > 0
           IF FoundTie = 0
               IF TieCount < 100
                   ADD 1 TO TieCount
                   MOVE TieCount TO TS-Idx
                   MOVE TI-TieNumber TO TS-TieNumber(TS-Idx)
                   MOVE TI-TieDate TO TS-TieDate(TS-Idx)
                   MOVE TI-HomeClub TO TS-HomeClub(TS-Idx)
                   MOVE TI-AwayClub TO TS-AwayClub(TS-Idx)
                   MOVE 0 TO TS-Rubbers(TS-Idx)
                   MOVE 0 TO TS-HomeRubbers(TS-Idx)
                   MOVE 0 TO TS-AwayRubbers(TS-Idx)
                   MOVE 0 TO TS-NoResult(TS-Idx)
                   MOVE TieCount TO FoundTie
               ELSE
                   MOVE 1 TO TieOverflow
               END-IF
           END-IF
           IF FoundTie > 0
               MOVE FoundTie TO TS-Idx
               ADD 1 TO TS-Rubbers(TS-Idx)
           END-IF
       .

       Compare-Tie-Number.
           MOVE TieIndex TO TS-Idx
           IF TS-TieNumber(TS-Idx) = TI-TieNumber
               MOVE TieIndex TO FoundTie
           END-IF
       .

       Look-Up-Rubber-Match.
           MOVE RubberIndex TO RB-Idx
           IF RB-MatchStartTs(RB-Idx) NOT = SPACES
               MOVE RB-MatchStartTs(RB-Idx) TO MX-StartTimestamp
               MOVE RB-StationId(RB-Idx) TO MX-StationId
               READ MatchIndexFile
                   KEY IS MX-MatchKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MX-WinnerId = RB-HomePlayerId(RB-Idx)
                           MOVE "H" TO RB-WinnerSide(RB-Idx)
                       END-IF
                       IF MX-WinnerId = RB-AwayPlayerId(RB-Idx)
                           MOVE "A" TO RB-WinnerSide(RB-Idx)
                       END-IF
               END-READ
           END-IF
       .

       Scan-Live-File.
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
                   PERFORM Match-Rubber-Result
                       VARYING RubberIndex FROM 1 BY 1
                       UNTIL RubberIndex > RubberCount
           END-READ
       .

       Match-Rubber-Result.
           MOVE RubberIndex TO RB-Idx
           IF RB-MatchStartTs(RB-Idx) = MH-StartTimestamp
               AND RB-StationId(RB-Idx) = MH-StationId
               IF MH-WinnerId = RB-HomePlayerId(RB-Idx)
                   MOVE "H" TO RB-WinnerSide(RB-Idx)
               END-IF
               IF MH-WinnerId = RB-AwayPlayerId(RB-Idx)
                   MOVE "A" TO RB-WinnerSide(RB-Idx)
               END-IF
           END-IF
       .

       Tally-One-Rubber.
           MOVE RubberIndex TO RB-Idx
           MOVE 0 TO FoundTie
           PERFORM Compare-Rubber-Tie VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieCount OR FoundTie > 0
           IF FoundTie > 0
               MOVE FoundTie TO TS-Idx
               EVALUATE TRUE
                   WHEN RB-WinnerSide(RB-Idx) = "H"
                       ADD 1 TO TS-HomeRubbers(TS-Idx)
                   WHEN RB-WinnerSide(RB-Idx) = "A"
                       ADD 1 TO TS-AwayRubbers(TS-Idx)
                   WHEN RB-MatchStartTs(RB-Idx) NOT = SPACES
                       ADD 1 TO TS-NoResult(TS-Idx)
               END-EVALUATE
           END-IF
       .

       Compare-Rubber-Tie.
           MOVE TieIndex TO TS-Idx
           IF TS-TieNumber(TS-Idx) = RB-TieNumber(RB-Idx)
               MOVE TieIndex TO FoundTie
           END-IF
       .

       Print-Tie-Results.
           MOVE "TIE DATE     HOME AWAY SCORE RUBBERS STATUS"
               TO ReportLine
           Perform Spool-Line
           PERFORM Print-Tie-Line VARYING TieIndex FROM 1 BY 1
               UNTIL TieIndex > TieCount
       .

       Print-Tie-Line.
           MOVE TieIndex TO TS-Idx
           EVALUATE TRUE
               WHEN TS-HomeRubbers(TS-Idx) + TS-AwayRubbers(TS-Idx)
                   < TS-Rubbers(TS-Idx)
                   MOVE "IN PROGRESS" TO ReportStatus
               WHEN TS-HomeRubbers(TS-Idx) > TS-AwayRubbers(TS-Idx)
                   MOVE "HOME WIN" TO ReportStatus
               WHEN TS-HomeRubbers(TS-Idx) < TS-AwayRubbers(TS-Idx)
                   MOVE "AWAY WIN" TO ReportStatus
               WHEN OTHER
                   MOVE "DRAWN" TO ReportStatus
           END-EVALUATE
           MOVE SPACES TO ReportLine
           STRING
               TS-TieNumber(TS-Idx)     DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               TS-TieDate(TS-Idx)       DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               TS-HomeClub(TS-Idx)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               TS-AwayClub(TS-Idx)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               TS-HomeRubbers(TS-Idx)   DELIMITED BY SIZE
               "-"                      DELIMITED BY SIZE
               TS-AwayRubbers(TS-Idx)   DELIMITED BY SIZE
               " of "                   DELIMITED BY SIZE
               TS-Rubbers(TS-Idx)       DELIMITED BY SIZE
               "   "                    DELIMITED BY SIZE
               ReportStatus             DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF TS-NoResult(TS-Idx) > 0
               MOVE SPACES TO ReportLine
               STRING
                   "    "
                       DELIMITED BY SIZE
                   TS-NoResult(TS-Idx)
                       DELIMITED BY SIZE
                   " rubber(s) played but no result on file"
                       DELIMITED BY SIZE
                   " (voided on appeal) - to be replayed."
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

*> Rubbers won count as soon as they are played, so a club's rubber
*> total is current on the night; the tie itself only counts once
*> every rubber has a result. Two points for a tie won and one for a
*> tie drawn, as in the league, with rubbers won splitting level
*> clubs.
       Tally-One-Tie.
           MOVE TieIndex TO TS-Idx
           MOVE TS-HomeClub(TS-Idx) TO LookupClubCode
           Perform Find-Or-Add-Club
           IF FoundIndex NOT = 0
               MOVE FoundIndex TO CS-Idx
               ADD TS-HomeRubbers(TS-Idx) TO CS-RubbersWon(CS-Idx)
               ADD TS-AwayRubbers(TS-Idx) TO CS-RubbersLost(CS-Idx)
           END-IF
           MOVE TS-AwayClub(TS-Idx) TO LookupClubCode
           Perform Find-Or-Add-Club
           IF FoundIndex NOT = 0
               MOVE FoundIndex TO CS-Idx
               ADD TS-AwayRubbers(TS-Idx) TO CS-RubbersWon(CS-Idx)
               ADD TS-HomeRubbers(TS-Idx) TO CS-RubbersLost(CS-Idx)
           END-IF
           IF TS-HomeRubbers(TS-Idx) + TS-AwayRubbers(TS-Idx)
               < TS-Rubbers(TS-Idx)
               ADD 1 TO TiesIncomplete
           ELSE
               MOVE TS-HomeClub(TS-Idx) TO LookupClubCode
               Perform Find-Or-Add-Club
               IF FoundIndex NOT = 0
                   MOVE FoundIndex TO CS-Idx
                   ADD 1 TO CS-TiesPlayed(CS-Idx)
                   EVALUATE TRUE
                       WHEN TS-HomeRubbers(TS-Idx)
                           > TS-AwayRubbers(TS-Idx)
                           ADD 1 TO CS-TiesWon(CS-Idx)
                           ADD 2 TO CS-TiePoints(CS-Idx)
                       WHEN TS-HomeRubbers(TS-Idx)
                           < TS-AwayRubbers(TS-Idx)
                           ADD 1 TO CS-TiesLost(CS-Idx)
                       WHEN OTHER
                           ADD 1 TO CS-TiesDrawn(CS-Idx)
                           ADD 1 TO CS-TiePoints(CS-Idx)
                   END-EVALUATE
               END-IF
               MOVE TS-AwayClub(TS-Idx) TO LookupClubCode
               Perform Find-Or-Add-Club
               IF FoundIndex NOT = 0
                   MOVE FoundIndex TO CS-Idx
                   ADD 1 TO CS-TiesPlayed(CS-Idx)
                   EVALUATE TRUE
                       WHEN TS-AwayRubbers(TS-Idx)
                           > TS-HomeRubbers(TS-Idx)
                           ADD 1 TO CS-TiesWon(CS-Idx)
                           ADD 2 TO CS-TiePoints(CS-Idx)
                       WHEN TS-AwayRubbers(TS-Idx)
                           < TS-HomeRubbers(TS-Idx)
                           ADD 1 TO CS-TiesLost(CS-Idx)
                       WHEN OTHER
                           ADD 1 TO CS-TiesDrawn(CS-Idx)
                           ADD 1 TO CS-TiePoints(CS-Idx)
                   END-EVALUATE
               END-IF
           END-IF
       .

       Find-Or-Add-Club.
           MOVE 0 TO FoundIndex
           PERFORM Compare-Club-Code VARYING LookupIndex FROM 1 BY 1
               UNTIL LookupIndex > ClubCount
           IF FoundIndex = 0 AND ClubCount < 40
               ADD 1 TO ClubCount
               MOVE ClubCount TO FoundIndex
               MOVE FoundIndex TO CS-Idx
               MOVE LookupClubCode TO CS-ClubCode(CS-Idx)
               MOVE "(not on CLUBS.DAT)" TO CS-ClubName(CS-Idx)
               MOVE 0 TO CS-TiesPlayed(CS-Idx)
               MOVE 0 TO CS-TiesWon(CS-Idx)
               MOVE 0 TO CS-TiesDrawn(CS-Idx)
               MOVE 0 TO CS-TiesLost(CS-Idx)
               MOVE 0 TO CS-RubbersWon(CS-Idx)
               MOVE 0 TO CS-RubbersLost(CS-Idx)
               MOVE 0 TO CS-TiePoints(CS-Idx)
           END-IF
           IF FoundIndex = 0
               MOVE SPACES TO ReportLine
               STRING
                   "Standings table full - dropping club "
                       DELIMITED BY SIZE
                   LookupClubCode
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE 1 TO TieOverflow
           END-IF
       .

       Compare-Club-Code.
           MOVE LookupIndex TO CS-Idx
           IF CS-ClubCode(CS-Idx) = LookupClubCode
               MOVE LookupIndex TO FoundIndex
           END-IF
       .

       Sort-Standings.
           MOVE 1 TO SortSwapped
           PERFORM Sort-One-Pass UNTIL SortSwapped = 0
       .

       Sort-One-Pass.
           MOVE 0 TO SortSwapped
           PERFORM Compare-Adjacent-Entries VARYING SortEntry FROM 1 BY 1
               UNTIL SortEntry > ClubCount - 1
       .

       Compare-Adjacent-Entries.
           IF CS-TiePoints(SortEntry) < CS-TiePoints(SortEntry + 1)
               Perform Swap-Adjacent-Entries
           ELSE
               IF CS-TiePoints(SortEntry) = CS-TiePoints(SortEntry + 1)
                   AND CS-RubbersWon(SortEntry)
                       < CS-RubbersWon(SortEntry + 1)
                   Perform Swap-Adjacent-Entries
               END-IF
           END-IF
       .

       Swap-Adjacent-Entries.
           MOVE StandingsEntry(SortEntry) TO TempStandingsEntry
           MOVE StandingsEntry(SortEntry + 1)
               TO StandingsEntry(SortEntry)
           MOVE TempStandingsEntry TO StandingsEntry(SortEntry + 1)
           MOVE 1 TO SortSwapped
       .

       Print-Standings.
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "RANK CLUB NAME                           P   W   D"
                   DELIMITED BY SIZE
               "   L   RW   RL   PTS"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           PERFORM Print-Standings-Line VARYING ReportRank FROM 1 BY 1
               UNTIL ReportRank > ClubCount
           IF TiesIncomplete > 0
               MOVE SPACES TO ReportLine
               STRING
                   "Ties still in progress (not yet in P/W/D/L): "
                       DELIMITED BY SIZE
                   TiesIncomplete
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       Print-Standings-Line.
           MOVE ReportRank TO CS-Idx
           MOVE SPACES TO ReportLine
           STRING
               ReportRank                 DELIMITED BY SIZE
               "   "                      DELIMITED BY SIZE
               CS-ClubCode(CS-Idx)        DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-ClubName(CS-Idx)        DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-TiesPlayed(CS-Idx)      DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-TiesWon(CS-Idx)         DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-TiesDrawn(CS-Idx)       DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-TiesLost(CS-Idx)        DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-RubbersWon(CS-Idx)      DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-RubbersLost(CS-Idx)     DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               CS-TiePoints(CS-Idx)       DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
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

       END PROGRAM ClubStandings.
