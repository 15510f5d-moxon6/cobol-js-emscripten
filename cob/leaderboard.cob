               FILE STATUS IS SummaryFileStatus.
           SELECT SortScoresFile ASSIGN TO "SORTWK1".
           SELECT SortSummaryFile ASSIGN TO "SORTWK2".
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ScoresFile.
       COPY "playermas.cpy".
       FD SummaryFile.
       01 SummaryRecord.
           05 SU-DivisionOrder  PIC 9.
           05 SU-Division       PIC X(03).
           05 SU-PlayerId       PIC X(20).
           05 SU-MatchWins      PIC 9(05).
           05 SU-PointsWon      PIC 9(05).
           05 SS-StationId      PIC X(04).
       SD SortSummaryFile.
       01 SortSummaryRecord.
           05 SO-DivisionOrder  PIC 9.
           05 SO-Division       PIC X(03).
           05 SO-PlayerId       PIC X(20).
           05 SO-MatchWins      PIC 9(05).
           05 SO-PointsWon      PIC 9(05).
           05 SO-MarginTotal    PIC S9(07) SIGN LEADING SEPARATE.
           05 SO-BestScore      PIC 99.
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "divcodes.cpy".
       01 ScoresFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 SummaryFileStatus PIC XX VALUE "00".
       01 GroupMarginTotal PIC S9(07).
       01 GroupBestScore PIC 99.
       01 ReportRank PIC 9(05) VALUE 0.
       01 RankedCount PIC 9(05) VALUE 0.
       01 CurrentDivisionOrder PIC 9 VALUE 0.
       01 WorkDivision PIC X(03).
       01 DivisionIndex PIC 9.
       01 FoundDivision PIC 9.
       01 ReportAverageMargin PIC -ZZ9.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "LEADERBD".
       01 SpoolReportTitle PIC X(30)
           VALUE "END OF NIGHT LEADERBOARD".
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

*> The old in-memory stats table stopped at 20 players and dropped
*> the rest without a trace; the leaderboard is now built by sorting
*> the scores file on player id and control-breaking, so any number
*> of players and rows can be reported. Each player is ranked only
*> against the others in their division, so the second sort puts the
*> divisions in table order and the ranking restarts at each one.
       PROCEDURE DIVISION.
       Main.
           OPEN INPUT ScoresFile
               GOBACK
           END-IF
           CLOSE ScoresFile
           Perform Open-Player-Master-File
           SORT SortScoresFile
               ON ASCENDING KEY SS-PlayerId
               USING ScoresFile
               OUTPUT PROCEDURE Build-Summary THRU Build-Summary-Exit
           DISPLAY "===== END OF NIGHT LEADERBOARD ====="
           Perform Open-Report-Spool
           SORT SortSummaryFile
               ON ASCENDING KEY SO-DivisionOrder
               ON DESCENDING KEY SO-MatchWins
               ON DESCENDING KEY SO-PointsWon
               USING SummaryFile
               OUTPUT PROCEDURE Print-Ranked THRU Print-Ranked-Exit
           IF RankedCount = 0
               MOVE "No score rows on file." TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE RankedCount TO SpoolControlTotal
           Perform Close-Report-Spool
           IF PlayerMasterFileOpen = 1
               CLOSE PlayerMasterFile
           END-IF
           MOVE GroupPointsWon TO SU-PointsWon
           MOVE GroupMarginTotal TO SU-MarginTotal
           MOVE GroupBestScore TO SU-BestScore
           Perform Lookup-Player-Division
           MOVE WorkDivision TO SU-Division
           MOVE FoundDivision TO SU-DivisionOrder
           WRITE SummaryRecord
       .

       Lookup-Player-Division.
           MOVE SPACES TO WorkDivision
           IF PlayerMasterFileOpen = 1
               MOVE CurrentPlayerId TO PM-PlayerId
               READ PlayerMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PM-Division TO WorkDivision
               END-READ
           END-IF
           Perform Find-Division
           IF FoundDivision = 0
               MOVE "OPN" TO WorkDivision
               Perform Find-Division
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

       Build-Summary-Exit.
           EXIT.

       .

       Print-Leaderboard-Line.
           IF SO-DivisionOrder NOT = CurrentDivisionOrder
               MOVE SO-DivisionOrder TO CurrentDivisionOrder
               MOVE SO-DivisionOrder TO DC-Idx
               MOVE 0 TO ReportRank
               MOVE SPACES TO ReportLine
               Perform Spool-Line
               STRING
                   "----- "             DELIMITED BY SIZE
                   DC-Name(DC-Idx)      DELIMITED BY SIZE
                   " DIVISION -----"    DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE "RANK  PLAYER               WINS  POINTS  AVG MARGIN  BEST SCORE  CAREER W-L"
                   TO ReportLine
               Perform Spool-Line
           END-IF
           ADD 1 TO ReportRank
           ADD 1 TO RankedCount
           IF SO-PointsWon > 0
               COMPUTE ReportAverageMargin =
                   SO-MarginTotal / SO-PointsWon
               "-"                     DELIMITED BY SIZE
               CareerLosses            DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Lookup-Career-Record.
       Print-Ranked-Exit.
           EXIT.

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

       END PROGRAM Leaderboard.
