           SELECT SeasonCtlFile ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeasonCtlFileStatus.
           SELECT DivHistFile ASSIGN TO "DIVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DivHistFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ScoresFile.
       COPY "seasonrec.cpy".
       FD SeasonCtlFile.
       COPY "seasonctlrec.cpy".
       FD DivHistFile.
       COPY "divhistrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "divcodes.cpy".
       01 ScoresFileStatus PIC XX VALUE "00".
       01 SeasonFileStatus PIC XX VALUE "00".
       01 SeasonCtlFileStatus PIC XX VALUE "00".
       01 DivHistFileStatus PIC XX VALUE "00".
       01 EndOfDivHistFile PIC 9 VALUE 0.
       01 EndOfScoresFile PIC 9 VALUE 0.
       01 ScoreHistFileStatus PIC XX VALUE "00".
       01 ArchCtlFileStatus PIC XX VALUE "00".
       01 FoundIndex PIC 99.
       01 StandingsTable.
           05 StandingsEntry OCCURS 50 TIMES INDEXED BY ST-Idx.
               10 ST-DivisionOrder  PIC 9.
               10 ST-Division       PIC X(03).
               10 ST-DivisionDate   PIC 9(08).
               10 ST-PlayerId       PIC X(20).
               10 ST-Wins           PIC 9(05).
               10 ST-Points         PIC 9(05).
               10 ST-Rank           PIC 99.
       01 SortSwapped PIC 9.
       01 SortEntry PIC 99.
       01 TempStandingsEntry.
           05 TempDivisionOrder  PIC 9.
           05 TempDivision       PIC X(03).
           05 TempDivisionDate   PIC 9(08).
           05 TempPlayerId       PIC X(20).
           05 TempWins           PIC 9(05).
           05 TempPoints         PIC 9(05).
           05 TempRank           PIC 99.
       01 WorkDivision PIC X(03).
       01 DivisionIndex PIC 9.
       01 FoundDivision PIC 9.
       01 DivisionRank PIC 99.
       01 PreviousDivisionOrder PIC 9.
       01 ReportRank PIC 99.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "SEASON".
       01 SpoolReportTitle PIC X(30)
           VALUE "SEASON CLOSE - FINAL STANDINGS".
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

       PROCEDURE DIVISION.
       Main.
               DISPLAY "No match results inside that window."
               GOBACK
           END-IF
           Perform Assign-Season-Divisions
           Perform Sort-Standings
           Perform Rank-Within-Divisions
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           Perform Write-Season-Summaries
           Perform Mark-Season-Closed
           Perform Open-Report-Spool
           Perform Print-Standings
           MOVE 0 TO RETURN-CODE
           MOVE PlayerCount TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

       Accept-Season-Date.
               MOVE SR-PlayerId TO ST-PlayerId(ST-Idx)
               MOVE 0 TO ST-Wins(ST-Idx)
               MOVE 0 TO ST-Points(ST-Idx)
               MOVE "OPN" TO ST-Division(ST-Idx)
               MOVE 0 TO ST-DivisionDate(ST-Idx)
           END-IF
           IF FoundIndex = 0
               DISPLAY "Standings table full - dropping player "
           END-IF
       .

*> A player is ranked in the division they held on the season end
*> date, taken from the placement history rather than the master
*> record, so a player moved up after the season closed is still
*> ranked, and honoured, with the group they played the season in.
*> The history is in the order placements were made, so the last
*> row in force on the end date wins.
       Assign-Season-Divisions.
           MOVE 0 TO EndOfDivHistFile
           OPEN INPUT DivHistFile
           IF DivHistFileStatus = "00"
               Perform Read-Div-Hist-Record UNTIL EndOfDivHistFile = 1
               CLOSE DivHistFile
           END-IF
           PERFORM Set-Division-Order VARYING LookupIndex FROM 1 BY 1
               UNTIL LookupIndex > PlayerCount
       .

       Read-Div-Hist-Record.
           READ DivHistFile
               AT END MOVE 1 TO EndOfDivHistFile
               NOT AT END
                   IF DH-EffectiveDate <= SeasonEndDate
                       PERFORM Apply-Div-Hist-Row
                           VARYING LookupIndex FROM 1 BY 1
                           UNTIL LookupIndex > PlayerCount
                   END-IF
           END-READ
       .

       Apply-Div-Hist-Row.
           MOVE LookupIndex TO ST-Idx
           IF ST-PlayerId(ST-Idx) = DH-PlayerId
               AND DH-EffectiveDate >= ST-DivisionDate(ST-Idx)
               MOVE DH-Division TO ST-Division(ST-Idx)
               MOVE DH-EffectiveDate TO ST-DivisionDate(ST-Idx)
           END-IF
       .

       Set-Division-Order.
           MOVE LookupIndex TO ST-Idx
           MOVE ST-Division(ST-Idx) TO WorkDivision
           Perform Find-Division
           IF FoundDivision = 0
               MOVE "OPN" TO WorkDivision
               MOVE "OPN" TO ST-Division(ST-Idx)
               Perform Find-Division
           END-IF
           MOVE FoundDivision TO ST-DivisionOrder(ST-Idx)
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

       Sort-Standings.
           MOVE 1 TO SortSwapped
           PERFORM Sort-One-Pass UNTIL SortSwapped = 0
       .

       Compare-Adjacent-Entries.
           EVALUATE TRUE
               WHEN ST-DivisionOrder(SortEntry)
                   > ST-DivisionOrder(SortEntry + 1)
                   Perform Swap-Adjacent-Entries
               WHEN ST-DivisionOrder(SortEntry)
                   < ST-DivisionOrder(SortEntry + 1)
                   CONTINUE
               WHEN ST-Wins(SortEntry) < ST-Wins(SortEntry + 1)
                   Perform Swap-Adjacent-Entries
               WHEN ST-Wins(SortEntry) = ST-Wins(SortEntry + 1)
                   AND ST-Points(SortEntry) < ST-Points(SortEntry + 1)
                   Perform Swap-Adjacent-Entries
           END-EVALUATE
       .

       Swap-Adjacent-Entries.
           MOVE 1 TO SortSwapped
       .

       Rank-Within-Divisions.
           MOVE 0 TO PreviousDivisionOrder
           PERFORM Rank-One-Entry VARYING LookupIndex FROM 1 BY 1
               UNTIL LookupIndex > PlayerCount
       .

       Rank-One-Entry.
           MOVE LookupIndex TO ST-Idx
           IF ST-DivisionOrder(ST-Idx) NOT = PreviousDivisionOrder
               MOVE ST-DivisionOrder(ST-Idx) TO PreviousDivisionOrder
               MOVE 0 TO DivisionRank
           END-IF
           ADD 1 TO DivisionRank
           MOVE DivisionRank TO ST-Rank(ST-Idx)
       .

       Write-Season-Summaries.
           OPEN EXTEND SeasonFile
           IF SeasonFileStatus = "35"
       Write-One-Summary.
           MOVE ReportRank TO ST-Idx
           MOVE SeasonLabel TO SN-SeasonLabel
           MOVE ST-Rank(ST-Idx) TO SN-Rank
           MOVE ST-Division(ST-Idx) TO SN-Division
           MOVE ST-PlayerId(ST-Idx) TO SN-PlayerId
           MOVE ST-Wins(ST-Idx) TO SN-Wins
           MOVE ST-Points(ST-Idx) TO SN-Points
       .

       Print-Standings.
           MOVE SPACES TO ReportLine
           STRING
               "===== FINAL STANDINGS - " DELIMITED BY SIZE
               SeasonLabel                DELIMITED BY SIZE
               " ====="                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           PERFORM Print-Standings-Line VARYING ReportRank FROM 1 BY 1
               UNTIL ReportRank > PlayerCount
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           STRING
               "===== SEASON HONOURS - "  DELIMITED BY SIZE
               SeasonLabel                DELIMITED BY SIZE
               " ====="                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE "DIVISION   CHAMPION             RUNNER-UP" TO ReportLine
           Perform Spool-Line
           PERFORM Print-Division-Honours VARYING DivisionIndex
               FROM 1 BY 1 UNTIL DivisionIndex > 4
           MOVE SPACES TO ReportLine
           STRING
               "Season "                  DELIMITED BY SIZE
               SeasonLabel                DELIMITED BY SIZE
               " closed."                 DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-Standings-Line.
           MOVE ReportRank TO ST-Idx
           IF ST-Rank(ST-Idx) = 1
               MOVE ST-DivisionOrder(ST-Idx) TO DC-Idx
               MOVE SPACES TO ReportLine
               Perform Spool-Line
               STRING
                   "----- "               DELIMITED BY SIZE
                   DC-Name(DC-Idx)        DELIMITED BY SIZE
                   " DIVISION -----"      DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE "RANK  PLAYER               WINS   POINTS"
                   TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               ST-Rank(ST-Idx)         DELIMITED BY SIZE
               "     "                 DELIMITED BY SIZE
               ST-PlayerId(ST-Idx)     DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               ST-Points(ST-Idx)       DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

*> The champion and runner-up are the first two rows of each
*> division after the sort; a division nobody played in is left out.
       Print-Division-Honours.
           MOVE SPACES TO ReportLine
           MOVE DivisionIndex TO DC-Idx
           MOVE DC-Name(DC-Idx) TO ReportLine(1:10)
           PERFORM Note-Division-Honour VARYING LookupIndex FROM 1 BY 1
               UNTIL LookupIndex > PlayerCount
           IF ReportLine(12:1) NOT = SPACE
               Perform Spool-Line
           END-IF
       .

       Note-Division-Honour.
           MOVE LookupIndex TO ST-Idx
           IF ST-DivisionOrder(ST-Idx) = DivisionIndex
               EVALUATE ST-Rank(ST-Idx)
                   WHEN 1
                       MOVE ST-PlayerId(ST-Idx) TO ReportLine(12:20)
                   WHEN 2
                       MOVE ST-PlayerId(ST-Idx) TO ReportLine(33:20)
               END-EVALUATE
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

       END PROGRAM SeasonClose.
