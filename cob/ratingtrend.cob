           SELECT RatingHistFile ASSIGN TO "RATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingHistFileStatus.
           SELECT CycleParmFile ASSIGN TO "CYCLEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CycleParmFileStatus.
           SELECT StatementRequestFile ASSIGN TO "STMTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatementRequestStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RatingHistFile.
       COPY "rathistrec.cpy".
       FD CycleParmFile.
       COPY "cycleparm.cpy".
       FD StatementRequestFile.
       COPY "stmtreqrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 RatingHistFileStatus PIC XX VALUE "00".
       01 CycleParmFileStatus PIC XX VALUE "00".
       01 StatementRequestStatus PIC XX VALUE "00".
       01 EndOfRatingHistFile PIC 9 VALUE 0.
       01 EndOfStatementRequests PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 CycleRun PIC 9 VALUE 0.
       01 RequestsReported PIC 9(05) VALUE 0.
       01 TrendPlayerId PIC X(10).
       01 WantedCountText PIC X(02).
       01 WantedCount PIC 99 VALUE 10.
       01 PrintPass PIC 99.
       01 PrintSlot PIC S99.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "RATTREND".
       01 SpoolReportTitle PIC X(30)
           VALUE "RATING TREND REPORT".
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
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           DISPLAY "===== RATING TREND REPORT ====="
           Perform Check-Cycle-Run
           IF CycleRun = 1
               Perform Open-Report-Spool
               Perform Report-Requested-Trends
               MOVE RequestsReported TO SpoolControlTotal
               Perform Close-Report-Spool
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Player id?"
           ACCEPT TrendPlayerId
           IF TrendPlayerId = SPACES
               DISPLAY "No rated matches for " TrendPlayerId "."
               GOBACK
           END-IF
           Perform Open-Report-Spool
           Perform Print-Trend
           MOVE RecentCount TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Check-Cycle-Run.
           MOVE 0 TO CycleRun
           OPEN INPUT CycleParmFile
           IF CycleParmFileStatus = "00"
               READ CycleParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF CY-RunDate = CurrentDate
                           MOVE 1 TO CycleRun
                       END-IF
               END-READ
               CLOSE CycleParmFile
           END-IF
       .

*> Under the weekly cycle the trend is printed, over the usual ten
*> matches, for every member waiting on a statement, so it goes out
*> with the statement the member asked for.
       Report-Requested-Trends.
           MOVE "Weekly cycle - trends for requested statements."
               TO ReportLine
           Perform Spool-Line
           OPEN INPUT StatementRequestFile
           IF StatementRequestStatus = "00"
               Perform Read-Statement-Request
                   UNTIL EndOfStatementRequests = 1
               CLOSE StatementRequestFile
           END-IF
           IF RequestsReported = 0
               MOVE "No statement requests - no trends printed."
                   TO ReportLine
               Perform Spool-Line
           END-IF
       .

       Read-Statement-Request.
           READ StatementRequestFile
               AT END MOVE 1 TO EndOfStatementRequests
               NOT AT END
                   ADD 1 TO RequestsReported
                   MOVE SQ-PlayerId TO TrendPlayerId
                   MOVE 10 TO WantedCount
                   Perform Report-Requested-Trend
           END-READ
       .

       Report-Requested-Trend.
           MOVE 0 TO PostingCount
           MOVE 0 TO RecentCount
           MOVE 0 TO RecentNext
           MOVE 0 TO EndOfRatingHistFile
           OPEN INPUT RatingHistFile
           IF RatingHistFileStatus NOT = "00"
               MOVE SPACES TO ReportLine
               STRING
                   "No rating history on file for "  DELIMITED BY SIZE
                   TrendPlayerId                     DELIMITED BY SIZE
                   "."                               DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           ELSE
               Perform Read-Rating-History-Record
                   UNTIL EndOfRatingHistFile = 1
               CLOSE RatingHistFile
               IF RecentCount = 0
                   MOVE SPACES TO ReportLine
                   STRING
                       "No rated matches for "  DELIMITED BY SIZE
                       TrendPlayerId            DELIMITED BY SIZE
                       "."                      DELIMITED BY SIZE
                       INTO ReportLine
                   Perform Spool-Line
               ELSE
                   Perform Print-Trend
               END-IF
           END-IF
       .

       Resolve-Wanted-Count.
           IF WantedCountText(2:1) = SPACE
               AND WantedCountText(1:1) NOT = SPACE
       .

       Print-Trend.
           MOVE SPACES TO ReportLine
           STRING
               "RATING MOVEMENT FOR "  DELIMITED BY SIZE
               TrendPlayerId           DELIMITED BY SIZE
               " - LAST "              DELIMITED BY SIZE
               RecentCount             DELIMITED BY SIZE
               " OF "                  DELIMITED BY SIZE
               PostingCount            DELIMITED BY SIZE
               " MATCHES"              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE "DATE      OPPONENT    BEFORE  AFTER  CHANGE"
               TO ReportLine
           Perform Spool-Line
           MOVE 0 TO FirstRatingShown
           PERFORM Print-One-Posting
               VARYING PrintPass FROM 1 BY 1
               "NET CHANGE OVER WINDOW: "  DELIMITED BY SIZE
               ReportNet                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-One-Posting.
               "   "                     DELIMITED BY SIZE
               ReportDelta               DELIMITED BY SIZE
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

       END PROGRAM RatingTrend.
