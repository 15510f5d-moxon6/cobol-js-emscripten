               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ScoresFile.
       COPY "archctlrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 ScoresFileStatus PIC XX VALUE "00".
       01 AuditFileStatus PIC XX VALUE "00".
       01 ReportRank PIC 99.
       01 MasterTag PIC X(22).
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "RECONCIL".
       01 SpoolReportTitle PIC X(30)
           VALUE "CROSS-FILE RECONCILIATION".
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
           DISPLAY "===== CROSS-FILE RECONCILIATION ====="
           Perform Open-Report-Spool
           Perform Load-Archive-Control
           Perform Tally-Archived-Scores-Files
           Perform Tally-Archived-Audit-Files
           Perform Tally-Player-Master
           Perform Print-Player-Report
           Perform Print-File-Totals
           MOVE ScorePointTotal TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

                   ADD 1 TO MatchHistCount
                   MOVE AC-HistoryFile TO MatchHistName(MatchHistCount)
               ELSE
                   MOVE SPACES TO ReportLine
                   STRING
                       "History table full - skipping "
                           DELIMITED BY SIZE
                       AC-HistoryFile
                           DELIMITED BY SIZE
                       INTO ReportLine
                   Perform Spool-Line
               END-IF
           END-IF
       .
                   ADD 1 TO ScoreHistCount
                   MOVE AC-HistoryFile TO ScoreHistName(ScoreHistCount)
               ELSE
                   MOVE SPACES TO ReportLine
                   STRING
                       "History table full - skipping "
                           DELIMITED BY SIZE
                       AC-HistoryFile
                           DELIMITED BY SIZE
                       INTO ReportLine
                   Perform Spool-Line
               END-IF
           END-IF
       .
                   ADD 1 TO AuditHistCount
                   MOVE AC-HistoryFile TO AuditHistName(AuditHistCount)
               ELSE
                   MOVE SPACES TO ReportLine
                   STRING
                       "History table full - skipping "
                           DELIMITED BY SIZE
                       AC-HistoryFile
                           DELIMITED BY SIZE
                       INTO ReportLine
                   Perform Spool-Line
               END-IF
           END-IF
       .
       Tally-Scores-File.
           OPEN INPUT ScoresFile
           IF ScoresFileStatus = "35"
               MOVE "No scores file found." TO ReportLine
               Perform Spool-Line
           ELSE
               Perform Read-Score-Record UNTIL EndOfScoresFile = 1
               CLOSE ScoresFile
       Tally-Audit-File.
           OPEN INPUT AuditFile
           IF AuditFileStatus = "35"
               MOVE "No audit file found." TO ReportLine
               Perform Spool-Line
           ELSE
               Perform Read-Audit-Record UNTIL EndOfAuditFile = 1
               CLOSE AuditFile
                   UNTIL EndOfPlayerMasterFile = 1
               CLOSE PlayerMasterFile
           ELSE
               MOVE "No player master file found." TO ReportLine
               Perform Spool-Line
           END-IF
       .

               MOVE 0 TO BL-InMaster(BL-Idx)
           END-IF
           IF FoundIndex = 0
               MOVE SPACES TO ReportLine
               STRING
                   "Balance table full - dropping player "
                       DELIMITED BY SIZE
                   LookupPlayerId
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       .

       Print-Player-Report.
           MOVE "PLAYER               SCORE WINS  MASTER WINS  POINTS"
               TO ReportLine
           Perform Spool-Line
           PERFORM Print-Player-Line VARYING ReportRank FROM 1 BY 1
               UNTIL ReportRank > PlayerCount
           IF DiscrepancyCount = 0
               MOVE "All players balance." TO ReportLine
               Perform Spool-Line
           END-IF
       .

                   "  "                    DELIMITED BY SIZE
                   MasterTag               DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

               "  SCORE events in audit: "     DELIMITED BY SIZE
               AuditScoreTotal                 DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF ScorePointTotal NOT = AuditScoreTotal
               MOVE "*** POINT/SCORE TOTALS DO NOT BALANCE ***"
                   TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "  in audit: "                    DELIMITED BY SIZE
               AuditMatchTotal                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF ScoreMatchTotal NOT = AuditMatchTotal
               MOVE "*** MATCH-END TOTALS DO NOT BALANCE ***"
                   TO ReportLine
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

