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
       FD PlayerMasterFile.
       COPY "milerec.cpy".
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       FD CycleParmFile.
       COPY "cycleparm.cpy".
       FD StatementRequestFile.
       COPY "stmtreqrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 RatingsFileStatus PIC XX VALUE "00".
       01 MilestoneFileStatus PIC XX VALUE "00".
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 CycleParmFileStatus PIC XX VALUE "00".
       01 StatementRequestStatus PIC XX VALUE "00".
       01 MatchIndexOpen PIC 9 VALUE 0.
       01 EndOfStatementRequests PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 CycleRun PIC 9 VALUE 0.
       01 StatementsPrinted PIC 9(05) VALUE 0.
       01 EndOfMilestoneFile PIC 9 VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfPlayerPath PIC 9 VALUE 0.
       01 PlayerPath PIC 9.
       01 StatementPlayerId PIC X(10).
       01 StatementLongId PIC X(20).
       01 PlayerOnFile PIC 9 VALUE 0.
       01 RatingOnFile PIC 9 VALUE 0.
       01 MilestoneLines PIC 9(03) VALUE 0.
       01 RecentCount PIC 99 VALUE 0.
       01 RecentSlot PIC 99.
       01 RecentSlotFound PIC 9.
       01 RecentTable.
           05 RecentEntry OCCURS 10 TIMES INDEXED BY RC-Idx.
               10 RC-EndTs        PIC X(14).
               10 RC-Date         PIC X(08).
               10 RC-Result       PIC X(01).
               10 RC-OpponentId   PIC X(10).
               10 RC-AgainstScore PIC 99.
       01 MatchResult PIC X(01).
       01 PrintPass PIC 99.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "STATEMNT".
       01 SpoolReportTitle PIC X(30)
           VALUE "PLAYER CAREER STATEMENT".
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
           DISPLAY "===== PLAYER CAREER STATEMENT ====="
           Perform Check-Cycle-Run
           IF CycleRun = 1
               Perform Open-Report-Spool
               Perform Print-Requested-Statements
               MOVE StatementsPrinted TO SpoolControlTotal
               Perform Close-Report-Spool
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Player id?"
           ACCEPT StatementPlayerId
           IF StatementPlayerId = SPACES
               GOBACK
           END-IF
           Perform Load-Rating-Record
           Perform Scan-Indexed-Matches
           Perform Scan-Live-Match-File
           IF MatchIndexOpen = 1
               CLOSE MatchIndexFile
           END-IF
           Perform Open-Report-Spool
           Perform Print-Career-Summary
           Perform Print-Recent-Matches
           Perform Print-Milestones
           MOVE 1 TO SpoolControlTotal
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

*> Under the weekly cycle a statement is printed for every member on
*> the request file, and the file is emptied once they are all out,
*> the way the rating engine empties its own request file.
       Print-Requested-Statements.
           MOVE "Weekly cycle - statements for members who asked."
               TO ReportLine
           Perform Spool-Line
           OPEN INPUT StatementRequestFile
           IF StatementRequestStatus = "00"
               Perform Read-Statement-Request
                   UNTIL EndOfStatementRequests = 1
               CLOSE StatementRequestFile
               OPEN OUTPUT StatementRequestFile
               CLOSE StatementRequestFile
           END-IF
           IF StatementsPrinted = 0
               MOVE "No statement requests outstanding." TO ReportLine
               Perform Spool-Line
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   StatementsPrinted
                       DELIMITED BY SIZE
                   " statement request(s) printed and cleared."
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       Read-Statement-Request.
           READ StatementRequestFile
               AT END MOVE 1 TO EndOfStatementRequests
               NOT AT END
                   ADD 1 TO StatementsPrinted
                   Perform Print-Requested-Statement
           END-READ
       .

       Print-Requested-Statement.
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE SQ-PlayerId TO StatementPlayerId
           MOVE StatementPlayerId TO StatementLongId
           MOVE 0 TO PlayerOnFile
           MOVE 0 TO RatingOnFile
           MOVE 1500 TO CurrentRating
           MOVE 1500 TO PeakRating
           MOVE 0 TO MilestoneLines
           MOVE 0 TO RecentCount
           MOVE 0 TO EndOfMilestoneFile
           MOVE 0 TO EndOfMatchHistFile
           MOVE 0 TO MatchIndexOpen
           Perform Load-Career-Record
           IF PlayerOnFile = 0
               MOVE SPACES TO ReportLine
               STRING
                   "Player "                        DELIMITED BY SIZE
                   StatementPlayerId                DELIMITED BY SIZE
                   " is not in the player master."  DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           ELSE
               Perform Load-Rating-Record
               Perform Scan-Indexed-Matches
               Perform Scan-Live-Match-File
               IF MatchIndexOpen = 1
                   CLOSE MatchIndexFile
               END-IF
               Perform Print-Career-Summary
               Perform Print-Recent-Matches
               Perform Print-Milestones
           END-IF
       .

       Load-Career-Record.
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus = "00"
           END-IF
       .

*> The player's matches are read straight off the match index along
*> each of the four player keys - winner, loser and either partner -
*> so only that player's rows are touched, however many winters of
*> history are on file.
       Scan-Indexed-Matches.
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus = "00"
               MOVE 1 TO MatchIndexOpen
               PERFORM Scan-One-Player-Path VARYING PlayerPath
                   FROM 1 BY 1 UNTIL PlayerPath > 4
           ELSE
               DISPLAY "Match index not available - status "
                   MatchIndexFileStatus " - only tonight's matches"
                   " are shown."
           END-IF
       .

       Scan-One-Player-Path.
           MOVE 0 TO EndOfPlayerPath
           EVALUATE PlayerPath
               WHEN 1
                   MOVE StatementPlayerId TO MX-WinnerId
                   START MatchIndexFile KEY IS EQUAL TO MX-WinnerId
                       INVALID KEY MOVE 1 TO EndOfPlayerPath
                   END-START
               WHEN 2
                   MOVE StatementPlayerId TO MX-LoserId
                   START MatchIndexFile KEY IS EQUAL TO MX-LoserId
                       INVALID KEY MOVE 1 TO EndOfPlayerPath
                   END-START
               WHEN 3
                   MOVE StatementPlayerId TO MX-WinnerPartnerId
                   START MatchIndexFile
                       KEY IS EQUAL TO MX-WinnerPartnerId
                       INVALID KEY MOVE 1 TO EndOfPlayerPath
                   END-START
               WHEN 4
                   MOVE StatementPlayerId TO MX-LoserPartnerId
                   START MatchIndexFile
                       KEY IS EQUAL TO MX-LoserPartnerId
                       INVALID KEY MOVE 1 TO EndOfPlayerPath
                   END-START
           END-EVALUATE
           Perform Read-Player-Path UNTIL EndOfPlayerPath = 1
       .

       Read-Player-Path.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfPlayerPath
               NOT AT END
                   EVALUATE TRUE
                       WHEN PlayerPath = 1
                           AND MX-WinnerId NOT = StatementPlayerId
                           MOVE 1 TO EndOfPlayerPath
                       WHEN PlayerPath = 2
                           AND MX-LoserId NOT = StatementPlayerId
                           MOVE 1 TO EndOfPlayerPath
                       WHEN PlayerPath = 3
                           AND MX-WinnerPartnerId
                               NOT = StatementPlayerId
                           MOVE 1 TO EndOfPlayerPath
                       WHEN PlayerPath = 4
                           AND MX-LoserPartnerId NOT = StatementPlayerId
                           MOVE 1 TO EndOfPlayerPath
                       WHEN OTHER
                           Perform Load-Match-From-Index
                           Perform Sift-Match-Record
                   END-EVALUATE
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

       Scan-Live-Match-File.
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "35"
           END-IF
       .

*> Live rows already posted to the index were counted above; only
*> tonight's rows not yet posted are taken from the live file.
       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   IF MatchIndexOpen = 1
                       MOVE MH-StartTimestamp TO MX-StartTimestamp
                       MOVE MH-StationId TO MX-StationId
                       READ MatchIndexFile
                           KEY IS MX-MatchKey
                           INVALID KEY Perform Sift-Match-Record
                       END-READ
                   ELSE
                       Perform Sift-Match-Record
                   END-IF
           END-READ
       .

           END-IF
       .

*> The index hands the player's matches over one key at a time, not
*> in date order, so the ten most recent are kept in end-time order
*> as they arrive: a match older than all ten kept is passed over,
*> otherwise the oldest kept drops off and the new one is slotted in.
       Store-Recent-Match.
           IF RecentCount < 10 OR MH-EndTimestamp > RC-EndTs(1)
               Perform Slot-Recent-Match
           END-IF
       .

       Slot-Recent-Match.
           IF RecentCount = 10
               PERFORM Drop-Oldest-Recent VARYING RecentSlot
                   FROM 1 BY 1 UNTIL RecentSlot > 9
               MOVE 9 TO RecentCount
           END-IF
           COMPUTE RecentSlot = RecentCount + 1
           MOVE 0 TO RecentSlotFound
           Perform Find-Recent-Slot UNTIL RecentSlotFound = 1
           ADD 1 TO RecentCount
           MOVE RecentSlot TO RC-Idx
           MOVE MH-EndTimestamp TO RC-EndTs(RC-Idx)
           MOVE MH-EndTimestamp(1:8) TO RC-Date(RC-Idx)
           MOVE MatchResult TO RC-Result(RC-Idx)
           IF MatchResult = "W"
           END-IF
       .

       Drop-Oldest-Recent.
           MOVE RecentEntry(RecentSlot + 1) TO RecentEntry(RecentSlot)
       .

       Find-Recent-Slot.
           IF RecentSlot = 1
               MOVE 1 TO RecentSlotFound
           ELSE
               IF RC-EndTs(RecentSlot - 1) > MH-EndTimestamp
                   MOVE RecentEntry(RecentSlot - 1)
                       TO RecentEntry(RecentSlot)
                   SUBTRACT 1 FROM RecentSlot
               ELSE
                   MOVE 1 TO RecentSlotFound
               END-IF
           END-IF
       .

       Print-Career-Summary.
           MOVE SPACES TO ReportLine
           STRING
               "PLAYER: "         DELIMITED BY SIZE
               StatementPlayerId  DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "CAREER: "        DELIMITED BY SIZE
               CareerPoints      DELIMITED BY SIZE
               " POINTS"         DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF RatingOnFile = 1
               MOVE SPACES TO ReportLine
               STRING
                   PeakRating       DELIMITED BY SIZE
                   ")"              DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           ELSE
               MOVE "RATING: not yet rated" TO ReportLine
               Perform Spool-Line
           END-IF
       .

       Print-Recent-Matches.
           MOVE "RECENT MATCHES (oldest first):" TO ReportLine
           Perform Spool-Line
           IF RecentCount = 0
               MOVE "  No completed matches on file." TO ReportLine
               Perform Spool-Line
           END-IF
           PERFORM Print-One-Recent-Match
               VARYING PrintPass FROM 1 BY 1
       .

       Print-One-Recent-Match.
           MOVE PrintPass TO RC-Idx
           MOVE SPACES TO ReportLine
           STRING
               "  "                      DELIMITED BY SIZE
               "-"                       DELIMITED BY SIZE
               RC-AgainstScore(RC-Idx)   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-Milestones.
           MOVE "MILESTONES:" TO ReportLine
           Perform Spool-Line
           OPEN INPUT MilestoneFile
           IF MilestoneFileStatus = "00"
               Perform Read-Milestone-Record
               CLOSE MilestoneFile
           END-IF
           IF MilestoneLines = 0
               MOVE "  None recorded." TO ReportLine
               Perform Spool-Line
           END-IF
       .

               "  "                  DELIMITED BY SIZE
               ML-Value              DELIMITED BY SIZE
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

       END PROGRAM PlayerStatement.
