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
           SELECT PairWorkFile ASSIGN TO "PAIRWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PairWorkStatus.
           SELECT SortPairFile ASSIGN TO "SORTWK1".
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
       FD PairWorkFile.
       01 PairWorkRecord.
           05 PW-PlayerA    PIC X(10).
           05 SP-PlayerA    PIC X(10).
           05 SP-PlayerB    PIC X(10).
           05 SP-AWinFlag   PIC 9.
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 MatchIndexOpen PIC 9 VALUE 0.
       01 PairWorkStatus PIC XX VALUE "00".
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfMatchIndex PIC 9 VALUE 0.
       01 TruncationSeen PIC 9 VALUE 0.
       01 SelectPlayerId PIC X(10).
       01 SelectOpponentId PIC X(10).
       01 PlayerPath PIC 9.
       01 SortPairsDone PIC 9 VALUE 0.
       01 GroupActive PIC 9 VALUE 0.
       01 CurrentPlayerA PIC X(10).
       01 ReportAWins PIC ZZZZZZ9.
       01 ReportBWins PIC ZZZZZZ9.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "HEADHEAD".
       01 SpoolReportTitle PIC X(30)
           VALUE "HEAD-TO-HEAD RECORDS".
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

*> The old in-memory pairing table stopped at 200 pairings and
*> dropped the rest; the report is now built by writing a normalized
*> pair row per match to a work file, sorting it on the pair key and
*> control-breaking, so any volume of matches can be reported.
*> Matches come off the keyed match index. Asked for one player, or
*> one pairing, the report reads only that player's rows along the
*> winner and loser keys; left blank it reads the whole index. Live
*> rows not yet posted to the index are added from MATCHES.DAT.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "Player id (blank for every pairing)?"
           ACCEPT SelectPlayerId
           MOVE SPACES TO SelectOpponentId
           IF SelectPlayerId NOT = SPACES
               DISPLAY "Opponent id (blank for all opponents)?"
               ACCEPT SelectOpponentId
           END-IF
           OPEN OUTPUT PairWorkFile
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus = "00"
               MOVE 1 TO MatchIndexOpen
               IF SelectPlayerId = SPACES
                   Perform Copy-Whole-Index
               ELSE
                   PERFORM Copy-One-Player-Path VARYING PlayerPath
                       FROM 1 BY 1 UNTIL PlayerPath > 2
               END-IF
           ELSE
               DISPLAY "*** Match index not available - status "
                   MatchIndexFileStatus " ***"
               MOVE 1 TO TruncationSeen
           END-IF
           Perform Copy-Live-File
           IF MatchIndexOpen = 1
               CLOSE MatchIndexFile
           END-IF
           CLOSE PairWorkFile
           DISPLAY "===== HEAD-TO-HEAD RECORDS ====="
           Perform Open-Report-Spool
           SORT SortPairFile
               ON ASCENDING KEY SP-PlayerA
               ON ASCENDING KEY SP-PlayerB
               USING PairWorkFile
               OUTPUT PROCEDURE Tally-Pairs THRU Tally-Pairs-Exit
           IF PairingCount = 0
               MOVE "No completed matches on file." TO ReportLine
               Perform Spool-Line
           END-IF
           IF TruncationSeen = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** REPORT INCOMPLETE - MATCH INDEX"
                       DELIMITED BY SIZE
                   " NOT READ - DO NOT PUBLISH ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE PairingCount TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

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

       Copy-One-Player-Path.
           MOVE 0 TO EndOfMatchIndex
           IF PlayerPath = 1
               MOVE SelectPlayerId TO MX-WinnerId
               START MatchIndexFile KEY IS EQUAL TO MX-WinnerId
                   INVALID KEY MOVE 1 TO EndOfMatchIndex
               END-START
           ELSE
               MOVE SelectPlayerId TO MX-LoserId
               START MatchIndexFile KEY IS EQUAL TO MX-LoserId
                   INVALID KEY MOVE 1 TO EndOfMatchIndex
               END-START
           END-IF
           Perform Read-Player-Path UNTIL EndOfMatchIndex = 1
       .

       Read-Player-Path.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfMatchIndex
               NOT AT END
                   IF (PlayerPath = 1
                           AND MX-WinnerId NOT = SelectPlayerId)
                       OR (PlayerPath = 2
                           AND MX-LoserId NOT = SelectPlayerId)
                       MOVE 1 TO EndOfMatchIndex
                   ELSE
                       Perform Load-Match-From-Index
                       Perform Select-Pair-Row
                   END-IF
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
       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   IF MatchIndexOpen = 1
                       MOVE MH-StartTimestamp TO MX-StartTimestamp
                       MOVE MH-StationId TO MX-StationId
                       READ MatchIndexFile
                           KEY IS MX-MatchKey
                           INVALID KEY Perform Select-Pair-Row
                       END-READ
                   ELSE
                       Perform Select-Pair-Row
                   END-IF
           END-READ
       .

       Select-Pair-Row.
           EVALUATE TRUE
               WHEN SelectPlayerId = SPACES
                   Perform Write-Pair-Row
               WHEN MH-WinnerId = SelectPlayerId
                   IF SelectOpponentId = SPACES
                       OR MH-LoserId = SelectOpponentId
                       Perform Write-Pair-Row
                   END-IF
               WHEN MH-LoserId = SelectPlayerId
                   IF SelectOpponentId = SPACES
                       OR MH-WinnerId = SelectOpponentId
                       Perform Write-Pair-Row
                   END-IF
           END-EVALUATE
       .

       Write-Pair-Row.
           IF MH-WinnerId < MH-LoserId
               MOVE MH-WinnerId TO PW-PlayerA
               ReportBWins             DELIMITED BY SIZE
               " lifetime"             DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Tally-Pairs-Exit.
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

       END PROGRAM HeadToHead.
