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
           SELECT RatingsFile ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RatingHistFile ASSIGN TO "RATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingHistFileStatus.
           SELECT RatingRequestFile ASSIGN TO "RATEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingRequestStatus.
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
       FD RatingsFile.
       COPY "ratingrec.cpy".
       FD RatingHistFile.
       COPY "rathistrec.cpy".
       FD RatingRequestFile.
       COPY "ratereqrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 RatingsFileStatus PIC XX VALUE "00".
       01 RatingHistFileStatus PIC XX VALUE "00".
       01 RatingRequestStatus PIC XX VALUE "00".
       01 EndOfRatingRequestFile PIC 9 VALUE 0.
       01 RatingRequestCount PIC 9(05) VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfMatchIndex PIC 9 VALUE 0.
       01 TruncationSeen PIC 9 VALUE 0.
       01 StartingRating PIC 9(04) VALUE 1500.
       01 RatingKFactor PIC 99 VALUE 32.
       01 RatingFloor PIC 9(04) VALUE 0100.
       01 ReportRating PIC ZZZ9.
       01 ReportPeak PIC ZZZ9.
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "RATINGS".
       01 SpoolReportTitle PIC X(30)
           VALUE "PLAYER RATINGS".
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

*> Matches are replayed in true chronological order by reading the
*> match index along its end timestamp key, so no generation has to
*> be copied or sorted. Live rows not yet on the index are tonight's,
*> later than anything indexed, and are replayed after it. Without
*> the index the run refuses, since a replay of the live file alone
*> would throw away every earlier rating.
       PROCEDURE DIVISION.
       Main.
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus NOT = "00"
               DISPLAY "*** MATCH INDEX NOT AVAILABLE - STATUS "
                   MatchIndexFileStatus " - RUN MatchIndexBuild ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RatingHistFile
           Perform Replay-Indexed-Matches
           Perform Replay-Live-File
           CLOSE RatingHistFile
           CLOSE MatchIndexFile
           IF TruncationSeen = 1
               DISPLAY "*** RATING TABLE OVERFLOWED - RATINGS NOT"
                   " REWRITTEN - RAISE THE TABLE AND RERUN ***"
           END-IF
           IF PlayerCount = 0
               DISPLAY "No match history found - nothing to rate."
               Perform Clear-Rating-Requests
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           Perform Rewrite-Ratings-File
           Perform Print-Ratings
           Perform Clear-Rating-Requests
           MOVE PlayerCount TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Replay-Indexed-Matches.
           MOVE LOW-VALUES TO MX-EndTimestamp
           START MatchIndexFile KEY IS NOT LESS THAN MX-EndTimestamp
               INVALID KEY MOVE 1 TO EndOfMatchIndex
           END-START
           Perform Read-Indexed-Match UNTIL EndOfMatchIndex = 1
       .

       Read-Indexed-Match.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfMatchIndex
               NOT AT END
                   MOVE MX-WinnerId TO WorkWinnerId
                   MOVE MX-LoserId TO WorkLoserId
                   MOVE MX-EndTimestamp TO WorkEndTimestamp
                   Perform Replay-One-Match
           END-READ
       .

       Replay-Live-File.
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "00"
               Perform Read-Match-Record UNTIL EndOfMatchHistFile = 1
               CLOSE MatchHistFile
           END-IF
       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   MOVE MH-StartTimestamp TO MX-StartTimestamp
                   MOVE MH-StationId TO MX-StationId
                   READ MatchIndexFile
                       KEY IS MX-MatchKey
                       INVALID KEY
                           MOVE MH-WinnerId TO WorkWinnerId
                           MOVE MH-LoserId TO WorkLoserId
                           MOVE MH-EndTimestamp TO WorkEndTimestamp
                           Perform Replay-One-Match
                   END-READ
           END-READ
       .

       Replay-One-Match.
           MOVE WorkWinnerId TO LookupPlayerId
           Perform Find-Or-Add-Rated-Player
           MOVE FoundIndex TO WinnerIndex
           END-IF
       .

       Rewrite-Ratings-File.
           OPEN OUTPUT RatingsFile
           PERFORM Write-Rating-Record VARYING ReportRank FROM 1 BY 1

       Print-Ratings.
           DISPLAY "===== PLAYER RATINGS ====="
           Perform Open-Report-Spool
           MOVE "PLAYER      RATING  PEAK  MATCHES" TO ReportLine
           Perform Spool-Line
           PERFORM Print-Rating-Line VARYING ReportRank FROM 1 BY 1
               UNTIL ReportRank > PlayerCount
       .
               "  "                    DELIMITED BY SIZE
               RA-MatchCount(RA-Idx)   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

*> A rebuild replays everything on file, so it satisfies every
*> outstanding request at once; the file is only emptied after the
*> ratings have been rewritten, so a failed run leaves them queued.
       Clear-Rating-Requests.
           OPEN INPUT RatingRequestFile
           IF RatingRequestStatus = "00"
               Perform Count-Rating-Request
                   UNTIL EndOfRatingRequestFile = 1
               CLOSE RatingRequestFile
               OPEN OUTPUT RatingRequestFile
               CLOSE RatingRequestFile
           END-IF
           IF RatingRequestCount > 0
               MOVE SPACES TO ReportLine
               STRING
                   "Rebuild requests satisfied: "  DELIMITED BY SIZE
                   RatingRequestCount              DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       Count-Rating-Request.
           READ RatingRequestFile
               AT END MOVE 1 TO EndOfRatingRequestFile
               NOT AT END
                   ADD 1 TO RatingRequestCount
                   MOVE SPACES TO ReportLine
                   STRING
                       "  "            DELIMITED BY SIZE
                       RQ-Requester    DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       RQ-Reference    DELIMITED BY SIZE
                       " requested "   DELIMITED BY SIZE
                       RQ-RequestedTs  DELIMITED BY SIZE
                       INTO ReportLine
                   Perform Spool-Line
           END-READ
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

       END PROGRAM RatingEngine.
