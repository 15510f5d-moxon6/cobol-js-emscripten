       IDENTIFICATION DIVISION.
       PROGRAM-ID. SoloPairing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "NEXTUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QueueFileStatus.
           SELECT RatingsFile ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PlayerId
               FILE STATUS IS RatingsFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "nextuprec.cpy".
       FD RatingsFile.
       COPY "ratingrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 QueueFileStatus PIC XX VALUE "00".
       01 RatingsFileStatus PIC XX VALUE "00".
       01 EndOfQueueFile PIC 9 VALUE 0.
       01 QueueCount PIC 99 VALUE 0.
       01 QueueIndex PIC 99.
       01 PartnerIndex PIC 99.
       01 FirstPartner PIC 99.
       01 BestPartner PIC 99.
       01 QueueOverflow PIC 9 VALUE 0.
       01 QueueTable.
           05 QueueEntry OCCURS 20 TIMES INDEXED BY SQ-Idx.
               10 SQ-Player1Id       PIC X(10).
               10 SQ-Player2Id       PIC X(10).
               10 SQ-GameMode        PIC 9.
               10 SQ-AddedTimestamp.
                   15 SQ-AddedDate    PIC 9(08).
                   15 SQ-AddedHour    PIC 99.
                   15 SQ-AddedMinute  PIC 99.
                   15 SQ-AddedSecond  PIC 99.
               10 SQ-Solo            PIC 9.
               10 SQ-Rating          PIC 9(04).
               10 SQ-WaitMinutes     PIC 9(04).
               10 SQ-AllowedGap      PIC 9(04).
               10 SQ-Dropped         PIC 9.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime.
               10 CurrentHour   PIC 99.
               10 CurrentMinute PIC 99.
               10 CurrentSecond PIC 99.
       01 CurrentMinuteOfDay PIC 9(04).
       01 AddedMinuteOfDay PIC 9(04).
       01 StartingRating PIC 9(04) VALUE 1500.
       01 BaseRatingGap PIC 9(04) VALUE 100.
       01 WidenStep PIC 9(04) VALUE 50.
       01 WidenEveryMinutes PIC 9(02) VALUE 5.
       01 MaxRatingGap PIC 9(04) VALUE 500.
       01 MaxWaitMinutes PIC 9(04) VALUE 999.
       01 WidenCount PIC 9(04).
       01 RatingGap PIC 9(04).
       01 BestGap PIC 9(04).
       01 PairCount PIC 99 VALUE 0.
       01 UnpairedCount PIC 99 VALUE 0.
       01 SoloCount PIC 99 VALUE 0.
       01 ReportModeName PIC X(10).
       01 ReportGap PIC X(04).
       01 ReportLine PIC X(100).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "SOLOPAIR".
       01 SpoolReportTitle PIC X(30)
           VALUE "SOLO QUEUE PAIRING".
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

*> QueueMaint can call the run more than once in a session, so the
*> counts and switches are cleared on entry rather than left to their
*> VALUE clauses.
       PROCEDURE DIVISION.
       Main.
           MOVE 0 TO QueueCount
           MOVE 0 TO SoloCount
           MOVE 0 TO PairCount
           MOVE 0 TO UnpairedCount
           MOVE 0 TO EndOfQueueFile
           MOVE 0 TO QueueOverflow
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           COMPUTE CurrentMinuteOfDay =
               CurrentHour * 60 + CurrentMinute
           Perform Load-Queue-File
           DISPLAY "===== SOLO QUEUE PAIRING " CurrentDate " ====="
           IF QueueOverflow = 1
               DISPLAY "*** Queue holds more rows than the table - no"
                   " pairs made. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           Perform Open-Report-Spool
           MOVE SPACES TO ReportLine
           STRING
               "Allowed gap "                 DELIMITED BY SIZE
               BaseRatingGap                  DELIMITED BY SIZE
               " widening by "                DELIMITED BY SIZE
               WidenStep                      DELIMITED BY SIZE
               " every "                      DELIMITED BY SIZE
               WidenEveryMinutes              DELIMITED BY SIZE
               " minutes waited, to at most " DELIMITED BY SIZE
               MaxRatingGap                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           Perform Load-Solo-Ratings
           MOVE SPACES TO ReportLine
           STRING
               "PLAYER 1    RATE  PLAYER 2    RATE  GAP   ALLOWED"
                                     DELIMITED BY SIZE
               "  WAITED  MODE"      DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           PERFORM Pair-One-Solo VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
           IF PairCount > 0
               Perform Rewrite-Queue-File
           ELSE
               MOVE "No solo entries could be paired." TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE "STILL WAITING" TO ReportLine
           Perform Spool-Line
           MOVE "PLAYER      RATE  CLOSEST ALLOWED  WAITED  MODE"
               TO ReportLine
           Perform Spool-Line
           PERFORM List-Unpaired-Solo VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
           MOVE SPACES TO ReportLine
           STRING
               "Solo entries: "      DELIMITED BY SIZE
               SoloCount             DELIMITED BY SIZE
               "  Pairs made: "      DELIMITED BY SIZE
               PairCount             DELIMITED BY SIZE
               "  Still waiting: "   DELIMITED BY SIZE
               UnpairedCount         DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE 0 TO RETURN-CODE
           MOVE PairCount TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

       Load-Queue-File.
           OPEN INPUT QueueFile
           IF QueueFileStatus = "00"
               Perform Read-Queue-Record UNTIL EndOfQueueFile = 1
               CLOSE QueueFile
           END-IF
       .

       Read-Queue-Record.
           READ QueueFile
               AT END MOVE 1 TO EndOfQueueFile
               NOT AT END Perform Store-Queue-Record
           END-READ
       .

       Store-Queue-Record.
           IF QueueCount < 20
               ADD 1 TO QueueCount
               MOVE QueueCount TO SQ-Idx
               MOVE QU-Player1Id TO SQ-Player1Id(SQ-Idx)
               MOVE QU-Player2Id TO SQ-Player2Id(SQ-Idx)
               MOVE QU-GameMode TO SQ-GameMode(SQ-Idx)
               MOVE QU-AddedTimestamp TO SQ-AddedTimestamp(SQ-Idx)
               MOVE 0 TO SQ-Dropped(SQ-Idx)
               MOVE 0 TO SQ-Rating(SQ-Idx)
               MOVE 0 TO SQ-WaitMinutes(SQ-Idx)
               MOVE 0 TO SQ-AllowedGap(SQ-Idx)
               IF QU-Player2Id = SPACES
                   MOVE 1 TO SQ-Solo(SQ-Idx)
                   ADD 1 TO SoloCount
               ELSE
                   MOVE 0 TO SQ-Solo(SQ-Idx)
               END-IF
           ELSE
               MOVE 1 TO QueueOverflow
           END-IF
       .

*> Unrated players are matched at the rating engine's starting
*> rating, so a newcomer is paired with the middle of the field.
       Load-Solo-Ratings.
           OPEN INPUT RatingsFile
           PERFORM Rate-One-Solo VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
           IF RatingsFileStatus = "00"
               CLOSE RatingsFile
           END-IF
       .

       Rate-One-Solo.
           MOVE QueueIndex TO SQ-Idx
           IF SQ-Solo(SQ-Idx) = 1
               MOVE StartingRating TO SQ-Rating(SQ-Idx)
               IF RatingsFileStatus = "00"
                   MOVE SQ-Player1Id(SQ-Idx) TO RT-PlayerId
                   READ RatingsFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE RT-CurrentRating TO SQ-Rating(SQ-Idx)
                   END-READ
               END-IF
               Perform Work-Out-Allowed-Gap
           END-IF
       .

*> The queue is a same-night list, so the wait is taken in minutes of
*> the day. An entry left over from an earlier day has waited as long
*> as anyone can, and gets the widest gap.
       Work-Out-Allowed-Gap.
           IF SQ-AddedDate(SQ-Idx) = CurrentDate
               COMPUTE AddedMinuteOfDay =
                   SQ-AddedHour(SQ-Idx) * 60 + SQ-AddedMinute(SQ-Idx)
               IF AddedMinuteOfDay > CurrentMinuteOfDay
                   MOVE 0 TO SQ-WaitMinutes(SQ-Idx)
               ELSE
                   COMPUTE SQ-WaitMinutes(SQ-Idx) =
                       CurrentMinuteOfDay - AddedMinuteOfDay
               END-IF
           ELSE
               MOVE MaxWaitMinutes TO SQ-WaitMinutes(SQ-Idx)
           END-IF
           DIVIDE SQ-WaitMinutes(SQ-Idx) BY WidenEveryMinutes
               GIVING WidenCount
           COMPUTE SQ-AllowedGap(SQ-Idx) =
               BaseRatingGap + WidenCount * WidenStep
               ON SIZE ERROR MOVE MaxRatingGap TO SQ-AllowedGap(SQ-Idx)
           END-COMPUTE
           IF SQ-AllowedGap(SQ-Idx) > MaxRatingGap
               MOVE MaxRatingGap TO SQ-AllowedGap(SQ-Idx)
           END-IF
       .

*> Solo entries are taken in arrival order. Each is offered the
*> closest-rated later solo entry wanting the same mode, and the pair
*> is made if that gap is within what the earlier player's wait allows
*> - the earlier player has always waited at least as long. The pair
*> takes the earlier entry's place and time on the queue, and the
*> later entry is dropped, so nobody is called ahead of their turn.
       Pair-One-Solo.
           MOVE QueueIndex TO SQ-Idx
           IF SQ-Solo(SQ-Idx) = 1 AND SQ-Dropped(SQ-Idx) = 0
               AND SQ-Player2Id(SQ-Idx) = SPACES
               MOVE 0 TO BestPartner
               MOVE 9999 TO BestGap
               COMPUTE FirstPartner = QueueIndex + 1
               PERFORM Compare-Partner VARYING PartnerIndex
                   FROM FirstPartner BY 1
                   UNTIL PartnerIndex > QueueCount
               IF BestPartner > 0
                   AND BestGap <= SQ-AllowedGap(QueueIndex)
                   Perform Make-Pair
               END-IF
           END-IF
       .

       Compare-Partner.
           MOVE PartnerIndex TO SQ-Idx
           IF SQ-Solo(SQ-Idx) = 1 AND SQ-Dropped(SQ-Idx) = 0
               AND SQ-Player2Id(SQ-Idx) = SPACES
               AND SQ-GameMode(SQ-Idx) = SQ-GameMode(QueueIndex)
               AND SQ-Player1Id(SQ-Idx) NOT = SQ-Player1Id(QueueIndex)
               IF SQ-Rating(SQ-Idx) > SQ-Rating(QueueIndex)
                   COMPUTE RatingGap =
                       SQ-Rating(SQ-Idx) - SQ-Rating(QueueIndex)
               ELSE
                   COMPUTE RatingGap =
                       SQ-Rating(QueueIndex) - SQ-Rating(SQ-Idx)
               END-IF
               IF RatingGap < BestGap
                   MOVE RatingGap TO BestGap
                   MOVE PartnerIndex TO BestPartner
               END-IF
           END-IF
       .

       Make-Pair.
           MOVE QueueIndex TO SQ-Idx
           MOVE SQ-Player1Id(BestPartner) TO SQ-Player2Id(SQ-Idx)
           MOVE 1 TO SQ-Dropped(BestPartner)
           ADD 1 TO PairCount
           Perform Name-Game-Mode
           MOVE SPACES TO ReportLine
           STRING
               SQ-Player1Id(SQ-Idx)         DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               SQ-Rating(SQ-Idx)            DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               SQ-Player1Id(BestPartner)    DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               SQ-Rating(BestPartner)       DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               BestGap                      DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               SQ-AllowedGap(SQ-Idx)        DELIMITED BY SIZE
               "     "                      DELIMITED BY SIZE
               SQ-WaitMinutes(SQ-Idx)       DELIMITED BY SIZE
               "    "                       DELIMITED BY SIZE
               ReportModeName               DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

*> For each solo entry still waiting, the closest rating on the queue
*> is shown beside the gap it was allowed, which is what the widening
*> settings are tuned against.
       List-Unpaired-Solo.
           MOVE QueueIndex TO SQ-Idx
           IF SQ-Solo(SQ-Idx) = 1 AND SQ-Dropped(SQ-Idx) = 0
               AND SQ-Player2Id(SQ-Idx) = SPACES
               ADD 1 TO UnpairedCount
               MOVE 0 TO BestPartner
               MOVE 9999 TO BestGap
               PERFORM Compare-Partner VARYING PartnerIndex
                   FROM 1 BY 1 UNTIL PartnerIndex > QueueCount
               MOVE QueueIndex TO SQ-Idx
               IF BestPartner = 0
                   MOVE "NONE" TO ReportGap
               ELSE
                   MOVE BestGap TO ReportGap
               END-IF
               Perform Name-Game-Mode
               MOVE SPACES TO ReportLine
               STRING
                   SQ-Player1Id(SQ-Idx)         DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   SQ-Rating(SQ-Idx)            DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   ReportGap                    DELIMITED BY SIZE
                   "    "                       DELIMITED BY SIZE
                   SQ-AllowedGap(SQ-Idx)        DELIMITED BY SIZE
                   "     "                      DELIMITED BY SIZE
                   SQ-WaitMinutes(SQ-Idx)       DELIMITED BY SIZE
                   "    "                       DELIMITED BY SIZE
                   ReportModeName               DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       Name-Game-Mode.
           EVALUATE SQ-GameMode(SQ-Idx)
               WHEN 3
                   MOVE "BLITZ" TO ReportModeName
               WHEN OTHER
                   MOVE "TWO PLAYER" TO ReportModeName
           END-EVALUATE
       .

       Rewrite-Queue-File.
           OPEN OUTPUT QueueFile
           PERFORM Write-Queue-Record VARYING QueueIndex FROM 1 BY 1
               UNTIL QueueIndex > QueueCount
           CLOSE QueueFile
       .

       Write-Queue-Record.
           MOVE QueueIndex TO SQ-Idx
           IF SQ-Dropped(SQ-Idx) = 0
               MOVE SQ-Player1Id(SQ-Idx) TO QU-Player1Id
               MOVE SQ-Player2Id(SQ-Idx) TO QU-Player2Id
               MOVE SQ-GameMode(SQ-Idx) TO QU-GameMode
               MOVE SQ-AddedTimestamp(SQ-Idx) TO QU-AddedTimestamp
               WRITE QueueRecord
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

       END PROGRAM SoloPairing.
