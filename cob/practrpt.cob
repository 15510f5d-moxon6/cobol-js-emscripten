       IDENTIFICATION DIVISION.
       PROGRAM-ID. PracticeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PracticeFile ASSIGN TO "PRACTICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Key
               FILE STATUS IS PracticeFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PracticeFile.
       COPY "practrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 PracticeFileStatus PIC XX VALUE "00".
       01 EndOfPracticeFile PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 WindowStartDate PIC 9(08).
       01 LaterHalfDate PIC 9(08).
       01 WindowDays PIC 99 VALUE 27.
       01 HalfWindowDays PIC 99 VALUE 13.
       01 DayCounter PIC 99.
       01 CurrentPlayerId PIC X(10) VALUE SPACES.
       01 DrillIndex PIC 9.
       01 DrillNameTable.
           05 FILLER PIC X(08) VALUE "RETURN".
           05 FILLER PIC X(08) VALUE "RALLY".
           05 FILLER PIC X(08) VALUE "SPEEDUP".
       01 DrillNames REDEFINES DrillNameTable.
           05 DN-DrillCode PIC X(08) OCCURS 3 TIMES.
       01 PlayerDrillTable.
           05 PlayerDrillEntry OCCURS 3 TIMES INDEXED BY PD-Idx.
               10 PD-Sessions      PIC 9(04).
               10 PD-TotalScore    PIC 9(07).
               10 PD-BestScore     PIC 9(04).
               10 PD-EarlySessions PIC 9(04).
               10 PD-EarlyTotal    PIC 9(07).
               10 PD-LateSessions  PIC 9(04).
               10 PD-LateTotal     PIC 9(07).
       01 FoundDrill PIC 9.
       01 AverageScore PIC 9(04)V9.
       01 EarlyAverage PIC 9(04)V9.
       01 LateAverage PIC 9(04)V9.
       01 ReportAverage PIC ZZZ9.9.
       01 ReportEarly PIC X(06).
       01 ReportLate PIC X(06).
       01 ReportTrend PIC X(09).
       01 EditedAverage PIC ZZZ9.9.
       01 PlayerCount PIC 9(05) VALUE 0.
       01 SessionCount PIC 9(07) VALUE 0.
       01 CalendarDate.
           05 CD-Year  PIC 9(04).
           05 CD-Month PIC 9(02).
           05 CD-Day   PIC 9(02).
       01 CalendarDateNumeric REDEFINES CalendarDate PIC 9(08).
       01 MonthLengthValues PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           05 ML-Days PIC 99 OCCURS 12 TIMES.
       01 LeapQuotient PIC 9(04).
       01 LeapRemainder PIC 9(03).
       01 ReportLine PIC X(90).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "PRACTICE".
       01 SpoolReportTitle PIC X(30)
           VALUE "PRACTICE PROGRESS".
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
           MOVE CurrentDate TO CalendarDateNumeric
           PERFORM Subtract-One-Day VARYING DayCounter FROM 1 BY 1
               UNTIL DayCounter > HalfWindowDays
           MOVE CalendarDateNumeric TO LaterHalfDate
           MOVE CurrentDate TO CalendarDateNumeric
           PERFORM Subtract-One-Day VARYING DayCounter FROM 1 BY 1
               UNTIL DayCounter > WindowDays
           MOVE CalendarDateNumeric TO WindowStartDate
           DISPLAY "===== PRACTICE PROGRESS " WindowStartDate " TO "
               CurrentDate " ====="
           Perform Open-Report-Spool
           MOVE SPACES TO ReportLine
           STRING
               "PLAYER     DRILL    SESSIONS BEST  AVERAGE "
                   DELIMITED BY SIZE
               "WKS 1-2 WKS 3-4 TREND"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           Perform Clear-Player-Drills
           OPEN INPUT PracticeFile
           IF PracticeFileStatus = "00"
               Perform Read-Practice-Record
                   UNTIL EndOfPracticeFile = 1
               CLOSE PracticeFile
           END-IF
           IF CurrentPlayerId NOT = SPACES
               Perform Print-Player-Drills
           END-IF
           IF PlayerCount = 0
               MOVE "No practice drills in the last four weeks."
                   TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "Players practising: "  DELIMITED BY SIZE
               PlayerCount             DELIMITED BY SIZE
               "  Drills played: "     DELIMITED BY SIZE
               SessionCount            DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SessionCount TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

*> The file is keyed by player, so a sequential read brings each
*> player's drills together and the report breaks on the player.
       Read-Practice-Record.
           READ PracticeFile NEXT
               AT END MOVE 1 TO EndOfPracticeFile
               NOT AT END
                   IF PR-DrillDate >= WindowStartDate
                       AND PR-DrillDate <= CurrentDate
                       Perform Accumulate-Drill
                   END-IF
           END-READ
       .

       Accumulate-Drill.
           IF PR-PlayerId NOT = CurrentPlayerId
               IF CurrentPlayerId NOT = SPACES
                   Perform Print-Player-Drills
               END-IF
               Perform Clear-Player-Drills
               MOVE PR-PlayerId TO CurrentPlayerId
               ADD 1 TO PlayerCount
           END-IF
           MOVE 0 TO FoundDrill
           PERFORM Match-Drill-Code VARYING DrillIndex FROM 1 BY 1
               UNTIL DrillIndex > 3 OR FoundDrill > 0
           IF FoundDrill > 0
               ADD 1 TO SessionCount
               MOVE FoundDrill TO PD-Idx
               ADD 1 TO PD-Sessions(PD-Idx)
               ADD PR-DrillScore TO PD-TotalScore(PD-Idx)
               IF PR-DrillScore > PD-BestScore(PD-Idx)
                   MOVE PR-DrillScore TO PD-BestScore(PD-Idx)
               END-IF
               IF PR-DrillDate >= LaterHalfDate
                   ADD 1 TO PD-LateSessions(PD-Idx)
                   ADD PR-DrillScore TO PD-LateTotal(PD-Idx)
               ELSE
                   ADD 1 TO PD-EarlySessions(PD-Idx)
                   ADD PR-DrillScore TO PD-EarlyTotal(PD-Idx)
               END-IF
           END-IF
       .

       Match-Drill-Code.
           IF DN-DrillCode(DrillIndex) = PR-DrillCode
               MOVE DrillIndex TO FoundDrill
           END-IF
       .

       Clear-Player-Drills.
           PERFORM Clear-One-Drill VARYING DrillIndex FROM 1 BY 1
               UNTIL DrillIndex > 3
       .

       Clear-One-Drill.
           MOVE DrillIndex TO PD-Idx
           MOVE 0 TO PD-Sessions(PD-Idx)
           MOVE 0 TO PD-TotalScore(PD-Idx)
           MOVE 0 TO PD-BestScore(PD-Idx)
           MOVE 0 TO PD-EarlySessions(PD-Idx)
           MOVE 0 TO PD-EarlyTotal(PD-Idx)
           MOVE 0 TO PD-LateSessions(PD-Idx)
           MOVE 0 TO PD-LateTotal(PD-Idx)
       .

       Print-Player-Drills.
           PERFORM Print-One-Drill VARYING DrillIndex FROM 1 BY 1
               UNTIL DrillIndex > 3
       .

*> The trend compares the average over the first two weeks of the
*> window with the last two, which is what the coaches look at to see
*> who is improving. A drill played in only one half shows no trend.
       Print-One-Drill.
           MOVE DrillIndex TO PD-Idx
           IF PD-Sessions(PD-Idx) > 0
               COMPUTE AverageScore ROUNDED =
                   PD-TotalScore(PD-Idx) / PD-Sessions(PD-Idx)
               MOVE AverageScore TO ReportAverage
               MOVE "   -  " TO ReportEarly
               MOVE "   -  " TO ReportLate
               MOVE "-" TO ReportTrend
               IF PD-EarlySessions(PD-Idx) > 0
                   COMPUTE EarlyAverage ROUNDED =
                       PD-EarlyTotal(PD-Idx) / PD-EarlySessions(PD-Idx)
                   MOVE EarlyAverage TO EditedAverage
                   MOVE EditedAverage TO ReportEarly
               END-IF
               IF PD-LateSessions(PD-Idx) > 0
                   COMPUTE LateAverage ROUNDED =
                       PD-LateTotal(PD-Idx) / PD-LateSessions(PD-Idx)
                   MOVE LateAverage TO EditedAverage
                   MOVE EditedAverage TO ReportLate
               END-IF
               IF PD-EarlySessions(PD-Idx) > 0
                   AND PD-LateSessions(PD-Idx) > 0
                   EVALUATE TRUE
                       WHEN LateAverage > EarlyAverage
                           MOVE "IMPROVING" TO ReportTrend
                       WHEN LateAverage < EarlyAverage
                           MOVE "SLIPPING" TO ReportTrend
                       WHEN OTHER
                           MOVE "STEADY" TO ReportTrend
                   END-EVALUATE
               END-IF
               MOVE SPACES TO ReportLine
               STRING
                   CurrentPlayerId          DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   DN-DrillCode(DrillIndex) DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   PD-Sessions(PD-Idx)      DELIMITED BY SIZE
                   "     "                  DELIMITED BY SIZE
                   PD-BestScore(PD-Idx)     DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   ReportAverage            DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   ReportEarly              DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   ReportLate               DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   ReportTrend              DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

*> Calendar arithmetic is done a day at a time so month and year ends
*> and leap years come out right without any date routines.
       Subtract-One-Day.
           IF CD-Day > 1
               SUBTRACT 1 FROM CD-Day
           ELSE
               IF CD-Month > 1
                   SUBTRACT 1 FROM CD-Month
               ELSE
                   MOVE 12 TO CD-Month
                   SUBTRACT 1 FROM CD-Year
               END-IF
               MOVE ML-Days(CD-Month) TO CD-Day
               IF CD-Month = 2
                   DIVIDE CD-Year BY 4
                       GIVING LeapQuotient REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       MOVE 29 TO CD-Day
                       DIVIDE CD-Year BY 100
                           GIVING LeapQuotient REMAINDER LeapRemainder
                       IF LeapRemainder = 0
                           DIVIDE CD-Year BY 400
                               GIVING LeapQuotient
                               REMAINDER LeapRemainder
                           IF LeapRemainder NOT = 0
                               MOVE 28 TO CD-Day
                           END-IF
                       END-IF
                   END-IF
               END-IF
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

       END PROGRAM PracticeReport.
