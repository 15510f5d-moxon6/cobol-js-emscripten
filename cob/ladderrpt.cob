       IDENTIFICATION DIVISION.
       PROGRAM-ID. LadderReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LadderFile ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LadderFileStatus.
           SELECT ChallengeFile ASSIGN TO "CHALLENGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LadderFile.
       COPY "ladderrec.cpy".
       FD ChallengeFile.
       COPY "challrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 LadderFileStatus PIC XX VALUE "00".
       01 ChallengeFileStatus PIC XX VALUE "00".
       01 EndOfLadderFile PIC 9 VALUE 0.
       01 EndOfChallengeFile PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 LadderCount PIC 9(03) VALUE 0.
       01 LadderIndex PIC 9(03).
       01 LadderOverflow PIC 9 VALUE 0.
       01 LadderTable.
           05 LadderEntry OCCURS 100 TIMES INDEXED BY LR-Idx.
               10 LR-Rung           PIC 9(03).
               10 LR-PlayerId       PIC X(10).
               10 LR-JoinedDate     PIC 9(08).
               10 LR-WeekStartRung  PIC 9(03).
               10 LR-WeekStartDate  PIC 9(08).
       01 BaselineDate PIC 9(08) VALUE 0.
       01 BaselineDueDate PIC 9(08).
       01 RungMove PIC 9(03).
       01 MovementText PIC X(10).
       01 LastWeekText PIC X(04).
       01 OpenChallengeCount PIC 9(03) VALUE 0.
       01 ChallengeDays PIC 9 VALUE 7.
       01 DayCounter PIC 9.
       01 CalendarDate.
           05 CD-Year  PIC 9(04).
           05 CD-Month PIC 9(02).
           05 CD-Day   PIC 9(02).
       01 CalendarDateNumeric REDEFINES CalendarDate PIC 9(08).
       01 MonthLengthValues PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           05 ML-Days PIC 99 OCCURS 12 TIMES.
       01 MonthLength PIC 99.
       01 LeapQuotient PIC 9(04).
       01 LeapRemainder PIC 9(03).
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "LADDER".
       01 SpoolReportTitle PIC X(30)
           VALUE "CHALLENGE LADDER".
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
           Perform Load-Ladder-File
           DISPLAY "===== CHALLENGE LADDER " CurrentDate " ====="
           Perform Open-Report-Spool
           IF BaselineDate = 0
               MOVE "First ladder sheet - every player shown as new."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   "Movement since the sheet of "  DELIMITED BY SIZE
                   BaselineDate                    DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           MOVE "RUNG PLAYER      LAST WEEK MOVEMENT" TO ReportLine
           Perform Spool-Line
           PERFORM Print-One-Rung VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           IF LadderCount = 0
               MOVE "No players on the ladder." TO ReportLine
               Perform Spool-Line
           END-IF
           MOVE "OPEN CHALLENGES" TO ReportLine
           Perform Spool-Line
           MOVE "NUMBER CHALLENGER RUNG DEFENDER   RUNG EXPIRES"
               TO ReportLine
           Perform Spool-Line
           Perform Print-Open-Challenges
           IF OpenChallengeCount = 0
               MOVE "No open challenges." TO ReportLine
               Perform Spool-Line
           END-IF
           IF LadderOverflow = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** Ladder table full - later rungs not"
                       DELIMITED BY SIZE
                   " printed and the week left open. ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               Perform Roll-Week-Baseline
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE LadderCount TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

       Load-Ladder-File.
           OPEN INPUT LadderFile
           IF LadderFileStatus = "00"
               Perform Read-Ladder-Record UNTIL EndOfLadderFile = 1
               CLOSE LadderFile
           END-IF
       .

       Read-Ladder-Record.
           READ LadderFile
               AT END MOVE 1 TO EndOfLadderFile
               NOT AT END
                   IF LadderCount < 100
                       ADD 1 TO LadderCount
                       MOVE LadderCount TO LR-Idx
                       MOVE LadderRecord TO LadderEntry(LR-Idx)
                       IF LD-WeekStartDate > BaselineDate
                           MOVE LD-WeekStartDate TO BaselineDate
                       END-IF
                   ELSE
                       MOVE 1 TO LadderOverflow
                   END-IF
           END-READ
       .

       Print-One-Rung.
           MOVE LadderIndex TO LR-Idx
           MOVE SPACES TO MovementText
           IF LR-WeekStartRung(LR-Idx) = 0
               MOVE "NEW" TO LastWeekText
               MOVE "NEW" TO MovementText
           ELSE
               MOVE LR-WeekStartRung(LR-Idx) TO LastWeekText
               EVALUATE TRUE
                   WHEN LR-WeekStartRung(LR-Idx) > LR-Rung(LR-Idx)
                       COMPUTE RungMove =
                           LR-WeekStartRung(LR-Idx) - LR-Rung(LR-Idx)
                       STRING
                           "UP "            DELIMITED BY SIZE
                           RungMove         DELIMITED BY SIZE
                           INTO MovementText
                   WHEN LR-WeekStartRung(LR-Idx) < LR-Rung(LR-Idx)
                       COMPUTE RungMove =
                           LR-Rung(LR-Idx) - LR-WeekStartRung(LR-Idx)
                       STRING
                           "DOWN "          DELIMITED BY SIZE
                           RungMove         DELIMITED BY SIZE
                           INTO MovementText
                   WHEN OTHER
                       MOVE "--" TO MovementText
               END-EVALUATE
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               LR-Rung(LR-Idx)          DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               LR-PlayerId(LR-Idx)      DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               LastWeekText             DELIMITED BY SIZE
               "      "                 DELIMITED BY SIZE
               MovementText             DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-Open-Challenges.
           OPEN INPUT ChallengeFile
           IF ChallengeFileStatus = "00"
               Perform Read-Challenge-Record
                   UNTIL EndOfChallengeFile = 1
               CLOSE ChallengeFile
           END-IF
       .

       Read-Challenge-Record.
           READ ChallengeFile
               AT END MOVE 1 TO EndOfChallengeFile
               NOT AT END
                   IF CH-Status = "OPEN"
                       ADD 1 TO OpenChallengeCount
                       MOVE SPACES TO ReportLine
                       STRING
                           CH-ChallengeNumber   DELIMITED BY SIZE
                           "  "                 DELIMITED BY SIZE
                           CH-ChallengerId      DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           CH-ChallengerRung    DELIMITED BY SIZE
                           "  "                 DELIMITED BY SIZE
                           CH-DefenderId        DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           CH-DefenderRung      DELIMITED BY SIZE
                           "  "                 DELIMITED BY SIZE
                           CH-ExpiryDate        DELIMITED BY SIZE
                           INTO ReportLine
                       Perform Spool-Line
                   END-IF
           END-READ
       .

*> The sheet is the weekly one once seven days have passed since the
*> last baseline: every player's current rung becomes the rung next
*> week's movement is measured from. A sheet printed mid-week leaves
*> the baseline alone, so reprinting never loses the week's movement.
       Roll-Week-Baseline.
           IF BaselineDate = 0
               MOVE CurrentDate TO BaselineDueDate
           ELSE
               MOVE BaselineDate TO CalendarDateNumeric
               PERFORM Add-One-Day VARYING DayCounter FROM 1 BY 1
                   UNTIL DayCounter > ChallengeDays
               MOVE CalendarDateNumeric TO BaselineDueDate
           END-IF
           IF LadderCount > 0 AND CurrentDate >= BaselineDueDate
               OPEN OUTPUT LadderFile
               PERFORM Write-Ladder-Baseline VARYING LadderIndex
                   FROM 1 BY 1 UNTIL LadderIndex > LadderCount
               CLOSE LadderFile
               MOVE SPACES TO ReportLine
               STRING
                   "Weekly baseline taken - next sheet shows"
                       DELIMITED BY SIZE
                   " movement since "
                       DELIMITED BY SIZE
                   CurrentDate
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   "Mid-week sheet - baseline held until "
                       DELIMITED BY SIZE
                   BaselineDueDate
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

       Write-Ladder-Baseline.
           MOVE LadderIndex TO LR-Idx
           MOVE LadderEntry(LR-Idx) TO LadderRecord
           MOVE LadderIndex TO LD-Rung
           MOVE LadderIndex TO LD-WeekStartRung
           MOVE CurrentDate TO LD-WeekStartDate
           WRITE LadderRecord
       .

*> Calendar arithmetic is done a day at a time so month and year ends
*> and leap years come out right without any date routines.
       Add-One-Day.
           MOVE ML-Days(CD-Month) TO MonthLength
           IF CD-Month = 2
               DIVIDE CD-Year BY 4
                   GIVING LeapQuotient REMAINDER LeapRemainder
               IF LeapRemainder = 0
                   MOVE 29 TO MonthLength
                   DIVIDE CD-Year BY 100
                       GIVING LeapQuotient REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       DIVIDE CD-Year BY 400
                           GIVING LeapQuotient REMAINDER LeapRemainder
                       IF LeapRemainder NOT = 0
                           MOVE 28 TO MonthLength
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CD-Day
           IF CD-Day > MonthLength
               MOVE 1 TO CD-Day
               ADD 1 TO CD-Month
               IF CD-Month > 12
                   MOVE 1 TO CD-Month
                   ADD 1 TO CD-Year
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

       END PROGRAM LadderReport.
