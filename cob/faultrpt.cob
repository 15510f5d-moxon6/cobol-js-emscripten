       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaultReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FaultFile ASSIGN TO "FAULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FaultFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FaultFile.
       COPY "faultrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 FaultFileStatus PIC XX VALUE "00".
       01 EndOfFaultFile PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 ClockTime PIC 9(08).
       01 RawMonth PIC X(06).
       01 MonthIsValid PIC 9.
       01 MonthCharIndex PIC 9.
       01 ReportMonth PIC 9(06).
       01 MonthStartTs.
           05 MS-Month PIC 9(06).
           05 FILLER   PIC X(08) VALUE "01000000".
       01 MonthEndTs.
           05 ME-Month PIC 9(06).
           05 ME-Day   PIC 9(02).
           05 FILLER   PIC X(06) VALUE "235959".
       01 PeriodEndTs PIC X(14).
       01 PeriodMinutes PIC S9(09) VALUE 0.
       01 CategoryValues PIC X(56)
           VALUE "FREEZE  KEYSTUCKRELOAD  DISPLAY CREDIT  RESTART OTHER   ".
       01 CategoryTable REDEFINES CategoryValues.
           05 CT-Category PIC X(08) OCCURS 7 TIMES.
       01 CategoryIndex PIC 9.
       01 FaultCategoryIndex PIC 9.
       01 StationCount PIC 99 VALUE 0.
       01 StationOverflow PIC 9 VALUE 0.
       01 StationTable.
           05 StationEntry OCCURS 50 TIMES INDEXED BY SN-Idx.
               10 SN-StationId    PIC X(04).
               10 SN-CategoryCount PIC 9(05) OCCURS 7 TIMES.
               10 SN-FaultCount   PIC 9(05).
               10 SN-DownMinutes  PIC 9(07).
               10 SN-OpenCount    PIC 9(04).
       01 StationIndex PIC 99.
       01 InsertPosition PIC 99.
       01 StationFound PIC 9.
       01 FaultInMonth PIC 9.
       01 DownFromTs PIC X(14).
       01 DownToTs PIC X(14).
       01 ElapsedFrom.
           05 EF-Date   PIC 9(08).
           05 EF-Hour   PIC 9(02).
           05 EF-Minute PIC 9(02).
           05 EF-Second PIC 9(02).
       01 ElapsedTo.
           05 ET-Date   PIC 9(08).
           05 ET-Hour   PIC 9(02).
           05 ET-Minute PIC 9(02).
           05 ET-Second PIC 9(02).
       01 ElapsedDays PIC 9(05).
       01 ElapsedMinutes PIC S9(09).
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
       01 UpMinutes PIC S9(09).
       01 MeanHours PIC 9(05)V9.
       01 DownHours PIC 9(05).
       01 DownRemainder PIC 99.
       01 TotalFaults PIC 9(07) VALUE 0.
       01 TotalOpen PIC 9(05) VALUE 0.
       01 TotalDownMinutes PIC 9(09) VALUE 0.
       01 WorstStation PIC X(04) VALUE SPACES.
       01 FaultDatesValid PIC 9.
       01 SkippedFaults PIC 9(05) VALUE 0.
       01 WorstDownMinutes PIC 9(07) VALUE 0.
       01 EditedCount PIC ZZZZ9.
       01 DetailLine.
           05 DL-StationId       PIC X(04).
           05 DL-CategoryColumn OCCURS 7 TIMES.
               10 FILLER         PIC X(01).
               10 DL-Count       PIC ZZZZZ9.
           05 FILLER             PIC X(01).
           05 DL-FaultCount      PIC ZZZZZ9.
           05 FILLER             PIC X(02).
           05 DL-DownHours       PIC ZZZZ9.
           05 DL-DownColon       PIC X(01).
           05 DL-DownMinutes     PIC 99.
           05 FILLER             PIC X(02).
           05 DL-Mean            PIC X(08).
           05 FILLER             PIC X(02).
           05 DL-OpenCount       PIC ZZZ9.
       01 EditedMean PIC ZZZZZ9.9.
       01 ReportLine PIC X(132).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "FAULTS".
       01 SpoolReportTitle PIC X(30)
           VALUE "CABINET MAINTENANCE".
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

*> The committee reads this once a month to see which cabinet is
*> costing the most play. Faults are counted in the month they were
*> opened. Downtime is only the part of each outage that falls in the
*> month, running to the time back in service or, while the fault is
*> still open, to the end of the month (to now for the month in
*> progress). Mean time between faults is the time in service over
*> the month divided by the faults opened in it.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO CurrentTime
           DISPLAY "Report month YYYYMM (blank for this month)?"
           MOVE 0 TO MonthIsValid
           Perform Accept-Report-Month UNTIL MonthIsValid = 1
           Perform Set-Report-Period
           DISPLAY "===== CABINET MAINTENANCE " ReportMonth " ====="
           Perform Open-Report-Spool
           Perform Load-Fault-File
           Perform Print-Station-Summary
           Perform Print-Open-Faults
           IF SkippedFaults > 0
               MOVE SkippedFaults TO EditedCount
               MOVE SPACES TO ReportLine
               STRING
                   "FAULT ROWS WITH A BAD DATE LEFT OFF THIS REPORT: "
                                            DELIMITED BY SIZE
                   EditedCount              DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           IF StationOverflow = 1
               MOVE "MORE THAN 50 STATIONS ON FILE - LATER STATIONS"
                   TO ReportLine
               Perform Spool-Line
               MOVE "ARE LEFT OFF THIS REPORT." TO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF SkippedFaults > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE TotalFaults TO SpoolControlTotal
           Perform Close-Report-Spool
           GOBACK.

       Accept-Report-Month.
           ACCEPT RawMonth
           MOVE 1 TO MonthIsValid
           IF RawMonth = SPACES
               MOVE CurrentDate(1:6) TO RawMonth
           ELSE
               PERFORM Check-Month-Char
                   VARYING MonthCharIndex FROM 1 BY 1
                   UNTIL MonthCharIndex > 6
               IF MonthIsValid = 1
                   IF RawMonth(5:2) < "01" OR RawMonth(5:2) > "12"
                       OR RawMonth > CurrentDate(1:6)
                       MOVE 0 TO MonthIsValid
                   END-IF
               END-IF
               IF MonthIsValid = 0
                   DISPLAY "Not a valid YYYYMM month to date: "
                       RawMonth
               END-IF
           END-IF
       .

       Check-Month-Char.
           IF RawMonth(MonthCharIndex:1) < "0"
               OR RawMonth(MonthCharIndex:1) > "9"
               MOVE 0 TO MonthIsValid
           END-IF
       .

       Set-Report-Period.
           MOVE RawMonth TO ReportMonth
           MOVE ReportMonth TO MS-Month
           MOVE ReportMonth TO ME-Month
           MOVE RawMonth(1:4) TO CD-Year
           MOVE RawMonth(5:2) TO CD-Month
           MOVE 1 TO CD-Day
           Perform Find-Month-Length
           MOVE MonthLength TO ME-Day
           IF MonthEndTs > CurrentTimestamp
               MOVE CurrentTimestamp TO PeriodEndTs
           ELSE
               MOVE MonthEndTs TO PeriodEndTs
           END-IF
           MOVE MonthStartTs TO ElapsedFrom
           MOVE PeriodEndTs TO ElapsedTo
           Perform Compute-Elapsed-Minutes
           MOVE ElapsedMinutes TO PeriodMinutes
       .

       Load-Fault-File.
           OPEN INPUT FaultFile
           IF FaultFileStatus = "00"
               Perform Read-Fault-Record UNTIL EndOfFaultFile = 1
               CLOSE FaultFile
           END-IF
       .

       Read-Fault-Record.
           READ FaultFile
               AT END MOVE 1 TO EndOfFaultFile
               NOT AT END Perform Take-Fault-Record
           END-READ
       .

*> A row whose opened or closed date is not a real calendar date is
*> counted and left out, as the day-by-day downtime count cannot
*> work from it.
       Take-Fault-Record.
           Perform Check-Fault-Dates
           IF FaultDatesValid = 0
               ADD 1 TO SkippedFaults
           ELSE
               Perform Tally-Fault-Record
           END-IF
       .

       Check-Fault-Dates.
           MOVE 1 TO FaultDatesValid
           MOVE FA-OpenedTs(1:8) TO CalendarDate
           Perform Check-Calendar-Date
           IF FA-Status = "C"
               MOVE FA-ClosedTs(1:8) TO CalendarDate
               Perform Check-Calendar-Date
           END-IF
       .

       Check-Calendar-Date.
           IF CalendarDateNumeric IS NOT NUMERIC
               MOVE 0 TO FaultDatesValid
           ELSE
               IF CD-Month < 1 OR CD-Month > 12
                   MOVE 0 TO FaultDatesValid
               ELSE
                   Perform Find-Month-Length
                   IF CD-Day < 1 OR CD-Day > MonthLength
                       MOVE 0 TO FaultDatesValid
                   END-IF
               END-IF
           END-IF
       .

*> A station is reported if it had a fault opened in the month, any
*> downtime in it, or a fault still open now.
       Tally-Fault-Record.
           MOVE 0 TO FaultInMonth
           IF FA-OpenedTs(1:6) = RawMonth
               AND FA-OpenedTs NOT > PeriodEndTs
               MOVE 1 TO FaultInMonth
           END-IF
           Perform Compute-Fault-Downtime
           IF FaultInMonth = 1 OR ElapsedMinutes > 0
               OR FA-Status = "O"
               Perform Find-Station
               IF StationFound = 1
                   Perform Add-Fault-To-Station
               END-IF
           END-IF
       .

       Compute-Fault-Downtime.
           IF FA-OpenedTs < MonthStartTs
               MOVE MonthStartTs TO DownFromTs
           ELSE
               MOVE FA-OpenedTs TO DownFromTs
           END-IF
           IF FA-Status = "C" AND FA-ClosedTs < PeriodEndTs
               MOVE FA-ClosedTs TO DownToTs
           ELSE
               MOVE PeriodEndTs TO DownToTs
           END-IF
           MOVE 0 TO ElapsedMinutes
           IF DownFromTs < DownToTs
               MOVE DownFromTs TO ElapsedFrom
               MOVE DownToTs TO ElapsedTo
               Perform Compute-Elapsed-Minutes
           END-IF
       .

       Add-Fault-To-Station.
           IF FaultInMonth = 1
               MOVE 7 TO FaultCategoryIndex
               PERFORM Match-Fault-Category
                   VARYING CategoryIndex FROM 1 BY 1
                   UNTIL CategoryIndex > 7
               ADD 1 TO SN-CategoryCount(SN-Idx, FaultCategoryIndex)
               ADD 1 TO SN-FaultCount(SN-Idx)
               ADD 1 TO TotalFaults
           END-IF
           ADD ElapsedMinutes TO SN-DownMinutes(SN-Idx)
           IF FA-Status = "O"
               ADD 1 TO SN-OpenCount(SN-Idx)
           END-IF
       .

       Match-Fault-Category.
           IF FA-Category = CT-Category(CategoryIndex)
               MOVE CategoryIndex TO FaultCategoryIndex
           END-IF
       .

*> Stations are kept in id order as they are found, so the report
*> needs no sort.
       Find-Station.
           MOVE 0 TO StationFound
           MOVE 0 TO InsertPosition
           PERFORM Compare-Station
               VARYING StationIndex FROM 1 BY 1
               UNTIL StationIndex > StationCount OR StationFound = 1
           IF StationFound = 0
               IF StationCount >= 50
                   MOVE 1 TO StationOverflow
               ELSE
                   Perform Insert-Station
               END-IF
           END-IF
       .

       Compare-Station.
           MOVE StationIndex TO SN-Idx
           IF SN-StationId(SN-Idx) = FA-StationId
               MOVE 1 TO StationFound
           ELSE
               IF SN-StationId(SN-Idx) > FA-StationId
                   AND InsertPosition = 0
                   MOVE StationIndex TO InsertPosition
               END-IF
           END-IF
       .

       Insert-Station.
           IF InsertPosition = 0
               COMPUTE InsertPosition = StationCount + 1
           END-IF
           PERFORM Shift-Station-Up
               VARYING StationIndex FROM StationCount BY -1
               UNTIL StationIndex < InsertPosition
           ADD 1 TO StationCount
           MOVE InsertPosition TO SN-Idx
           INITIALIZE StationEntry(SN-Idx)
           MOVE FA-StationId TO SN-StationId(SN-Idx)
           MOVE 1 TO StationFound
       .

       Shift-Station-Up.
           MOVE StationEntry(StationIndex)
               TO StationEntry(StationIndex + 1)
       .

*> Elapsed time is counted a day at a time from one date to the other,
*> so month and year ends and leap years come out right without any
*> date routines; seconds are dropped.
       Compute-Elapsed-Minutes.
           MOVE 0 TO ElapsedDays
           MOVE 0 TO ElapsedMinutes
           IF ElapsedFrom IS NUMERIC AND ElapsedTo IS NUMERIC
               AND ET-Date NOT < EF-Date
               MOVE EF-Date TO CalendarDateNumeric
               Perform Count-One-Day
                   UNTIL CalendarDateNumeric NOT < ET-Date
                   OR ElapsedDays > 9999
               COMPUTE ElapsedMinutes = ElapsedDays * 1440
                   + ET-Hour * 60 + ET-Minute
                   - EF-Hour * 60 - EF-Minute
               IF ElapsedMinutes < 0
                   MOVE 0 TO ElapsedMinutes
               END-IF
           END-IF
       .

       Count-One-Day.
           Perform Add-One-Day
           ADD 1 TO ElapsedDays
       .

       Add-One-Day.
           Perform Find-Month-Length
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

       Find-Month-Length.
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
       .

       Print-Station-Summary.
           MOVE SPACES TO ReportLine
           STRING
               "FAULTS OPENED BY CATEGORY, DOWNTIME AND MEAN TIME"
                   DELIMITED BY SIZE
               " BETWEEN FAULTS FOR " DELIMITED BY SIZE
               MonthStartTs(1:8)      DELIMITED BY SIZE
               " TO "                 DELIMITED BY SIZE
               PeriodEndTs(1:8)       DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "STN  FREEZE KEYSTK RELOAD DISPLY CREDIT RESTRT  OTHER"
                   DELIMITED BY SIZE
               "  TOTAL DOWN H:MM  MTBF HRS  OPEN"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           PERFORM Print-Station-Line
               VARYING StationIndex FROM 1 BY 1
               UNTIL StationIndex > StationCount
           IF StationCount = 0
               MOVE "NO CABINET FAULTS ON FILE FOR THE MONTH."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               Perform Print-Summary-Totals
           END-IF
       .

       Print-Station-Line.
           MOVE StationIndex TO SN-Idx
           MOVE SPACES TO DetailLine
           MOVE SN-StationId(SN-Idx) TO DL-StationId
           PERFORM Edit-Category-Count
               VARYING CategoryIndex FROM 1 BY 1
               UNTIL CategoryIndex > 7
           MOVE SN-FaultCount(SN-Idx) TO DL-FaultCount
           DIVIDE SN-DownMinutes(SN-Idx) BY 60
               GIVING DownHours REMAINDER DownRemainder
           MOVE DownHours TO DL-DownHours
           MOVE ":" TO DL-DownColon
           MOVE DownRemainder TO DL-DownMinutes
           IF SN-FaultCount(SN-Idx) = 0
               MOVE "    NONE" TO DL-Mean
           ELSE
               COMPUTE UpMinutes = PeriodMinutes
                   - SN-DownMinutes(SN-Idx)
               IF UpMinutes < 0
                   MOVE 0 TO UpMinutes
               END-IF
               COMPUTE MeanHours ROUNDED =
                   UpMinutes / SN-FaultCount(SN-Idx) / 60
               MOVE MeanHours TO EditedMean
               MOVE EditedMean TO DL-Mean
           END-IF
           MOVE SN-OpenCount(SN-Idx) TO DL-OpenCount
           MOVE DetailLine TO ReportLine
           Perform Spool-Line
           ADD SN-OpenCount(SN-Idx) TO TotalOpen
           ADD SN-DownMinutes(SN-Idx) TO TotalDownMinutes
           IF SN-DownMinutes(SN-Idx) > WorstDownMinutes
               MOVE SN-DownMinutes(SN-Idx) TO WorstDownMinutes
               MOVE SN-StationId(SN-Idx) TO WorstStation
           END-IF
       .

       Edit-Category-Count.
           MOVE SN-CategoryCount(SN-Idx, CategoryIndex)
               TO DL-Count(CategoryIndex)
       .

       Print-Summary-Totals.
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE TotalFaults TO EditedCount
           DIVIDE TotalDownMinutes BY 60
               GIVING DownHours REMAINDER DownRemainder
           MOVE DownHours TO DL-DownHours
           MOVE DownRemainder TO DL-DownMinutes
           MOVE SPACES TO ReportLine
           STRING
               "FAULTS OPENED "   DELIMITED BY SIZE
               EditedCount        DELIMITED BY SIZE
               "   TOTAL DOWNTIME " DELIMITED BY SIZE
               DL-DownHours       DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               DL-DownMinutes     DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE TotalOpen TO EditedCount
           MOVE SPACES TO ReportLine
           STRING
               "FAULTS STILL OPEN " DELIMITED BY SIZE
               EditedCount          DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF WorstDownMinutes > 0
               DIVIDE WorstDownMinutes BY 60
                   GIVING DownHours REMAINDER DownRemainder
               MOVE DownHours TO DL-DownHours
               MOVE DownRemainder TO DL-DownMinutes
               MOVE SPACES TO ReportLine
               STRING
                   "MOST DOWNTIME: STATION " DELIMITED BY SIZE
                   WorstStation             DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   DL-DownHours             DELIMITED BY SIZE
                   ":"                      DELIMITED BY SIZE
                   DL-DownMinutes           DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
       .

*> The faults still open are listed in full so the desk can chase
*> them; FaultLog closes them.
       Print-Open-Faults.
           IF TotalOpen > 0
               MOVE SPACES TO ReportLine
               Perform Spool-Line
               MOVE "OPEN FAULTS" TO ReportLine
               Perform Spool-Line
               MOVE "STN  OPENED         CATEGORY S DESCRIPTION"
                   TO ReportLine
               Perform Spool-Line
               MOVE 0 TO EndOfFaultFile
               OPEN INPUT FaultFile
               IF FaultFileStatus = "00"
                   Perform Read-Open-Fault UNTIL EndOfFaultFile = 1
                   CLOSE FaultFile
               END-IF
           END-IF
       .

       Read-Open-Fault.
           READ FaultFile
               AT END MOVE 1 TO EndOfFaultFile
               NOT AT END
                   IF FA-Status = "O"
                       Perform Check-Fault-Dates
                       IF FaultDatesValid = 1
                           Perform Print-Open-Fault
                       END-IF
                   END-IF
           END-READ
       .

       Print-Open-Fault.
           MOVE SPACES TO ReportLine
           STRING
               FA-StationId       DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               FA-OpenedTs        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               FA-Category        DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               FA-Source          DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               FA-Description     DELIMITED BY SIZE
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

       END PROGRAM FaultReport.
