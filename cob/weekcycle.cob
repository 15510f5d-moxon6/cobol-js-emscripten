       IDENTIFICATION DIVISION.
       PROGRAM-ID. WeeklyCycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WeekLogFile ASSIGN TO "WEEKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WeekLogFileStatus.
           SELECT WeekCtlFile ASSIGN TO "WEEKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WeekCtlFileStatus.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtlFileStatus.
           SELECT CycleParmFile ASSIGN TO "CYCLEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CycleParmFileStatus.
           SELECT StatementRequestFile ASSIGN TO "STMTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatementRequestStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WeekLogFile.
       COPY "weeklogrec.cpy".
       FD WeekCtlFile.
       COPY "weekctlrec.cpy".
       FD RunCtlFile.
       COPY "runctlrec.cpy".
       FD CycleParmFile.
       COPY "cycleparm.cpy".
       FD StatementRequestFile.
       COPY "stmtreqrec.cpy".
       WORKING-STORAGE SECTION.
       01 WeekLogFileStatus PIC XX VALUE "00".
       01 WeekCtlFileStatus PIC XX VALUE "00".
       01 RunCtlFileStatus PIC XX VALUE "00".
       01 CycleParmFileStatus PIC XX VALUE "00".
       01 StatementRequestStatus PIC XX VALUE "00".
       01 EndOfWeekLogFile PIC 9 VALUE 0.
       01 EndOfWeekCtlFile PIC 9 VALUE 0.
       01 EndOfRunCtlFile PIC 9 VALUE 0.
       01 EndOfCountFile PIC 9 VALUE 0.
       01 WeekAlreadyClosed PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 WeekEndDate PIC 9(08).
       01 WeekStartDate PIC 9(08).
       01 VenueId PIC X(06) VALUE SPACES.
       01 RawDate PIC X(08).
       01 DateIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 NightIndex PIC 9.
       01 OpenNightCount PIC 9 VALUE 0.
       01 NightTable.
           05 NightEntry OCCURS 7 TIMES INDEXED BY NT-Idx.
               10 NT-Date    PIC 9(08).
               10 NT-Closed  PIC 9.
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
       01 DoneStepCount PIC 99 VALUE 0.
       01 DoneStepTable.
           05 DoneStepName OCCURS 20 TIMES PIC X(12).
       01 DoneIndex PIC 99.
       01 StepAlreadyDone PIC 9.
       01 StatementRequestCount PIC 9(07) VALUE 0.
       01 StepNumber PIC 99 VALUE 0.
       01 StepName PIC X(12).
       01 StepStartTime PIC 9(06).
       01 StepStatus PIC X(04).
       01 StepRecordCount PIC 9(07).
       01 RunAborted PIC 9 VALUE 0.

*> The weekly jobs run in the order each depends on the last: the
*> ratings are rebuilt first, so the trend report and the statements
*> show this week's movement, and the county export is cut from the
*> same match index the ratings were replayed from. The console
*> answers the trend, export and statement reports would ask for are
*> handed over on CYCLEPARM.DAT for the length of the run.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           DISPLAY "===== WEEKLY PROCESSING CYCLE ====="
           DISPLAY "Week-ending date (YYYYMMDD, blank for today)?"
           MOVE 0 TO DateIsValid
           Perform Accept-Week-End-Date UNTIL DateIsValid = 1
           MOVE RawDate TO WeekEndDate
           Perform Check-Week-Not-Closed
           IF WeekAlreadyClosed = 1
               DISPLAY "Week ending " WeekEndDate
                   " is already closed - run refused."
               GOBACK
           END-IF
           Perform Build-Week-Nights
           Perform Check-Nights-Closed
           IF OpenNightCount > 0
               DISPLAY OpenNightCount " night(s) of the week ending "
                   WeekEndDate " not closed - run refused."
               GOBACK
           END-IF
           Perform Load-Week-Log
           IF DoneStepCount > 0
               DISPLAY "Restarting week ending " WeekEndDate
                   " - steps already complete are skipped."
           END-IF
           MOVE "COUNTYEXPORT" TO StepName
           Perform Check-Step-Done
           IF StepAlreadyDone = 0
               DISPLAY "Venue id for the county export?"
               ACCEPT VenueId
               IF VenueId = SPACES
                   DISPLAY "No venue id entered - run refused."
                   GOBACK
               END-IF
           END-IF
           DISPLAY "Week " WeekStartDate " to " WeekEndDate
           Perform Count-Statement-Requests
           Perform Write-Cycle-Parameters
           OPEN EXTEND WeekLogFile
           IF WeekLogFileStatus = "35"
               OPEN OUTPUT WeekLogFile
           END-IF
           Perform Run-Ratings-Step
           IF RunAborted = 0
               Perform Run-Trend-Step
           END-IF
           IF RunAborted = 0
               Perform Run-League-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Export-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Statement-Step
           END-IF
           CLOSE WeekLogFile
           Perform Clear-Cycle-Parameters
           IF RunAborted = 0
               Perform Mark-Week-Closed
               DISPLAY "Weekly cycle complete - week ending "
                   WeekEndDate " marked closed."
           ELSE
               DISPLAY "Weekly cycle ABORTED at step " StepName
                   " - week left open, run again for " WeekEndDate
                   " to restart from that step."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Accept-Week-End-Date.
           ACCEPT RawDate
           MOVE 1 TO DateIsValid
           IF RawDate = SPACES
               MOVE CurrentDate TO RawDate
           ELSE
               PERFORM Check-Date-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 8
               IF DateIsValid = 0
                   DISPLAY "Not a valid YYYYMMDD date: " RawDate
               END-IF
           END-IF
       .

       Check-Date-Char.
           IF RawDate(DateCharIndex:1) < "0"
               OR RawDate(DateCharIndex:1) > "9"
               MOVE 0 TO DateIsValid
           END-IF
       .

       Check-Week-Not-Closed.
           MOVE 0 TO WeekAlreadyClosed
           OPEN INPUT WeekCtlFile
           IF WeekCtlFileStatus = "00"
               Perform Read-Week-Ctl-Record
                   UNTIL EndOfWeekCtlFile = 1
               CLOSE WeekCtlFile
           END-IF
       .

       Read-Week-Ctl-Record.
           READ WeekCtlFile
               AT END MOVE 1 TO EndOfWeekCtlFile
               NOT AT END
                   IF WK-WeekEndDate = WeekEndDate
                       MOVE 1 TO WeekAlreadyClosed
                   END-IF
           END-READ
       .

*> The week is the seven nights ending on the week-ending date,
*> counted back a day at a time so month and year ends fall right.
       Build-Week-Nights.
           MOVE WeekEndDate TO CalendarDateNumeric
           PERFORM Store-Week-Night
               VARYING NightIndex FROM 7 BY -1
               UNTIL NightIndex < 1
           MOVE NT-Date(1) TO WeekStartDate
       .

       Store-Week-Night.
           MOVE NightIndex TO NT-Idx
           MOVE CalendarDateNumeric TO NT-Date(NT-Idx)
           MOVE 0 TO NT-Closed(NT-Idx)
           Perform Subtract-One-Day
       .

       Check-Nights-Closed.
           OPEN INPUT RunCtlFile
           IF RunCtlFileStatus = "00"
               Perform Read-Run-Ctl-Record
                   UNTIL EndOfRunCtlFile = 1
               CLOSE RunCtlFile
           END-IF
           MOVE 0 TO OpenNightCount
           PERFORM Report-Open-Night
               VARYING NightIndex FROM 1 BY 1
               UNTIL NightIndex > 7
       .

       Read-Run-Ctl-Record.
           READ RunCtlFile
               AT END MOVE 1 TO EndOfRunCtlFile
               NOT AT END
                   PERFORM Match-Closed-Night
                       VARYING NightIndex FROM 1 BY 1
                       UNTIL NightIndex > 7
           END-READ
       .

       Match-Closed-Night.
           MOVE NightIndex TO NT-Idx
           IF NT-Date(NT-Idx) = RK-RunDate
               MOVE 1 TO NT-Closed(NT-Idx)
           END-IF
       .

       Report-Open-Night.
           MOVE NightIndex TO NT-Idx
           IF NT-Closed(NT-Idx) = 0
               ADD 1 TO OpenNightCount
               DISPLAY "Night " NT-Date(NT-Idx)
                   " has no close-out on RUNCTL.DAT."
           END-IF
       .

       Load-Week-Log.
           OPEN INPUT WeekLogFile
           IF WeekLogFileStatus = "00"
               Perform Read-Week-Log-Record
                   UNTIL EndOfWeekLogFile = 1
               CLOSE WeekLogFile
           END-IF
       .

       Read-Week-Log-Record.
           READ WeekLogFile
               AT END MOVE 1 TO EndOfWeekLogFile
               NOT AT END
                   IF WL-WeekEndDate = WeekEndDate
                       AND WL-Status = "OK"
                       AND DoneStepCount < 20
                       ADD 1 TO DoneStepCount
                       MOVE WL-StepName TO DoneStepName(DoneStepCount)
                   END-IF
           END-READ
       .

       Check-Step-Done.
           MOVE 0 TO StepAlreadyDone
           PERFORM Compare-Done-Step
               VARYING DoneIndex FROM 1 BY 1
               UNTIL DoneIndex > DoneStepCount
       .

       Compare-Done-Step.
           IF DoneStepName(DoneIndex) = StepName
               MOVE 1 TO StepAlreadyDone
           END-IF
       .

       Count-Statement-Requests.
           MOVE 0 TO EndOfCountFile
           OPEN INPUT StatementRequestFile
           IF StatementRequestStatus = "00"
               Perform Count-Statement-Request
                   UNTIL EndOfCountFile = 1
               CLOSE StatementRequestFile
           END-IF
       .

       Count-Statement-Request.
           READ StatementRequestFile
               AT END MOVE 1 TO EndOfCountFile
               NOT AT END ADD 1 TO StatementRequestCount
           END-READ
       .

       Write-Cycle-Parameters.
           OPEN OUTPUT CycleParmFile
           MOVE CurrentDate TO CY-RunDate
           MOVE WeekStartDate TO CY-WeekStartDate
           MOVE WeekEndDate TO CY-WeekEndDate
           MOVE VenueId TO CY-VenueId
           WRITE CycleParameterRecord
           CLOSE CycleParmFile
       .

*> Emptied rather than left behind, so the reports go back to asking
*> at the console as soon as the cycle is over, finished or not.
       Clear-Cycle-Parameters.
           OPEN OUTPUT CycleParmFile
           CLOSE CycleParmFile
       .

       Run-Ratings-Step.
           MOVE 1 TO StepNumber
           MOVE "RATINGS" TO StepName
           MOVE 0 TO StepRecordCount
           Perform Check-Step-Done
           IF StepAlreadyDone = 1
               Perform Skip-Step
           ELSE
               Perform Start-Step
               CALL "RatingEngine"
                   ON EXCEPTION MOVE "FAIL" TO StepStatus
               END-CALL
               Perform Finish-Step
           END-IF
       .

       Run-Trend-Step.
           MOVE 2 TO StepNumber
           MOVE "RATINGTREND" TO StepName
           MOVE StatementRequestCount TO StepRecordCount
           Perform Check-Step-Done
           IF StepAlreadyDone = 1
               Perform Skip-Step
           ELSE
               Perform Start-Step
               CALL "RatingTrend"
                   ON EXCEPTION MOVE "FAIL" TO StepStatus
               END-CALL
               Perform Finish-Step
           END-IF
       .

       Run-League-Step.
           MOVE 3 TO StepNumber
           MOVE "LEAGUETABLE" TO StepName
           MOVE 0 TO StepRecordCount
           Perform Check-Step-Done
           IF StepAlreadyDone = 1
               Perform Skip-Step
           ELSE
               Perform Start-Step
               CALL "LeagueStandings"
                   ON EXCEPTION MOVE "FAIL" TO StepStatus
               END-CALL
               Perform Finish-Step
           END-IF
       .

       Run-Export-Step.
           MOVE 4 TO StepNumber
           MOVE "COUNTYEXPORT" TO StepName
           MOVE 0 TO StepRecordCount
           Perform Check-Step-Done
           IF StepAlreadyDone = 1
               Perform Skip-Step
           ELSE
               Perform Start-Step
               CALL "CountyExport"
                   ON EXCEPTION MOVE "FAIL" TO StepStatus
               END-CALL
               Perform Finish-Step
           END-IF
       .

*> Statements come last: the statement run empties the request file
*> once every statement is printed, and the trend step reads it too.
       Run-Statement-Step.
           MOVE 5 TO StepNumber
           MOVE "STATEMENTS" TO StepName
           MOVE StatementRequestCount TO StepRecordCount
           Perform Check-Step-Done
           IF StepAlreadyDone = 1
               Perform Skip-Step
           ELSE
               Perform Start-Step
               CALL "PlayerStatement"
                   ON EXCEPTION MOVE "FAIL" TO StepStatus
               END-CALL
               Perform Finish-Step
           END-IF
       .

       Skip-Step.
           DISPLAY "Step " StepName " already complete for week ending "
               WeekEndDate " - skipped."
       .

       Start-Step.
           ACCEPT CurrentTime FROM TIME
           MOVE CurrentTime TO StepStartTime
           MOVE "OK" TO StepStatus
           MOVE 0 TO RETURN-CODE
       .

       Finish-Step.
           IF StepStatus = "OK" AND RETURN-CODE NOT = 0
               MOVE "FAIL" TO StepStatus
           END-IF
           ACCEPT CurrentTime FROM TIME
           MOVE WeekEndDate TO WL-WeekEndDate
           MOVE CurrentDate TO WL-RunDate
           MOVE StepNumber TO WL-StepNumber
           MOVE StepName TO WL-StepName
           MOVE StepStartTime TO WL-StartTime
           MOVE CurrentTime TO WL-EndTime
           MOVE StepStatus TO WL-Status
           MOVE StepRecordCount TO WL-RecordCount
           WRITE WeekLogRecord
           IF StepStatus = "FAIL"
               MOVE 1 TO RunAborted
           END-IF
       .

       Mark-Week-Closed.
           OPEN EXTEND WeekCtlFile
           IF WeekCtlFileStatus = "35"
               OPEN OUTPUT WeekCtlFile
           END-IF
           MOVE WeekEndDate TO WK-WeekEndDate
           ACCEPT CurrentTime FROM TIME
           MOVE CurrentTimestamp TO WK-ClosedTimestamp
           WRITE WeekControlRecord
           CLOSE WeekCtlFile
       .

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

       END PROGRAM WeeklyCycle.
