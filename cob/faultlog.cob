       IDENTIFICATION DIVISION.
       PROGRAM-ID. FaultLog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FaultFile ASSIGN TO "FAULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FaultFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FaultFile.
       COPY "faultrec.cpy".
       WORKING-STORAGE SECTION.
       01 FaultFileStatus PIC XX VALUE "00".
       01 EndOfFaultFile PIC 9 VALUE 0.
       01 FaultCount PIC 9(03) VALUE 0.
       01 FaultTable.
           05 FaultEntry OCCURS 500 TIMES INDEXED BY FL-Idx.
               10 FL-StationId    PIC X(04).
               10 FL-OpenedTs     PIC X(14).
               10 FL-Category     PIC X(08).
               10 FL-Description  PIC X(40).
               10 FL-Source       PIC X(01).
               10 FL-Status       PIC X(01).
               10 FL-ClosedTs     PIC X(14).
               10 FL-FixApplied   PIC X(40).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 FileChanged PIC 9 VALUE 0.
       01 FaultOverflow PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 ClockTime PIC 9(08).
       01 WorkStationId PIC X(04).
       01 WorkCategory PIC X(08).
       01 WorkDescription PIC X(40).
       01 WorkFixApplied PIC X(40).
       01 WorkTimestamp.
           05 WorkDate PIC 9(08).
           05 WorkTime PIC 9(06).
       01 CategoryValues PIC X(56)
           VALUE "FREEZE  KEYSTUCKRELOAD  DISPLAY CREDIT  RESTART OTHER   ".
       01 CategoryTable REDEFINES CategoryValues.
           05 CT-Category PIC X(08) OCCURS 7 TIMES.
       01 CategoryIndex PIC 9.
       01 CategoryKnown PIC 9.
       01 RawDate PIC X(08).
       01 RawTime PIC X(06).
       01 DateIsValid PIC 9.
       01 TimeIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 DefaultDate PIC 9(08).
       01 DefaultTime PIC 9(06).
       01 CalendarDate.
           05 CD-Year  PIC 9(04).
           05 CD-Month PIC 9(02).
           05 CD-Day   PIC 9(02).
       01 MonthLengthValues PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           05 ML-Days PIC 99 OCCURS 12 TIMES.
       01 MonthLength PIC 99.
       01 LeapQuotient PIC 9(04).
       01 LeapRemainder PIC 9(03).
       01 ListIndex PIC 9(03).
       01 OpenListed PIC 9(03).
       01 ChosenFault PIC 9(03).
       01 ChosenText PIC X(03).
       01 ChosenEntry PIC 9(03).
       01 ListAll PIC X(01).
       01 ReportNumber PIC ZZ9.
       01 ReportStatus PIC X(06).
       01 ReportLine PIC X(132).

*> Faults are logged here from the desk, or at the cabinet through
*> the operator keys, and closed here once the cabinet is fixed. Rows
*> are never removed: the file is the cabinet's maintenance history
*> and FaultReport works its downtime from it.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO CurrentTime
           Perform Load-Fault-File
           DISPLAY "===== CABINET FAULT LOG ====="
           IF FaultOverflow = 1
               DISPLAY "File holds more rows than the table - updates"
               DISPLAY "are refused so no fault can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF FileChanged = 1 AND FaultOverflow = 0
               Perform Rewrite-Fault-File
               DISPLAY "Fault log rewritten."
           ELSE
               DISPLAY "No changes - file left untouched."
           END-IF
           GOBACK.

       Load-Fault-File.
           OPEN INPUT FaultFile
           IF FaultFileStatus = "00"
               Perform Read-Fault-Record
                   UNTIL EndOfFaultFile = 1
               CLOSE FaultFile
           END-IF
       .

       Read-Fault-Record.
           READ FaultFile
               AT END MOVE 1 TO EndOfFaultFile
               NOT AT END Perform Store-Fault-Record
           END-READ
       .

       Store-Fault-Record.
           IF FaultCount < 500
               ADD 1 TO FaultCount
               MOVE FaultCount TO FL-Idx
               MOVE FA-StationId TO FL-StationId(FL-Idx)
               MOVE FA-OpenedTs TO FL-OpenedTs(FL-Idx)
               MOVE FA-Category TO FL-Category(FL-Idx)
               MOVE FA-Description TO FL-Description(FL-Idx)
               MOVE FA-Source TO FL-Source(FL-Idx)
               MOVE FA-Status TO FL-Status(FL-Idx)
               MOVE FA-ClosedTs TO FL-ClosedTs(FL-Idx)
               MOVE FA-FixApplied TO FL-FixApplied(FL-Idx)
           ELSE
               MOVE 1 TO FaultOverflow
               DISPLAY "Fault table full - row not loaded: "
                   FA-StationId " " FA-OpenedTs
           END-IF
       .

       Process-One-Function.
           DISPLAY "Function? A=Log fault C=Close fault L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "aclx" TO "ACLX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Fault
               WHEN "C"
                   Perform Guarded-Close-Fault
               WHEN "L"
                   Perform List-Faults
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Add-Fault.
           IF FaultOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Fault
           END-IF
       .

       Guarded-Close-Fault.
           IF FaultOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Close-Fault
           END-IF
       .

       Add-Fault.
           IF FaultCount >= 500
               DISPLAY "Fault table full - rejected."
           ELSE
               DISPLAY "Station id?"
               ACCEPT WorkStationId
               INSPECT WorkStationId CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Category? FREEZE KEYSTUCK RELOAD DISPLAY"
                   " CREDIT RESTART OTHER"
               ACCEPT WorkCategory
               INSPECT WorkCategory CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               Perform Check-Category-Known
               EVALUATE TRUE
                   WHEN WorkStationId = SPACES
                       DISPLAY "Station id is required - rejected."
                   WHEN CategoryKnown = 0
                       DISPLAY "Unknown category: " WorkCategory
                           " - rejected."
                   WHEN OTHER
                       Perform Add-Fault-Details
               END-EVALUATE
           END-IF
       .

       Add-Fault-Details.
           DISPLAY "Description (up to 40 characters)?"
           ACCEPT WorkDescription
           DISPLAY "Date the fault started YYYYMMDD (blank for today)?"
           MOVE CurrentDate TO DefaultDate
           MOVE 0 TO DateIsValid
           Perform Accept-Optional-Date UNTIL DateIsValid = 1
           MOVE RawDate TO WorkDate
           DISPLAY "Time the fault started HHMMSS (blank for now)?"
           MOVE CurrentTime TO DefaultTime
           MOVE 0 TO TimeIsValid
           Perform Accept-Optional-Time UNTIL TimeIsValid = 1
           MOVE RawTime TO WorkTime
           IF WorkTimestamp > CurrentTimestamp
               DISPLAY "Fault cannot start in the future - rejected."
           ELSE
               Perform Append-Fault
           END-IF
       .

       Append-Fault.
           ADD 1 TO FaultCount
           MOVE FaultCount TO FL-Idx
           MOVE WorkStationId TO FL-StationId(FL-Idx)
           MOVE WorkTimestamp TO FL-OpenedTs(FL-Idx)
           MOVE WorkCategory TO FL-Category(FL-Idx)
           MOVE WorkDescription TO FL-Description(FL-Idx)
           MOVE "B" TO FL-Source(FL-Idx)
           MOVE "O" TO FL-Status(FL-Idx)
           MOVE SPACES TO FL-ClosedTs(FL-Idx)
           MOVE SPACES TO FL-FixApplied(FL-Idx)
           MOVE 1 TO FileChanged
           DISPLAY WorkCategory " fault opened on " WorkStationId
               " at " WorkTimestamp "."
       .

       Check-Category-Known.
           MOVE 0 TO CategoryKnown
           PERFORM Compare-Category
               VARYING CategoryIndex FROM 1 BY 1
               UNTIL CategoryIndex > 7
       .

       Compare-Category.
           IF WorkCategory = CT-Category(CategoryIndex)
               MOVE 1 TO CategoryKnown
           END-IF
       .

       Accept-Optional-Date.
           ACCEPT RawDate
           MOVE 1 TO DateIsValid
           IF RawDate = SPACES
               MOVE DefaultDate TO RawDate
           ELSE
               PERFORM Check-Date-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 8
               IF DateIsValid = 1
                   MOVE RawDate TO CalendarDate
                   IF CD-Month < 1 OR CD-Month > 12
                       MOVE 0 TO DateIsValid
                   ELSE
                       Perform Find-Month-Length
                       IF CD-Day < 1 OR CD-Day > MonthLength
                           MOVE 0 TO DateIsValid
                       END-IF
                   END-IF
               END-IF
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

       Accept-Optional-Time.
           ACCEPT RawTime
           MOVE 1 TO TimeIsValid
           IF RawTime = SPACES
               MOVE DefaultTime TO RawTime
           ELSE
               PERFORM Check-Time-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 6
               IF TimeIsValid = 1
                   IF RawTime(1:2) > "23" OR RawTime(3:2) > "59"
                       OR RawTime(5:2) > "59"
                       MOVE 0 TO TimeIsValid
                   END-IF
               END-IF
               IF TimeIsValid = 0
                   DISPLAY "Not a valid HHMMSS time: " RawTime
               END-IF
           END-IF
       .

       Check-Time-Char.
           IF RawTime(DateCharIndex:1) < "0"
               OR RawTime(DateCharIndex:1) > "9"
               MOVE 0 TO TimeIsValid
           END-IF
       .

*> The open faults on the station are numbered in file order and the
*> operator picks one; the time back in service may not be before the
*> fault started, or its downtime would come out negative.
       Close-Fault.
           DISPLAY "Station id?"
           ACCEPT WorkStationId
           INSPECT WorkStationId CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO ListAll
           IF WorkStationId = SPACES
               DISPLAY "Station id is required."
           ELSE
               Perform Close-Station-Fault
           END-IF
       .

       Close-Station-Fault.
           Perform List-Station-Faults
           IF OpenListed = 0
               DISPLAY "No open fault on " WorkStationId "."
           ELSE
               DISPLAY "Fault number to close (blank to cancel)?"
               ACCEPT ChosenText
               Perform Find-Chosen-Fault
               IF ChosenEntry = 0
                   DISPLAY "No fault closed."
               ELSE
                   Perform Close-Chosen-Fault
               END-IF
           END-IF
       .

       Find-Chosen-Fault.
           MOVE 0 TO ChosenEntry
           MOVE 0 TO ChosenFault
           EVALUATE TRUE
               WHEN ChosenText(1:1) IS NUMERIC
                   AND ChosenText(2:2) = SPACES
                   MOVE ChosenText(1:1) TO ChosenFault
               WHEN ChosenText(1:2) IS NUMERIC
                   AND ChosenText(3:1) = SPACE
                   MOVE ChosenText(1:2) TO ChosenFault
               WHEN ChosenText IS NUMERIC
                   MOVE ChosenText TO ChosenFault
           END-EVALUATE
           IF ChosenFault > 0 AND ChosenFault NOT > OpenListed
               MOVE 0 TO OpenListed
               PERFORM Match-Chosen-Fault
                   VARYING ListIndex FROM 1 BY 1
                   UNTIL ListIndex > FaultCount
           END-IF
       .

       Match-Chosen-Fault.
           MOVE ListIndex TO FL-Idx
           IF FL-StationId(FL-Idx) = WorkStationId
               AND FL-Status(FL-Idx) = "O"
               ADD 1 TO OpenListed
               IF OpenListed = ChosenFault
                   MOVE ListIndex TO ChosenEntry
               END-IF
           END-IF
       .

       Close-Chosen-Fault.
           MOVE ChosenEntry TO FL-Idx
           DISPLAY "Fix applied (up to 40 characters)?"
           ACCEPT WorkFixApplied
           DISPLAY "Date back in service YYYYMMDD (blank for today)?"
           MOVE CurrentDate TO DefaultDate
           MOVE 0 TO DateIsValid
           Perform Accept-Optional-Date UNTIL DateIsValid = 1
           MOVE RawDate TO WorkDate
           DISPLAY "Time back in service HHMMSS (blank for now)?"
           MOVE CurrentTime TO DefaultTime
           MOVE 0 TO TimeIsValid
           Perform Accept-Optional-Time UNTIL TimeIsValid = 1
           MOVE RawTime TO WorkTime
           EVALUATE TRUE
               WHEN WorkFixApplied = SPACES
                   DISPLAY "Fix applied is required - not closed."
               WHEN WorkTimestamp < FL-OpenedTs(FL-Idx)
                   DISPLAY "Back in service before the fault started"
                       " - not closed."
               WHEN WorkTimestamp > CurrentTimestamp
                   DISPLAY "Back in service in the future"
                       " - not closed."
               WHEN OTHER
                   MOVE "C" TO FL-Status(FL-Idx)
                   MOVE WorkTimestamp TO FL-ClosedTs(FL-Idx)
                   MOVE WorkFixApplied TO FL-FixApplied(FL-Idx)
                   MOVE 1 TO FileChanged
                   DISPLAY FL-Category(FL-Idx) " fault on "
                       WorkStationId " closed at " WorkTimestamp "."
           END-EVALUATE
       .

       List-Faults.
           DISPLAY "Station id (blank for every station)?"
           ACCEPT WorkStationId
           INSPECT WorkStationId CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Closed faults too (Y/N)?"
           ACCEPT ListAll
           INSPECT ListAll CONVERTING "y" TO "Y"
           Perform List-Station-Faults
           IF OpenListed = 0 AND ListAll NOT = "Y"
               DISPLAY "No open faults."
           END-IF
       .

       List-Station-Faults.
           MOVE 0 TO OpenListed
           DISPLAY "NO. STN  OPENED         CATEGORY STATUS S"
               " DESCRIPTION / FIX"
           PERFORM List-One-Fault
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > FaultCount
       .

*> Open faults carry the number Close-Fault asks for; closed ones are
*> listed unnumbered with the fix and the time back in service.
       List-One-Fault.
           MOVE ListIndex TO FL-Idx
           IF (WorkStationId = SPACES
               OR FL-StationId(FL-Idx) = WorkStationId)
               AND (FL-Status(FL-Idx) = "O" OR ListAll = "Y")
               MOVE SPACES TO ReportLine
               IF FL-Status(FL-Idx) = "O"
                   ADD 1 TO OpenListed
                   MOVE OpenListed TO ReportNumber
                   MOVE "OPEN" TO ReportStatus
                   STRING
                       ReportNumber              DELIMITED BY SIZE
                       " "                       DELIMITED BY SIZE
                       INTO ReportLine
               ELSE
                   MOVE "CLOSED" TO ReportStatus
               END-IF
               MOVE FL-StationId(FL-Idx) TO ReportLine(5:4)
               MOVE FL-OpenedTs(FL-Idx) TO ReportLine(10:14)
               MOVE FL-Category(FL-Idx) TO ReportLine(25:8)
               MOVE ReportStatus TO ReportLine(34:6)
               MOVE FL-Source(FL-Idx) TO ReportLine(41:1)
               MOVE FL-Description(FL-Idx) TO ReportLine(43:40)
               DISPLAY ReportLine
               IF FL-Status(FL-Idx) NOT = "O"
                   MOVE SPACES TO ReportLine
                   STRING
                       "         BACK "          DELIMITED BY SIZE
                       FL-ClosedTs(FL-Idx)       DELIMITED BY SIZE
                       "              "          DELIMITED BY SIZE
                       FL-FixApplied(FL-Idx)     DELIMITED BY SIZE
                       INTO ReportLine
                   DISPLAY ReportLine
               END-IF
           END-IF
       .

       Rewrite-Fault-File.
           OPEN OUTPUT FaultFile
           PERFORM Write-Fault-Record
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > FaultCount
           CLOSE FaultFile
       .

       Write-Fault-Record.
           MOVE ListIndex TO FL-Idx
           MOVE FL-StationId(FL-Idx) TO FA-StationId
           MOVE FL-OpenedTs(FL-Idx) TO FA-OpenedTs
           MOVE FL-Category(FL-Idx) TO FA-Category
           MOVE FL-Description(FL-Idx) TO FA-Description
           MOVE FL-Source(FL-Idx) TO FA-Source
           MOVE FL-Status(FL-Idx) TO FA-Status
           MOVE FL-ClosedTs(FL-Idx) TO FA-ClosedTs
           MOVE FL-FixApplied(FL-Idx) TO FA-FixApplied
           WRITE FaultRecord
       .

       END PROGRAM FaultLog.
