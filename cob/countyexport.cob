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
           SELECT ExportCtlFile ASSIGN TO "EXPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExportCtlFileStatus.
           SELECT CountyOutFile ASSIGN TO "COUNTYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountyOutFileStatus.
           SELECT CycleParmFile ASSIGN TO "CYCLEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CycleParmFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       FD ExportCtlFile.
       COPY "expctlrec.cpy".
       FD CountyOutFile.
       01 CountyOutRecord PIC X(80).
       FD CycleParmFile.
       COPY "cycleparm.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 ExportCtlFileStatus PIC XX VALUE "00".
       01 CountyOutFileStatus PIC XX VALUE "00".
       01 CycleParmFileStatus PIC XX VALUE "00".
       01 CycleRun PIC 9 VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfExportCtlFile PIC 9 VALUE 0.
       01 EndOfMatchIndex PIC 9 VALUE 0.
       01 RangeStartTimestamp.
           05 RS-Date PIC 9(08).
           05 RS-Time PIC 9(06) VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
           DISPLAY "===== COUNTY LEAGUE RESULT EXPORT ====="
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           Perform Check-Cycle-Run
           IF CycleRun = 1
               Perform Take-Cycle-Range
           ELSE
               Perform Ask-Export-Range
           END-IF
           IF VenueId = SPACES
               DISPLAY "No venue id entered - run refused."
               GOBACK
           END-IF
           IF ExportEndDate < ExportStartDate
               DISPLAY "End date before start date - run refused."
               GOBACK
                   " refused so matches cannot be double-reported."
               GOBACK
           END-IF
           OPEN INPUT MatchIndexFile
           IF MatchIndexFileStatus NOT = "00"
               DISPLAY "*** MATCH INDEX NOT AVAILABLE - STATUS "
                   MatchIndexFileStatus " - RUN MatchIndexBuild ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CountyOutFile
           Perform Write-Export-Header
           Perform Export-Indexed-Matches
           Perform Export-Live-File
           Perform Write-Export-Trailer
           CLOSE CountyOutFile
           CLOSE MatchIndexFile
           IF DetailCount = 0
               DISPLAY "No matches in that range - no export marked."
           ELSE
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

*> Under the weekly cycle the range is the cycle's week and the venue
*> is the one given when the cycle was started.
       Take-Cycle-Range.
           MOVE CY-VenueId TO VenueId
           MOVE CY-WeekStartDate TO ExportStartDate
           MOVE CY-WeekEndDate TO ExportEndDate
           DISPLAY "Weekly cycle - venue " VenueId " week "
               ExportStartDate " to " ExportEndDate
       .

       Ask-Export-Range.
           DISPLAY "Venue id (as registered with the league)?"
           ACCEPT VenueId
           IF VenueId NOT = SPACES
               DISPLAY "Range start date (YYYYMMDD)?"
               Perform Accept-Export-Date
               MOVE RawDate TO ExportStartDate
               DISPLAY "Range end date (YYYYMMDD)?"
               Perform Accept-Export-Date
               MOVE RawDate TO ExportEndDate
           END-IF
       .

       Accept-Export-Date.
           MOVE 0 TO DateIsValid
           Perform Accept-One-Date UNTIL DateIsValid = 1
           WRITE CountyOutRecord
       .

*> The range is read off the end-date key of the match index, from
*> the first match finishing on the start date to the last finishing
*> on the end date, instead of scanning every archive generation.
       Export-Indexed-Matches.
           MOVE ExportStartDate TO RS-Date
           MOVE RangeStartTimestamp TO MX-EndTimestamp
           START MatchIndexFile KEY IS NOT LESS THAN MX-EndTimestamp
               INVALID KEY MOVE 1 TO EndOfMatchIndex
           END-START
           Perform Read-Indexed-Match UNTIL EndOfMatchIndex = 1
       .

       Read-Indexed-Match.
           READ MatchIndexFile NEXT
               AT END MOVE 1 TO EndOfMatchIndex
               NOT AT END
                   MOVE MX-EndTimestamp(1:8) TO MatchDate
                   IF MatchDate > ExportEndDate
                       MOVE 1 TO EndOfMatchIndex
                   ELSE
                       Perform Load-Match-From-Index
                       Perform Sift-Match-Record
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

       Export-Live-File.
           END-IF
       .

*> Only tonight's rows not yet posted to the index are taken from the
*> live file, so no match is exported twice.
       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   MOVE MH-StartTimestamp TO MX-StartTimestamp
                   MOVE MH-StationId TO MX-StationId
                   READ MatchIndexFile
                       KEY IS MX-MatchKey
                       INVALID KEY Perform Sift-Match-Record
                   END-READ
           END-READ
       .

