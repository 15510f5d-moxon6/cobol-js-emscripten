       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberRenewals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-PlayerId
               FILE STATUS IS MemberFileStatus.
           SELECT SortMemberFile ASSIGN TO "SORTWK1".
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       COPY "memberrec.cpy".
       SD SortMemberFile.
       01 SortMemberRecord.
           05 SM-ExpiryDate     PIC 9(08).
           05 SM-PlayerId       PIC X(10).
           05 SM-FullName       PIC X(40).
           05 SM-MemberType     PIC X(08).
           05 SM-Email          PIC X(40).
           05 SM-Phone          PIC X(15).
           05 SM-GuardianName   PIC X(30).
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MemberFileStatus PIC XX VALUE "00".
       01 EndOfMemberFile PIC 9 VALUE 0.
       01 SortMembersDone PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 WindowEndDate PIC 9(08).
       01 CountToDate PIC 9(08).
       01 WindowDays PIC 99 VALUE 30.
       01 DayCounter PIC 99.
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
       01 DaysBetween PIC 9(05).
       01 EditedDays PIC ZZZZ9.
       01 CurrentSection PIC X(01) VALUE SPACE.
       01 LapsedCount PIC 9(05) VALUE 0.
       01 ExpiringCount PIC 9(05) VALUE 0.
       01 MembersListed PIC 9(07) VALUE 0.
       01 EditedCount PIC ZZZZ9.
       01 ContactText PIC X(40).
       01 ReportLine PIC X(132).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "RENEWALS".
       01 SpoolReportTitle PIC X(30)
           VALUE "MEMBERSHIP RENEWALS".
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

*> Run once a month so the desk can chase renewals: every member whose
*> membership runs out in the next 30 days, soonest first, and every
*> member whose membership has already run out, with how long ago and
*> how to reach them. A junior's guardian is shown as the contact.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           MOVE CurrentDate TO CalendarDateNumeric
           PERFORM Add-One-Day VARYING DayCounter FROM 1 BY 1
               UNTIL DayCounter > WindowDays
           MOVE CalendarDateNumeric TO WindowEndDate
           OPEN INPUT MemberFile
           IF MemberFileStatus NOT = "00"
               DISPLAY "No membership file found - nothing to report."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE MemberFile
           DISPLAY "===== MEMBERSHIP RENEWALS " CurrentDate " ====="
           Perform Open-Report-Spool
           SORT SortMemberFile
               ON ASCENDING KEY SM-ExpiryDate
               ON ASCENDING KEY SM-PlayerId
               INPUT PROCEDURE Release-Members THRU Release-Members-Exit
               OUTPUT PROCEDURE Print-Renewals THRU Print-Renewals-Exit
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE LapsedCount TO EditedCount
           MOVE SPACES TO ReportLine
           STRING
               "MEMBERS LAPSED            " DELIMITED BY SIZE
               EditedCount                  DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE ExpiringCount TO EditedCount
           MOVE SPACES TO ReportLine
           STRING
               "EXPIRING BY "               DELIMITED BY SIZE
               WindowEndDate                DELIMITED BY SIZE
               "      "                     DELIMITED BY SIZE
               EditedCount                  DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE MembersListed TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Release-Members.
           OPEN INPUT MemberFile
           MOVE 0 TO EndOfMemberFile
           Perform Read-One-Member UNTIL EndOfMemberFile = 1
           CLOSE MemberFile
           GO TO Release-Members-Exit.

       Read-One-Member.
           READ MemberFile NEXT RECORD
               AT END MOVE 1 TO EndOfMemberFile
               NOT AT END
                   IF MB-ExpiryDate NOT > WindowEndDate
                       Perform Release-One-Member
                   END-IF
           END-READ
       .

       Release-One-Member.
           MOVE MB-ExpiryDate TO SM-ExpiryDate
           MOVE MB-PlayerId TO SM-PlayerId
           MOVE MB-FullName TO SM-FullName
           MOVE MB-MemberType TO SM-MemberType
           MOVE MB-Email TO SM-Email
           MOVE MB-Phone TO SM-Phone
           MOVE MB-GuardianName TO SM-GuardianName
           RELEASE SortMemberRecord
       .

       Release-Members-Exit.
           EXIT.

       Print-Renewals.
           MOVE 0 TO SortMembersDone
           Perform Return-One-Member UNTIL SortMembersDone = 1
           IF MembersListed = 0
               MOVE "NO MEMBERSHIPS LAPSED OR DUE IN THE NEXT 30 DAYS."
                   TO ReportLine
               Perform Spool-Line
           END-IF
           GO TO Print-Renewals-Exit.

       Return-One-Member.
           RETURN SortMemberFile
               AT END MOVE 1 TO SortMembersDone
               NOT AT END Perform Print-Renewal-Line
           END-RETURN
       .

*> Lapsed members sort ahead of the ones still current because their
*> expiry dates are earlier, so each section starts where the dates
*> cross today.
       Print-Renewal-Line.
           IF SM-ExpiryDate < CurrentDate
               IF CurrentSection NOT = "L"
                   MOVE "L" TO CurrentSection
                   Perform Print-Lapsed-Heading
               END-IF
               MOVE SM-ExpiryDate TO CalendarDateNumeric
               MOVE CurrentDate TO CountToDate
               ADD 1 TO LapsedCount
           ELSE
               IF CurrentSection NOT = "E"
                   MOVE "E" TO CurrentSection
                   Perform Print-Expiring-Heading
               END-IF
               MOVE CurrentDate TO CalendarDateNumeric
               MOVE SM-ExpiryDate TO CountToDate
               ADD 1 TO ExpiringCount
           END-IF
           MOVE 0 TO DaysBetween
           Perform Count-One-Day
               UNTIL CalendarDateNumeric NOT < CountToDate
               OR DaysBetween > 99998
           MOVE DaysBetween TO EditedDays
           IF SM-GuardianName NOT = SPACES
               MOVE SPACES TO ContactText
               STRING
                   "GUARDIAN "          DELIMITED BY SIZE
                   SM-GuardianName      DELIMITED BY SIZE
                   INTO ContactText
           ELSE
               IF SM-Email NOT = SPACES
                   MOVE SM-Email TO ContactText
               ELSE
                   MOVE SM-Phone TO ContactText
               END-IF
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               SM-PlayerId          DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               SM-FullName(1:30)    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               SM-MemberType        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               SM-ExpiryDate        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               EditedDays           DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               ContactText          DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF SM-GuardianName NOT = SPACES
               AND (SM-Email NOT = SPACES OR SM-Phone NOT = SPACES)
               MOVE SPACES TO ReportLine
               MOVE SM-Email TO ReportLine(70:40)
               IF SM-Email = SPACES
                   MOVE SM-Phone TO ReportLine(70:15)
               END-IF
               Perform Spool-Line
           END-IF
           ADD 1 TO MembersListed
       .

       Print-Lapsed-Heading.
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE "----- MEMBERSHIP LAPSED -----" TO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "PLAYER     NAME                           TYPE     "
                   DELIMITED BY SIZE
               "EXPIRED  DAYS AGO CONTACT"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Print-Expiring-Heading.
           MOVE SPACES TO ReportLine
           Perform Spool-Line
           MOVE "----- DUE FOR RENEWAL IN THE NEXT 30 DAYS -----"
               TO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "PLAYER     NAME                           TYPE     "
                   DELIMITED BY SIZE
               "EXPIRES DAYS LEFT CONTACT"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

       Count-One-Day.
           Perform Add-One-Day
           ADD 1 TO DaysBetween
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

       Print-Renewals-Exit.
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

       END PROGRAM MemberRenewals.
