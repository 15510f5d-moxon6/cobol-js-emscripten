       IDENTIFICATION DIVISION.
       PROGRAM-ID. WalkoverCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspensionFile ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspensionFileStatus.
           SELECT FixturesFile ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FixturesFileStatus.
           SELECT LeagueFile ASSIGN TO "LEAGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LeagueFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuspensionFile.
       COPY "suspendrec.cpy".
       FD FixturesFile.
       COPY "fixturerec.cpy".
       FD LeagueFile.
       COPY "leaguerec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 SuspensionFileStatus PIC XX VALUE "00".
       01 FixturesFileStatus PIC XX VALUE "00".
       01 LeagueFileStatus PIC XX VALUE "00".
       01 EndOfSuspensionFile PIC 9 VALUE 0.
       01 EndOfFixturesFile PIC 9 VALUE 0.
       01 EndOfLeagueFile PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 SuspendedCount PIC 9(03) VALUE 0.
       01 SuspendedIndex PIC 9(03).
       01 SuspendedOverflow PIC 9 VALUE 0.
       01 SuspendedTable.
           05 SuspendedEntry OCCURS 200 TIMES INDEXED BY SD-Idx.
               10 SD-PlayerId PIC X(10).
               10 SD-EndDate  PIC 9(08).
       01 SuspendCheckId PIC X(10).
       01 SuspendHit PIC 9.
       01 SuspendedUntil PIC 9(08).
       01 Player1Suspended PIC 9.
       01 Player2Suspended PIC 9.
       01 Player1Until PIC 9(08).
       01 Player2Until PIC 9(08).
       01 FixtureLabel PIC X(18).
       01 FixturePlayer1Id PIC X(10).
       01 FixturePlayer2Id PIC X(10).
       01 WalkoverWinnerId PIC X(10).
       01 ReportUntil PIC X(08).
       01 BracketHeldCount PIC 9(03) VALUE 0.
       01 LeagueHeldCount PIC 9(03) VALUE 0.
       01 ReportLine PIC X(100).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "WALKOVER".
       01 SpoolReportTitle PIC X(30)
           VALUE "FIXTURES HELD FOR SUSPENSION".
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
           Perform Load-Suspended-Players
           DISPLAY "===== FIXTURES HELD FOR SUSPENSION ====="
           Perform Open-Report-Spool
           MOVE SPACES TO ReportLine
           STRING
               "Suspensions in force on "  DELIMITED BY SIZE
               CurrentDate                 DELIMITED BY SIZE
               ": "                        DELIMITED BY SIZE
               SuspendedCount              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF SuspendedOverflow = 1
               MOVE SPACES TO ReportLine
               STRING
                   "*** Suspension table full - later rows not"
                       DELIMITED BY SIZE
                   " checked. ***"
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "FIXTURE             PLAYER 1    PLAYER 2    "
                   DELIMITED BY SIZE
               "SUSPENDED   UNTIL     WALKOVER TO"
                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF SuspendedCount > 0
               Perform Scan-Bracket-Fixtures
               Perform Scan-League-Fixtures
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "Bracket fixtures held: "  DELIMITED BY SIZE
               BracketHeldCount           DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "League fixtures held:  "  DELIMITED BY SIZE
               LeagueHeldCount            DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF BracketHeldCount = 0 AND LeagueHeldCount = 0
               MOVE "No unplayed fixture involves a suspended player."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   "The cabinet holds these fixtures until the"
                       DELIMITED BY SIZE
                   " secretary records the walkover."
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           IF SuspendedOverflow = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           COMPUTE SpoolControlTotal =
               BracketHeldCount + LeagueHeldCount
           Perform Close-Report-Spool
           GOBACK.

       Load-Suspended-Players.
           OPEN INPUT SuspensionFile
           IF SuspensionFileStatus = "00"
               Perform Read-Suspension-Record
                   UNTIL EndOfSuspensionFile = 1
               CLOSE SuspensionFile
           END-IF
       .

       Read-Suspension-Record.
           READ SuspensionFile
               AT END MOVE 1 TO EndOfSuspensionFile
               NOT AT END
                   IF SU-StartDate <= CurrentDate
                       AND SU-EndDate >= CurrentDate
                       AND (SU-LiftedDate = 0
                           OR SU-LiftedDate > CurrentDate)
                       Perform Store-Suspended-Player
                   END-IF
           END-READ
       .

       Store-Suspended-Player.
           IF SuspendedCount < 200
               ADD 1 TO SuspendedCount
               MOVE SuspendedCount TO SD-Idx
               MOVE SU-PlayerId TO SD-PlayerId(SD-Idx)
               MOVE SU-EndDate TO SD-EndDate(SD-Idx)
           ELSE
               MOVE 1 TO SuspendedOverflow
           END-IF
       .

       Check-Player-Suspended.
           MOVE 0 TO SuspendHit
           MOVE 0 TO SuspendedUntil
           IF SuspendCheckId NOT = SPACES
               PERFORM Match-Suspended-Entry
                   VARYING SuspendedIndex FROM 1 BY 1
                   UNTIL SuspendedIndex > SuspendedCount
           END-IF
       .

       Match-Suspended-Entry.
           MOVE SuspendedIndex TO SD-Idx
           IF SD-PlayerId(SD-Idx) = SuspendCheckId
               MOVE 1 TO SuspendHit
               IF SD-EndDate(SD-Idx) > SuspendedUntil
                   MOVE SD-EndDate(SD-Idx) TO SuspendedUntil
               END-IF
           END-IF
       .

       Scan-Bracket-Fixtures.
           OPEN INPUT FixturesFile
           IF FixturesFileStatus = "00"
               Perform Read-Fixture-Record UNTIL EndOfFixturesFile = 1
               CLOSE FixturesFile
           END-IF
       .

       Read-Fixture-Record.
           READ FixturesFile
               AT END MOVE 1 TO EndOfFixturesFile
               NOT AT END
                   IF FX-WinnerId = SPACES
                       AND FX-Player1Id NOT = SPACES
                       AND FX-Player1Id NOT = "BYE"
                       AND FX-Player2Id NOT = SPACES
                       AND FX-Player2Id NOT = "BYE"
                       MOVE SPACES TO FixtureLabel
                       STRING
                           "BRACKET R"      DELIMITED BY SIZE
                           FX-Round         DELIMITED BY SIZE
                           " M"             DELIMITED BY SIZE
                           FX-MatchNumber   DELIMITED BY SIZE
                           INTO FixtureLabel
                       MOVE FX-Player1Id TO FixturePlayer1Id
                       MOVE FX-Player2Id TO FixturePlayer2Id
                       Perform Check-Fixture-Players
                       IF Player1Suspended = 1 OR Player2Suspended = 1
                           ADD 1 TO BracketHeldCount
                       END-IF
                   END-IF
           END-READ
       .

       Scan-League-Fixtures.
           OPEN INPUT LeagueFile
           IF LeagueFileStatus = "00"
               Perform Read-League-Record UNTIL EndOfLeagueFile = 1
               CLOSE LeagueFile
           END-IF
       .

       Read-League-Record.
           READ LeagueFile
               AT END MOVE 1 TO EndOfLeagueFile
               NOT AT END
                   IF LG-WinnerId = SPACES
                       AND LG-Player1Id NOT = SPACES
                       AND LG-Player2Id NOT = SPACES
                       MOVE SPACES TO FixtureLabel
                       STRING
                           "LEAGUE W"       DELIMITED BY SIZE
                           LG-Week          DELIMITED BY SIZE
                           " M"             DELIMITED BY SIZE
                           LG-MatchNumber   DELIMITED BY SIZE
                           INTO FixtureLabel
                       MOVE LG-Player1Id TO FixturePlayer1Id
                       MOVE LG-Player2Id TO FixturePlayer2Id
                       Perform Check-Fixture-Players
                       IF Player1Suspended = 1 OR Player2Suspended = 1
                           ADD 1 TO LeagueHeldCount
                       END-IF
                   END-IF
           END-READ
       .

*> The walkover goes to the side that is free to play. When both
*> players are suspended there is no one to award it to, so the line
*> is printed for the secretary to void the fixture instead.
       Check-Fixture-Players.
           MOVE FixturePlayer1Id TO SuspendCheckId
           Perform Check-Player-Suspended
           MOVE SuspendHit TO Player1Suspended
           MOVE SuspendedUntil TO Player1Until
           MOVE FixturePlayer2Id TO SuspendCheckId
           Perform Check-Player-Suspended
           MOVE SuspendHit TO Player2Suspended
           MOVE SuspendedUntil TO Player2Until
           IF Player1Suspended = 1 AND Player2Suspended = 1
               MOVE "BOTH-VOID" TO WalkoverWinnerId
               MOVE FixturePlayer1Id TO SuspendCheckId
               MOVE Player1Until TO SuspendedUntil
               Perform Print-Held-Fixture
               MOVE FixturePlayer2Id TO SuspendCheckId
               MOVE Player2Until TO SuspendedUntil
               Perform Print-Held-Fixture
           ELSE
               IF Player1Suspended = 1
                   MOVE FixturePlayer2Id TO WalkoverWinnerId
                   MOVE FixturePlayer1Id TO SuspendCheckId
                   MOVE Player1Until TO SuspendedUntil
                   Perform Print-Held-Fixture
               END-IF
               IF Player2Suspended = 1
                   MOVE FixturePlayer1Id TO WalkoverWinnerId
                   MOVE FixturePlayer2Id TO SuspendCheckId
                   MOVE Player2Until TO SuspendedUntil
                   Perform Print-Held-Fixture
               END-IF
           END-IF
       .

       Print-Held-Fixture.
           IF SuspendedUntil = 99999999
               MOVE "OPEN" TO ReportUntil
           ELSE
               MOVE SuspendedUntil TO ReportUntil
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               FixtureLabel          DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               FixturePlayer1Id      DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               FixturePlayer2Id      DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               SuspendCheckId        DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               ReportUntil           DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               WalkoverWinnerId      DELIMITED BY SIZE
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

       END PROGRAM WalkoverCheck.
