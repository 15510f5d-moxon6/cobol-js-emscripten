       IDENTIFICATION DIVISION.
       PROGRAM-ID. LadderForfeit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LadderFile ASSIGN TO "LADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LadderFileStatus.
           SELECT ChallengeFile ASSIGN TO "CHALLENGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeFileStatus.
           SELECT SuspensionFile ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspensionFileStatus.
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
       FD SuspensionFile.
       COPY "suspendrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 LadderFileStatus PIC XX VALUE "00".
       01 ChallengeFileStatus PIC XX VALUE "00".
       01 SuspensionFileStatus PIC XX VALUE "00".
       01 EndOfLadderFile PIC 9 VALUE 0.
       01 EndOfChallengeFile PIC 9 VALUE 0.
       01 EndOfSuspensionFile PIC 9 VALUE 0.
       01 CurrentDate PIC 9(08).
       01 LadderCount PIC 9(03) VALUE 0.
       01 LadderIndex PIC 9(03).
       01 PriorLadderIndex PIC 9(03).
       01 LadderTable.
           05 LadderEntry OCCURS 100 TIMES INDEXED BY LR-Idx.
               10 LR-Rung           PIC 9(03).
               10 LR-PlayerId       PIC X(10).
               10 LR-JoinedDate     PIC 9(08).
               10 LR-WeekStartRung  PIC 9(03).
               10 LR-WeekStartDate  PIC 9(08).
       01 HeldLadderEntry PIC X(32).
       01 ChallengeCount PIC 9(03) VALUE 0.
       01 ChallengeIndex PIC 9(03).
       01 ChallengeTable.
           05 ChallengeEntry OCCURS 500 TIMES INDEXED BY CG-Idx.
               10 CG-ChallengeNumber  PIC 9(05).
               10 CG-ChallengerId     PIC X(10).
               10 CG-ChallengerRung   PIC 9(03).
               10 CG-DefenderId       PIC X(10).
               10 CG-DefenderRung     PIC 9(03).
               10 CG-IssuedDate       PIC 9(08).
               10 CG-ExpiryDate       PIC 9(08).
               10 CG-Status           PIC X(09).
               10 CG-WinnerId         PIC X(10).
               10 CG-SettledDate      PIC 9(08).
               10 CG-MatchStartTs     PIC X(14).
               10 CG-StationId        PIC X(04).
       01 SuspendedCount PIC 9(03) VALUE 0.
       01 SuspendedIndex PIC 9(03).
       01 SuspendedTable.
           05 SuspendedEntry OCCURS 200 TIMES INDEXED BY SD-Idx.
               10 SD-PlayerId PIC X(10).
       01 SuspendCheckId PIC X(10).
       01 SuspendHit PIC 9.
       01 LadderOverflow PIC 9 VALUE 0.
       01 ChallengeOverflow PIC 9 VALUE 0.
       01 SuspendedOverflow PIC 9 VALUE 0.
       01 WorkPlayerId PIC X(10).
       01 FoundRung PIC 9(03).
       01 ChallengerRung PIC 9(03).
       01 DefenderRung PIC 9(03).
       01 ForfeitCount PIC 9(03) VALUE 0.
       01 LapsedCount PIC 9(03) VALUE 0.
       01 OpenCount PIC 9(03) VALUE 0.
       01 LadderMoved PIC 9 VALUE 0.
       01 MovementText PIC X(30).
       01 ReportLine PIC X(100).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "LADFFT".
       01 SpoolReportTitle PIC X(30)
           VALUE "LADDER CHALLENGE FORFEITS".
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
           Perform Load-Challenge-File
           Perform Load-Suspended-Players
           DISPLAY "===== LADDER CHALLENGE FORFEITS " CurrentDate
               " ====="
           IF LadderOverflow = 1 OR ChallengeOverflow = 1
               DISPLAY "*** Ladder or challenge table full - no"
                   " forfeits applied. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           Perform Open-Report-Spool
           MOVE "NUMBER CHALLENGER DEFENDER   EXPIRED  OUTCOME"
               TO ReportLine
           Perform Spool-Line
           PERFORM Check-One-Challenge VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           IF ForfeitCount > 0 OR LapsedCount > 0
               Perform Rewrite-Challenge-File
           END-IF
           IF LadderMoved = 1
               Perform Rewrite-Ladder-File
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "Challenges forfeited:  " DELIMITED BY SIZE
               ForfeitCount              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "Challenges lapsed:     " DELIMITED BY SIZE
               LapsedCount               DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SPACES TO ReportLine
           STRING
               "Challenges still open: " DELIMITED BY SIZE
               OpenCount                 DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF SuspendedOverflow = 1
               MOVE "*** Suspension table full - later rows not checked. ***"
                   TO ReportLine
               Perform Spool-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           COMPUTE SpoolControlTotal = ForfeitCount + LapsedCount
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
                   ELSE
                       MOVE 1 TO LadderOverflow
                   END-IF
           END-READ
       .

       Load-Challenge-File.
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
                   IF ChallengeCount < 500
                       ADD 1 TO ChallengeCount
                       MOVE ChallengeCount TO CG-Idx
                       MOVE ChallengeRecord TO ChallengeEntry(CG-Idx)
                   ELSE
                       MOVE 1 TO ChallengeOverflow
                   END-IF
           END-READ
       .

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
                       IF SuspendedCount < 200
                           ADD 1 TO SuspendedCount
                           MOVE SuspendedCount TO SD-Idx
                           MOVE SU-PlayerId TO SD-PlayerId(SD-Idx)
                       ELSE
                           MOVE 1 TO SuspendedOverflow
                       END-IF
                   END-IF
           END-READ
       .

       Check-Player-Suspended.
           MOVE 0 TO SuspendHit
           PERFORM Match-Suspended-Entry
               VARYING SuspendedIndex FROM 1 BY 1
               UNTIL SuspendedIndex > SuspendedCount OR SuspendHit = 1
       .

       Match-Suspended-Entry.
           MOVE SuspendedIndex TO SD-Idx
           IF SD-PlayerId(SD-Idx) = SuspendCheckId
               MOVE 1 TO SuspendHit
           END-IF
       .

*> A challenge still open after its expiry date is forfeited by the
*> defender, who had the week to play it, and the challenger takes
*> the rung as if they had won. A suspended challenger cannot profit
*> from the forfeit, so their challenge simply lapses. Challenges are
*> settled in file order, which is issue order, so a run of forfeits
*> moves the ladder the same way the matches would have.
       Check-One-Challenge.
           MOVE ChallengeIndex TO CG-Idx
           IF CG-Status(CG-Idx) = "OPEN"
               IF CG-ExpiryDate(CG-Idx) < CurrentDate
                   MOVE CG-ChallengerId(CG-Idx) TO SuspendCheckId
                   Perform Check-Player-Suspended
                   MOVE CurrentDate TO CG-SettledDate(CG-Idx)
                   IF SuspendHit = 1
                       MOVE "WITHDRAWN" TO CG-Status(CG-Idx)
                       MOVE "LAPSED - CHALLENGER SUSPENDED"
                           TO MovementText
                       ADD 1 TO LapsedCount
                   ELSE
                       MOVE "FORFEIT" TO CG-Status(CG-Idx)
                       MOVE CG-ChallengerId(CG-Idx) TO CG-WinnerId(CG-Idx)
                       ADD 1 TO ForfeitCount
                       Perform Apply-Ladder-Move
                   END-IF
                   Perform Print-Settled-Challenge
               ELSE
                   ADD 1 TO OpenCount
               END-IF
           END-IF
       .

       Print-Settled-Challenge.
           MOVE SPACES TO ReportLine
           STRING
               CG-ChallengeNumber(CG-Idx)  DELIMITED BY SIZE
               "  "                        DELIMITED BY SIZE
               CG-ChallengerId(CG-Idx)     DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               CG-DefenderId(CG-Idx)       DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               CG-ExpiryDate(CG-Idx)       DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               MovementText                DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
       .

*> The challenger takes the defender's current rung and everyone from
*> that rung down to the challenger's old rung drops one. If earlier
*> results have already put the challenger above the defender the
*> ladder is left as it stands.
       Apply-Ladder-Move.
           MOVE CG-ChallengerId(CG-Idx) TO WorkPlayerId
           Perform Find-Ladder-Player
           MOVE FoundRung TO ChallengerRung
           MOVE CG-DefenderId(CG-Idx) TO WorkPlayerId
           Perform Find-Ladder-Player
           MOVE FoundRung TO DefenderRung
           IF ChallengerRung > 0 AND DefenderRung > 0
               AND DefenderRung < ChallengerRung
               MOVE LadderEntry(ChallengerRung) TO HeldLadderEntry
               PERFORM Drop-One-Rung
                   VARYING LadderIndex FROM ChallengerRung BY -1
                   UNTIL LadderIndex <= DefenderRung
               MOVE HeldLadderEntry TO LadderEntry(DefenderRung)
               PERFORM Renumber-Rung VARYING LadderIndex FROM 1 BY 1
                   UNTIL LadderIndex > LadderCount
               MOVE 1 TO LadderMoved
               MOVE SPACES TO MovementText
               STRING
                   "FORFEIT - RUNG "        DELIMITED BY SIZE
                   ChallengerRung           DELIMITED BY SIZE
                   " TO "                   DELIMITED BY SIZE
                   DefenderRung             DELIMITED BY SIZE
                   INTO MovementText
           ELSE
               MOVE "FORFEIT - NO MOVE" TO MovementText
           END-IF
       .

       Drop-One-Rung.
           COMPUTE PriorLadderIndex = LadderIndex - 1
           MOVE PriorLadderIndex TO LR-Idx
           MOVE LadderEntry(LR-Idx) TO LadderEntry(LadderIndex)
       .

       Renumber-Rung.
           MOVE LadderIndex TO LR-Idx
           MOVE LadderIndex TO LR-Rung(LR-Idx)
       .

       Find-Ladder-Player.
           MOVE 0 TO FoundRung
           PERFORM Compare-Ladder-Player VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount OR FoundRung > 0
       .

       Compare-Ladder-Player.
           MOVE LadderIndex TO LR-Idx
           IF LR-PlayerId(LR-Idx) = WorkPlayerId
               MOVE LadderIndex TO FoundRung
           END-IF
       .

       Rewrite-Ladder-File.
           OPEN OUTPUT LadderFile
           PERFORM Write-Ladder-Record VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           CLOSE LadderFile
       .

       Write-Ladder-Record.
           MOVE LadderIndex TO LR-Idx
           MOVE LadderEntry(LR-Idx) TO LadderRecord
           WRITE LadderRecord
       .

       Rewrite-Challenge-File.
           OPEN OUTPUT ChallengeFile
           PERFORM Write-Challenge-Record
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           CLOSE ChallengeFile
       .

       Write-Challenge-Record.
           MOVE ChallengeIndex TO CG-Idx
           MOVE ChallengeEntry(CG-Idx) TO ChallengeRecord
           WRITE ChallengeRecord
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

       END PROGRAM LadderForfeit.
