           SELECT QueueFile ASSIGN TO "NEXTUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QueueFileStatus.
           SELECT SuspensionFile ASSIGN TO "SUSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspensionFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "nextuprec.cpy".
       FD SuspensionFile.
       COPY "suspendrec.cpy".
       WORKING-STORAGE SECTION.
       01 QueueFileStatus PIC XX VALUE "00".
       01 EndOfQueueFile PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 ClockTime PIC 9(08).
       01 WorkPlayer1Id PIC X(10).
       01 WorkPlayer2Id PIC X(10).
       01 WorkModeCode PIC X(01).
       01 ShiftIndex PIC 99.
       01 ReportRank PIC 99.
       01 ReportModeName PIC X(10).
       01 ReportPlayer2 PIC X(10).
       01 ReportLine PIC X(70).
       01 SuspensionFileStatus PIC XX VALUE "00".
       01 EndOfSuspensionFile PIC 9 VALUE 0.
       01 SuspendCheckId PIC X(10).
       01 SuspendHit PIC 9.
       01 SuspendedUntil PIC 9(08).
       01 SoloAlreadyQueued PIC 99.

       PROCEDURE DIVISION.
       Main.
       .

       Process-One-Function.
           DISPLAY "Function? A=Add S=Add solo P=Pair solos D=Delete"
               " L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "aspdlx" TO "ASPDLX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Entry
               WHEN "S"
                   Perform Guarded-Add-Solo-Entry
               WHEN "P"
                   Perform Guarded-Pair-Solo-Entries
               WHEN "D"
                   Perform Guarded-Delete-Entry
               WHEN "L"
           END-IF
       .

       Guarded-Add-Solo-Entry.
           IF QueueOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Solo-Entry
           END-IF
       .

       Guarded-Pair-Solo-Entries.
           IF QueueOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Pair-Solo-Entries
           END-IF
       .

       Guarded-Delete-Entry.
           IF QueueOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
               IF WorkPlayer1Id = SPACES OR WorkPlayer2Id = SPACES
                   DISPLAY "Both sets of initials needed - rejected."
               ELSE
                   ACCEPT CurrentDate FROM DATE YYYYMMDD
                   MOVE 0 TO ModeIsValid
                   MOVE WorkPlayer1Id TO SuspendCheckId
                   Perform Check-Player-Suspended
                   IF SuspendHit = 0
                       MOVE WorkPlayer2Id TO SuspendCheckId
                       Perform Check-Player-Suspended
                   END-IF
                   IF SuspendHit = 1
                       Perform Show-Suspension-Refusal
                   ELSE
                       Perform Accept-Requested-Mode
                   END-IF
                   IF ModeIsValid = 1
                       ACCEPT CurrentDate FROM DATE YYYYMMDD
                       ACCEPT ClockTime FROM TIME
                       MOVE ClockTime(1:6) TO CurrentTime
                       ADD 1 TO QueueCount
                       MOVE QueueCount TO QM-Idx
                       MOVE WorkPlayer1Id TO QM-Player1Id(QM-Idx)
           END-IF
       .

*> A player who walks in alone waits with no second player until the
*> pairing run finds someone of a similar rating who wants the same
*> mode. One-player games need no partner and are queued with A.
       Add-Solo-Entry.
           IF QueueCount >= 20
               DISPLAY "Queue table full - rejected."
           ELSE
               DISPLAY "Player initials?"
               ACCEPT WorkPlayer1Id
               MOVE 0 TO ModeIsValid
               Perform Find-Solo-Entry
               IF WorkPlayer1Id = SPACES
                   DISPLAY "Initials needed - rejected."
               ELSE
                   IF SoloAlreadyQueued > 0
                       DISPLAY WorkPlayer1Id " is already waiting at"
                           " position " SoloAlreadyQueued " - rejected."
                   ELSE
                       ACCEPT CurrentDate FROM DATE YYYYMMDD
                       MOVE WorkPlayer1Id TO SuspendCheckId
                       Perform Check-Player-Suspended
                       IF SuspendHit = 1
                           Perform Show-Suspension-Refusal
                       ELSE
                           Perform Accept-Solo-Mode
                       END-IF
                   END-IF
               END-IF
               IF ModeIsValid = 1
                   ACCEPT CurrentDate FROM DATE YYYYMMDD
                   ACCEPT ClockTime FROM TIME
                   MOVE ClockTime(1:6) TO CurrentTime
                   ADD 1 TO QueueCount
                   MOVE QueueCount TO QM-Idx
                   MOVE WorkPlayer1Id TO QM-Player1Id(QM-Idx)
                   MOVE SPACES TO QM-Player2Id(QM-Idx)
                   MOVE WorkGameMode TO QM-GameMode(QM-Idx)
                   MOVE CurrentTimestamp TO QM-AddedTimestamp(QM-Idx)
                   MOVE 1 TO FileChanged
                   DISPLAY "Added at position " QueueCount
                       " to wait for a partner."
               END-IF
           END-IF
       .

       Find-Solo-Entry.
           MOVE 0 TO SoloAlreadyQueued
           PERFORM Compare-Solo-Entry VARYING ShiftIndex FROM 1 BY 1
               UNTIL ShiftIndex > QueueCount OR SoloAlreadyQueued > 0
       .

       Compare-Solo-Entry.
           MOVE ShiftIndex TO QM-Idx
           IF QM-Player1Id(QM-Idx) = WorkPlayer1Id
               AND QM-Player2Id(QM-Idx) = SPACES
               MOVE ShiftIndex TO SoloAlreadyQueued
           END-IF
       .

       Accept-Solo-Mode.
           DISPLAY "Mode? 2=Two Player 5=Blitz"
           ACCEPT WorkModeCode
           MOVE 1 TO ModeIsValid
           EVALUATE WorkModeCode
               WHEN "2"
                   MOVE 0 TO WorkGameMode
               WHEN "5"
                   MOVE 3 TO WorkGameMode
               WHEN OTHER
                   DISPLAY "Unknown mode: " WorkModeCode
                       " - entry rejected."
                   MOVE 0 TO ModeIsValid
           END-EVALUATE
       .

*> The pairing run works on the file, so any edits made so far are
*> written out first and the queue is read back in afterwards.
       Pair-Solo-Entries.
           IF FileChanged = 1
               Perform Rewrite-Queue-File
               MOVE 0 TO FileChanged
           END-IF
           CALL "SoloPairing"
               ON EXCEPTION DISPLAY "Pairing run not available."
           END-CALL
           MOVE 0 TO QueueCount
           MOVE 0 TO EndOfQueueFile
           Perform Load-Queue-File
       .

       Accept-Requested-Mode.
           DISPLAY "Mode? 1=One Player 2=Two Player 5=Blitz"
           ACCEPT WorkModeCode
           END-EVALUATE
       .

*> A suspended player cannot be queued: the cabinet would only refuse
*> the pair when they are called, and hold up everyone behind them.
       Check-Player-Suspended.
           MOVE 0 TO SuspendHit
           MOVE 0 TO SuspendedUntil
           MOVE 0 TO EndOfSuspensionFile
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
                   IF SU-PlayerId = SuspendCheckId
                       AND SU-StartDate <= CurrentDate
                       AND SU-EndDate >= CurrentDate
                       AND (SU-LiftedDate = 0
                           OR SU-LiftedDate > CurrentDate)
                       MOVE 1 TO SuspendHit
                       IF SU-EndDate > SuspendedUntil
                           MOVE SU-EndDate TO SuspendedUntil
                       END-IF
                   END-IF
           END-READ
       .

       Show-Suspension-Refusal.
           IF SuspendedUntil = 99999999
               DISPLAY SuspendCheckId " is suspended until further"
                   " notice - entry rejected."
           ELSE
               DISPLAY SuspendCheckId " is suspended until "
                   SuspendedUntil " - entry rejected."
           END-IF
       .

       Delete-Entry.
           IF QueueCount = 0
               DISPLAY "Queue is empty - nothing to delete."
               WHEN OTHER
                   MOVE "TWO PLAYER" TO ReportModeName
           END-EVALUATE
           MOVE QM-Player2Id(QM-Idx) TO ReportPlayer2
           IF ReportPlayer2 = SPACES
               MOVE "(SOLO)" TO ReportPlayer2
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               ReportRank               DELIMITED BY SIZE
               "   "                    DELIMITED BY SIZE
               QM-Player1Id(QM-Idx)     DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               ReportPlayer2            DELIMITED BY SIZE
               "  "                     DELIMITED BY SIZE
               ReportModeName           DELIMITED BY SIZE
               INTO ReportLine
