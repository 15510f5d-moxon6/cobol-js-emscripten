       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayerRecover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT RecoverFile ASSIGN TO "PLAYRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-PlayerId
               FILE STATUS IS RecoverFileStatus.
           SELECT PlayerHistFile ASSIGN TO "PLAYHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerHistFileStatus.
           SELECT JournalHistFile ASSIGN TO "JRNLHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalHistFileStatus.
           SELECT ArchCtlFile ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchCtlFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD RecoverFile.
       01 RecoverRecord.
           05 RV-PlayerId PIC X(10).
           05 FILLER      PIC X(56).
       FD PlayerHistFile.
       01 PlayerHistRecord PIC X(66).
       FD JournalHistFile.
       01 JournalHistRecord PIC X(167).
       FD ArchCtlFile.
       COPY "archctlrec.cpy".
       WORKING-STORAGE SECTION.
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 PlayerJournalOpen PIC 9 VALUE 0.
       01 JournalAction PIC X(01).
       01 JournalBeforeImage PIC X(66).
       01 JournalTimestamp.
           05 JournalDate PIC 9(08).
           05 JournalTime PIC 9(06).
       01 JournalClock PIC 9(08).
       01 RecoverFileStatus PIC XX VALUE "00".
       01 RecoverFileReady PIC 9 VALUE 0.
       01 PlayerHistFileStatus PIC XX VALUE "00".
       01 JournalHistFileStatus PIC XX VALUE "00".
       01 ArchCtlFileStatus PIC XX VALUE "00".
       01 EndOfArchCtlFile PIC 9 VALUE 0.
       01 EndOfHistFile PIC 9 VALUE 0.
       01 EndOfRecoverFile PIC 9 VALUE 0.
       01 EndOfPlayerMasterFile PIC 9 VALUE 0.
       01 PlayerHistWorkName PIC X(22) VALUE "PLAYHIST.TMP".
       01 JournalHistWorkName PIC X(22) VALUE "JRNLHIST.TMP".
       01 HistFileName PIC X(22).
       01 CopyCount PIC 99 VALUE 0.
       01 CopyTable.
           05 CopyEntry OCCURS 99 TIMES INDEXED BY CP-Idx.
               10 CP-FileName  PIC X(22).
               10 CP-RunTs     PIC X(14).
       01 JournalGenCount PIC 99 VALUE 0.
       01 JournalGenTable.
           05 JournalGenEntry OCCURS 99 TIMES INDEXED BY JG-Idx.
               10 JG-FileName  PIC X(22).
               10 JG-RunTs     PIC X(14).
       01 TableIndex PIC 99.
       01 NameSeen PIC 99.
       01 TruncationSeen PIC 9 VALUE 0.
       01 RawDate PIC X(08).
       01 RawTime PIC X(06).
       01 DateIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 TargetTimestamp.
           05 TargetDate PIC X(08).
           05 TargetTime PIC X(06).
       01 BaseTimestamp PIC X(14).
       01 BaseFileName PIC X(22).
       01 BaseFound PIC 9 VALUE 0.
       01 SelectPlayerId PIC X(10).
       01 ConfirmText PIC X(03).
       01 ApplyPass PIC 9 VALUE 0.
       01 CopyRowsLoaded PIC 9(07) VALUE 0.
       01 JournalRowsReplayed PIC 9(07) VALUE 0.
       01 ImageMismatches PIC 9(07) VALUE 0.
       01 RecordsToAdd PIC 9(07) VALUE 0.
       01 RecordsToChange PIC 9(07) VALUE 0.
       01 RecordsToDelete PIC 9(07) VALUE 0.
       01 ReportLine PIC X(80).

*> PLAYERS.DAT is rebuilt as it stood at the chosen moment by taking
*> the last nightly copy made at or before it and replaying the
*> journal rows written after that copy up to the moment, oldest
*> generation first. The rebuilt file is compared with the live one
*> and the differences are shown; only when the operator confirms are
*> they applied, through the journal like any other change, so a
*> later recovery can still see what this one did. A single player
*> can be recovered on their own, leaving everyone else's record as
*> it is now.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== PLAYER MASTER POINT-IN-TIME RECOVERY ====="
           DISPLAY "Recover to date (YYYYMMDD)?"
           Perform Accept-Target-Date
           DISPLAY "Recover to time (HHMMSS, blank for end of day)?"
           Perform Accept-Target-Time
           DISPLAY "Player id (blank for the whole file)?"
           ACCEPT SelectPlayerId
           Perform Load-Archive-Control
           IF TruncationSeen = 1
               DISPLAY "*** Archive list overflowed - run refused ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           Perform Find-Base-Copy
           IF BaseFound = 0
               DISPLAY "No nightly copy of PLAYERS.DAT at or before "
                   TargetTimestamp " - nothing recovered."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Starting from " BaseFileName " taken "
               BaseTimestamp
           Perform Build-Recover-File
           IF RecoverFileReady = 0
               DISPLAY "Cannot build PLAYRCV.DAT - status "
                   RecoverFileStatus " - nothing recovered."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Copy rows loaded:      " CopyRowsLoaded
           DISPLAY "Journal rows replayed: " JournalRowsReplayed
           IF ImageMismatches > 0
               DISPLAY "Journal rows that did not match the file: "
                   ImageMismatches
           END-IF
           Perform Open-Player-Master-File
           IF PlayerMasterFileStatus NOT = "00"
               DISPLAY "Cannot open PLAYERS.DAT - status "
                   PlayerMasterFileStatus " - nothing recovered."
               CLOSE RecoverFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO ApplyPass
           Perform Compare-With-Live-File
           Perform Show-Recovery-Totals
           IF RecordsToAdd + RecordsToChange + RecordsToDelete = 0
               DISPLAY "PLAYERS.DAT already matches - nothing to do."
           ELSE
               DISPLAY "Type YES to apply these changes to PLAYERS.DAT:"
               ACCEPT ConfirmText
               IF ConfirmText = "YES"
                   Perform Open-Player-Journal
                   MOVE 1 TO ApplyPass
                   Perform Compare-With-Live-File
                   Perform Close-Player-Journal
                   DISPLAY "Recovery applied."
               ELSE
                   DISPLAY "Not confirmed - PLAYERS.DAT not changed."
               END-IF
           END-IF
           CLOSE PlayerMasterFile
           CLOSE RecoverFile
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Accept-Target-Date.
           MOVE 0 TO DateIsValid
           Perform Accept-One-Date UNTIL DateIsValid = 1
           MOVE RawDate TO TargetDate
       .

       Accept-One-Date.
           ACCEPT RawDate
           MOVE 1 TO DateIsValid
           PERFORM Check-Date-Char
               VARYING DateCharIndex FROM 1 BY 1
               UNTIL DateCharIndex > 8
           IF DateIsValid = 0
               DISPLAY "Not a valid YYYYMMDD date: " RawDate
           END-IF
       .

       Check-Date-Char.
           IF RawDate(DateCharIndex:1) < "0"
               OR RawDate(DateCharIndex:1) > "9"
               MOVE 0 TO DateIsValid
           END-IF
       .

       Accept-Target-Time.
           MOVE 0 TO DateIsValid
           Perform Accept-One-Time UNTIL DateIsValid = 1
           MOVE RawTime TO TargetTime
       .

       Accept-One-Time.
           ACCEPT RawTime
           MOVE 1 TO DateIsValid
           IF RawTime = SPACES
               MOVE "235959" TO RawTime
           ELSE
               PERFORM Check-Time-Char
                   VARYING DateCharIndex FROM 1 BY 1
                   UNTIL DateCharIndex > 6
               IF DateIsValid = 0
                   DISPLAY "Not a valid HHMMSS time: " RawTime
               END-IF
           END-IF
       .

       Check-Time-Char.
           IF RawTime(DateCharIndex:1) < "0"
               OR RawTime(DateCharIndex:1) > "9"
               MOVE 0 TO DateIsValid
           END-IF
       .

*> ARCHCTL.DAT is read oldest first. A generation named twice (the
*> archive rerun on the same night) takes the later run time, since
*> the copy it names was replaced and the journal appended to.
       Load-Archive-Control.
           OPEN INPUT ArchCtlFile
           IF ArchCtlFileStatus = "00"
               Perform Read-Arch-Ctl-Record
                   UNTIL EndOfArchCtlFile = 1
               CLOSE ArchCtlFile
           END-IF
       .

       Read-Arch-Ctl-Record.
           READ ArchCtlFile
               AT END MOVE 1 TO EndOfArchCtlFile
               NOT AT END
                   EVALUATE AC-SourceFile
                       WHEN "PLAYERS.DAT"
                           Perform Note-Copy-Name
                       WHEN "PLAYJRNL.DAT"
                           Perform Note-Journal-Name
                   END-EVALUATE
           END-READ
       .

       Note-Copy-Name.
           MOVE 0 TO NameSeen
           PERFORM Compare-Copy-Name
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > CopyCount
           IF NameSeen > 0
               MOVE NameSeen TO CP-Idx
               MOVE AC-RunTimestamp TO CP-RunTs(CP-Idx)
           ELSE
               IF CopyCount < 99
                   ADD 1 TO CopyCount
                   MOVE CopyCount TO CP-Idx
                   MOVE AC-HistoryFile TO CP-FileName(CP-Idx)
                   MOVE AC-RunTimestamp TO CP-RunTs(CP-Idx)
               ELSE
                   DISPLAY "*** Copy name table full - "
                       AC-HistoryFile " not used ***"
                   MOVE 1 TO TruncationSeen
               END-IF
           END-IF
       .

       Compare-Copy-Name.
           MOVE TableIndex TO CP-Idx
           IF CP-FileName(CP-Idx) = AC-HistoryFile
               MOVE TableIndex TO NameSeen
           END-IF
       .

       Note-Journal-Name.
           MOVE 0 TO NameSeen
           PERFORM Compare-Journal-Name
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > JournalGenCount
           IF NameSeen > 0
               MOVE NameSeen TO JG-Idx
               MOVE AC-RunTimestamp TO JG-RunTs(JG-Idx)
           ELSE
               IF JournalGenCount < 99
                   ADD 1 TO JournalGenCount
                   MOVE JournalGenCount TO JG-Idx
                   MOVE AC-HistoryFile TO JG-FileName(JG-Idx)
                   MOVE AC-RunTimestamp TO JG-RunTs(JG-Idx)
               ELSE
                   DISPLAY "*** Journal name table full - "
                       AC-HistoryFile " not used ***"
                   MOVE 1 TO TruncationSeen
               END-IF
           END-IF
       .

       Compare-Journal-Name.
           MOVE TableIndex TO JG-Idx
           IF JG-FileName(JG-Idx) = AC-HistoryFile
               MOVE TableIndex TO NameSeen
           END-IF
       .

       Find-Base-Copy.
           MOVE 0 TO BaseFound
           MOVE ZEROS TO BaseTimestamp
           PERFORM Consider-Base-Copy
               VARYING TableIndex FROM 1 BY 1
               UNTIL TableIndex > CopyCount
       .

       Consider-Base-Copy.
           MOVE TableIndex TO CP-Idx
           IF CP-RunTs(CP-Idx) <= TargetTimestamp
               AND CP-RunTs(CP-Idx) >= BaseTimestamp
               MOVE 1 TO BaseFound
               MOVE CP-RunTs(CP-Idx) TO BaseTimestamp
               MOVE CP-FileName(CP-Idx) TO BaseFileName
           END-IF
       .

       Build-Recover-File.
           OPEN OUTPUT RecoverFile
           IF RecoverFileStatus = "00"
               CLOSE RecoverFile
               OPEN I-O RecoverFile
           END-IF
           IF RecoverFileStatus = "00"
               MOVE 1 TO RecoverFileReady
               Perform Load-Base-Copy
               PERFORM Replay-One-Generation
                   VARYING TableIndex FROM 1 BY 1
                   UNTIL TableIndex > JournalGenCount
               Perform Replay-Live-Journal
           END-IF
       .

       Load-Base-Copy.
           MOVE BaseFileName TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName PlayerHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT PlayerHistFile
               IF PlayerHistFileStatus = "00"
                   Perform Load-Copy-Record UNTIL EndOfHistFile = 1
                   CLOSE PlayerHistFile
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING PlayerHistWorkName HistFileName
           ELSE
               DISPLAY "*** Could not open " HistFileName
                   " - recovery starts from an empty file ***"
           END-IF
       .

       Load-Copy-Record.
           READ PlayerHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE PlayerHistRecord TO RecoverRecord
                   WRITE RecoverRecord
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CopyRowsLoaded
                   END-WRITE
           END-READ
       .

*> The generation rolled in the same run as the copy holds only what
*> happened before it, so only later generations are replayed, and
*> each row is still checked against the copy and target times.
       Replay-One-Generation.
           MOVE TableIndex TO JG-Idx
           IF JG-RunTs(JG-Idx) > BaseTimestamp
               MOVE JG-FileName(JG-Idx) TO HistFileName
               CALL "CBL_RENAME_FILE"
                   USING HistFileName JournalHistWorkName
               IF RETURN-CODE = 0
                   MOVE 0 TO EndOfHistFile
                   OPEN INPUT JournalHistFile
                   IF JournalHistFileStatus = "00"
                       Perform Replay-Hist-Journal-Record
                           UNTIL EndOfHistFile = 1
                       CLOSE JournalHistFile
                   END-IF
                   CALL "CBL_RENAME_FILE"
                       USING JournalHistWorkName HistFileName
               ELSE
                   DISPLAY "*** Could not open " HistFileName
                       " - its changes are missing ***"
               END-IF
           END-IF
       .

       Replay-Hist-Journal-Record.
           READ JournalHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE JournalHistRecord TO PlayerJournalRecord
                   Perform Replay-Journal-Row
           END-READ
       .

       Replay-Live-Journal.
           MOVE 0 TO EndOfHistFile
           OPEN INPUT PlayerJournalFile
           IF PlayerJournalFileStatus = "00"
               Perform Replay-Live-Journal-Record
                   UNTIL EndOfHistFile = 1
               CLOSE PlayerJournalFile
           END-IF
       .

       Replay-Live-Journal-Record.
           READ PlayerJournalFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END Perform Replay-Journal-Row
           END-READ
       .

*> A change replays its after image whatever the file held, so one
*> missing row does not throw the rest out; where the before image
*> does not match what the replay has built, the row is counted so the
*> operator knows the copy and journal disagree somewhere.
       Replay-Journal-Row.
           IF PJ-Timestamp > BaseTimestamp
               AND PJ-Timestamp <= TargetTimestamp
               ADD 1 TO JournalRowsReplayed
               MOVE PJ-BeforeImage TO RecoverRecord
               IF PJ-Action = "A"
                   MOVE PJ-AfterImage TO RecoverRecord
               END-IF
               READ RecoverFile
                   KEY IS RV-PlayerId
                   INVALID KEY
                       IF PJ-Action NOT = "A"
                           ADD 1 TO ImageMismatches
                       END-IF
                       IF PJ-Action NOT = "D"
                           MOVE PJ-AfterImage TO RecoverRecord
                           WRITE RecoverRecord
                               INVALID KEY CONTINUE
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF PJ-Action = "A"
                           OR RecoverRecord NOT = PJ-BeforeImage
                           ADD 1 TO ImageMismatches
                       END-IF
                       IF PJ-Action = "D"
                           DELETE RecoverFile
                               INVALID KEY CONTINUE
                           END-DELETE
                       ELSE
                           MOVE PJ-AfterImage TO RecoverRecord
                           REWRITE RecoverRecord
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
       .

       Open-Player-Master-File.
           OPEN I-O PlayerMasterFile
           IF PlayerMasterFileStatus = "35"
               OPEN OUTPUT PlayerMasterFile
               CLOSE PlayerMasterFile
               OPEN I-O PlayerMasterFile
           END-IF
       .

*> Pass 0 only counts and lists the differences; pass 1 applies them.
*> Records on the rebuilt file are added to or rewritten on the live
*> file, then any live record the rebuilt file does not have is
*> deleted.
       Compare-With-Live-File.
           MOVE 0 TO RecordsToAdd
           MOVE 0 TO RecordsToChange
           MOVE 0 TO RecordsToDelete
           MOVE 0 TO EndOfRecoverFile
           MOVE LOW-VALUES TO RV-PlayerId
           START RecoverFile KEY IS NOT LESS THAN RV-PlayerId
               INVALID KEY MOVE 1 TO EndOfRecoverFile
           END-START
           Perform Compare-Recovered-Record UNTIL EndOfRecoverFile = 1
           MOVE 0 TO EndOfPlayerMasterFile
           MOVE LOW-VALUES TO PM-PlayerId
           START PlayerMasterFile KEY IS NOT LESS THAN PM-PlayerId
               INVALID KEY MOVE 1 TO EndOfPlayerMasterFile
           END-START
           Perform Compare-Live-Record
               UNTIL EndOfPlayerMasterFile = 1
       .

       Compare-Recovered-Record.
           READ RecoverFile NEXT
               AT END MOVE 1 TO EndOfRecoverFile
               NOT AT END
                   IF SelectPlayerId = SPACES
                       OR RV-PlayerId = SelectPlayerId
                       Perform Reconcile-Recovered-Record
                   END-IF
           END-READ
       .

       Reconcile-Recovered-Record.
           MOVE RV-PlayerId TO PM-PlayerId
           READ PlayerMasterFile
               INVALID KEY
                   ADD 1 TO RecordsToAdd
                   IF ApplyPass = 0
                       DISPLAY "ADD    " RV-PlayerId
                   ELSE
                       MOVE RecoverRecord TO PlayerMasterRecord
                       WRITE PlayerMasterRecord
                           INVALID KEY CONTINUE
                       END-WRITE
                       Perform Journal-Player-Add
                   END-IF
               NOT INVALID KEY
                   IF PlayerMasterRecord NOT = RecoverRecord
                       ADD 1 TO RecordsToChange
                       IF ApplyPass = 0
                           DISPLAY "CHANGE " RV-PlayerId
                       ELSE
                           MOVE PlayerMasterRecord TO JournalBeforeImage
                           MOVE RecoverRecord TO PlayerMasterRecord
                           REWRITE PlayerMasterRecord
                               INVALID KEY CONTINUE
                           END-REWRITE
                           Perform Journal-Player-Change
                       END-IF
                   END-IF
           END-READ
       .

       Compare-Live-Record.
           READ PlayerMasterFile NEXT
               AT END MOVE 1 TO EndOfPlayerMasterFile
               NOT AT END
                   IF SelectPlayerId = SPACES
                       OR PM-PlayerId = SelectPlayerId
                       MOVE PM-PlayerId TO RV-PlayerId
                       READ RecoverFile
                           KEY IS RV-PlayerId
                           INVALID KEY Perform Remove-Live-Record
                       END-READ
                   END-IF
           END-READ
       .

       Remove-Live-Record.
           ADD 1 TO RecordsToDelete
           IF ApplyPass = 0
               DISPLAY "DELETE " PM-PlayerId
           ELSE
               MOVE PlayerMasterRecord TO JournalBeforeImage
               DELETE PlayerMasterFile
                   INVALID KEY CONTINUE
               END-DELETE
               Perform Journal-Player-Delete
           END-IF
       .

       Show-Recovery-Totals.
           MOVE SPACES TO ReportLine
           STRING
               "To recover to "           DELIMITED BY SIZE
               TargetTimestamp            DELIMITED BY SIZE
               ": add "                   DELIMITED BY SIZE
               RecordsToAdd               DELIMITED BY SIZE
               "  change "                DELIMITED BY SIZE
               RecordsToChange            DELIMITED BY SIZE
               "  delete "                DELIMITED BY SIZE
               RecordsToDelete            DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Open-Player-Journal.
           OPEN EXTEND PlayerJournalFile
           IF PlayerJournalFileStatus = "35"
               OPEN OUTPUT PlayerJournalFile
               CLOSE PlayerJournalFile
               OPEN EXTEND PlayerJournalFile
           END-IF
           IF PlayerJournalFileStatus = "00"
               MOVE 1 TO PlayerJournalOpen
           ELSE
               DISPLAY "*** Cannot open PLAYJRNL.DAT - status "
                   PlayerJournalFileStatus
                   " - changes not journaled ***"
           END-IF
       .

       Close-Player-Journal.
           IF PlayerJournalOpen = 1
               CLOSE PlayerJournalFile
               MOVE 0 TO PlayerJournalOpen
           END-IF
       .

       Journal-Player-Add.
           MOVE SPACES TO JournalBeforeImage
           MOVE "A" TO JournalAction
           Perform Write-Player-Journal
       .

       Journal-Player-Change.
           MOVE "C" TO JournalAction
           Perform Write-Player-Journal
       .

       Journal-Player-Delete.
           MOVE "D" TO JournalAction
           Perform Write-Player-Journal
       .

*> Only a change that reached PLAYERS.DAT is journaled, so the journal
*> replays to exactly what the file held. The caller keeps the record
*> as it was read in JournalBeforeImage before changing or deleting it.
       Write-Player-Journal.
           IF PlayerJournalOpen = 1 AND PlayerMasterFileStatus = "00"
               ACCEPT JournalDate FROM DATE YYYYMMDD
               ACCEPT JournalClock FROM TIME
               MOVE JournalClock(1:6) TO JournalTime
               MOVE JournalTimestamp TO PJ-Timestamp
               MOVE "PlayerRecover" TO PJ-Program
               MOVE "HOST" TO PJ-StationId
               MOVE JournalAction TO PJ-Action
               MOVE JournalBeforeImage TO PJ-BeforeImage
               IF JournalAction = "D"
                   MOVE SPACES TO PJ-AfterImage
               ELSE
                   MOVE PlayerMasterRecord TO PJ-AfterImage
               END-IF
               WRITE PlayerJournalRecord
           END-IF
       .

       END PROGRAM PlayerRecover.
