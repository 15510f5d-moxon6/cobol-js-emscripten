           SELECT MatchHistHistFile ASSIGN TO "MATCHHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistHistStatus.
           SELECT CreditTxnFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditTxnFileStatus.
           SELECT CreditHistFile ASSIGN TO "CREDITHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditHistFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PlayerHistFile ASSIGN TO "PLAYHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerHistFileStatus.
           SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerJournalFileStatus.
           SELECT JournalHistFile ASSIGN TO "JRNLHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalHistFileStatus.
           SELECT ArchCtlFile ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchCtlFileStatus.
       COPY "matchhist.cpy".
       FD MatchHistHistFile.
       01 MatchHistHistRecord PIC X(80).
       FD CreditTxnFile.
       COPY "credittxn.cpy".
       FD CreditHistFile.
       01 CreditHistRecord PIC X(80).
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       FD PlayerHistFile.
       01 PlayerHistRecord PIC X(66).
       FD PlayerJournalFile.
       COPY "playjrnlrec.cpy".
       FD JournalHistFile.
       01 JournalHistRecord PIC X(167).
       FD ArchCtlFile.
       COPY "archctlrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchRecordsRead PIC 9(07) VALUE 0.
       01 MatchRecordsArchived PIC 9(07) VALUE 0.
       01 MatchRecordsDropped PIC 9(07) VALUE 0.
       01 CreditTxnFileStatus PIC XX VALUE "00".
       01 CreditHistFileStatus PIC XX VALUE "00".
       01 CreditHistFileName PIC X(22).
       01 CreditHistWorkName PIC X(22) VALUE "CREDITHIST.TMP".
       01 EndOfCreditTxnFile PIC 9 VALUE 0.
       01 CreditRecordsRead PIC 9(07) VALUE 0.
       01 CreditRecordsArchived PIC 9(07) VALUE 0.
       01 CreditRecordsDropped PIC 9(07) VALUE 0.
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 PlayerHistFileStatus PIC XX VALUE "00".
       01 PlayerHistFileName PIC X(22).
       01 PlayerHistWorkName PIC X(22) VALUE "PLAYHIST.TMP".
       01 EndOfPlayerMasterFile PIC 9 VALUE 0.
       01 PlayerMasterCopied PIC 9 VALUE 0.
       01 PlayerRecordsRead PIC 9(07) VALUE 0.
       01 PlayerRecordsArchived PIC 9(07) VALUE 0.
       01 PlayerRecordsDropped PIC 9(07) VALUE 0.
       01 PlayerJournalFileStatus PIC XX VALUE "00".
       01 JournalHistFileStatus PIC XX VALUE "00".
       01 JournalHistFileName PIC X(22).
       01 JournalHistWorkName PIC X(22) VALUE "JRNLHIST.TMP".
       01 EndOfPlayerJournalFile PIC 9 VALUE 0.
       01 JournalRecordsRead PIC 9(07) VALUE 0.
       01 JournalRecordsArchived PIC 9(07) VALUE 0.
       01 JournalRecordsDropped PIC 9(07) VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 ClockTime PIC 9(08).
       01 EndOfScoresFile PIC 9 VALUE 0.
       01 EndOfAuditFile PIC 9 VALUE 0.
       01 ScoreRecordsRead PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT ClockTime FROM TIME
           MOVE ClockTime(1:6) TO CurrentTime
           Perform Build-History-File-Names
           DISPLAY "===== NIGHTLY ARCHIVE AND PURGE ====="
           Perform Archive-Scores-File
           Perform Archive-Audit-File
           Perform Archive-Match-Hist-File
           Perform Archive-Credit-File
           Perform Archive-Player-Master
           Perform Archive-Player-Journal
           Perform Write-Control-Totals
           Perform Print-Control-Totals
           GOBACK.
               CurrentDate    DELIMITED BY SIZE
               ".DAT"         DELIMITED BY SIZE
               INTO MatchHistFileName
           MOVE SPACES TO CreditHistFileName
           STRING
               "CREDITS"      DELIMITED BY SIZE
               CurrentDate    DELIMITED BY SIZE
               ".DAT"         DELIMITED BY SIZE
               INTO CreditHistFileName
           MOVE SPACES TO PlayerHistFileName
           STRING
               "PLAYERS"      DELIMITED BY SIZE
               CurrentDate    DELIMITED BY SIZE
               ".DAT"         DELIMITED BY SIZE
               INTO PlayerHistFileName
           MOVE SPACES TO JournalHistFileName
           STRING
               "PLAYJRNL"     DELIMITED BY SIZE
               CurrentDate    DELIMITED BY SIZE
               ".DAT"         DELIMITED BY SIZE
               INTO JournalHistFileName
       .

       Archive-Scores-File.
           CLOSE MatchHistFile
       .

       Archive-Credit-File.
           OPEN INPUT CreditTxnFile
           IF CreditTxnFileStatus = "35"
               DISPLAY "No credit transactions file - nothing to archive."
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING CreditHistFileName CreditHistWorkName
               OPEN EXTEND CreditHistFile
               IF CreditHistFileStatus = "35"
                   OPEN OUTPUT CreditHistFile
               END-IF
               Perform Copy-Credit-Record
                   UNTIL EndOfCreditTxnFile = 1
               CLOSE CreditHistFile
               CLOSE CreditTxnFile
               CALL "CBL_RENAME_FILE"
                   USING CreditHistWorkName CreditHistFileName
               IF CreditRecordsArchived = CreditRecordsRead
                   Perform Purge-Credit-File
               ELSE
                   DISPLAY "Credit totals do not balance - live file kept."
               END-IF
           END-IF
           COMPUTE CreditRecordsDropped =
               CreditRecordsRead - CreditRecordsArchived
       .

       Copy-Credit-Record.
           READ CreditTxnFile
               AT END MOVE 1 TO EndOfCreditTxnFile
               NOT AT END
                   ADD 1 TO CreditRecordsRead
                   MOVE CreditTransactionRecord TO CreditHistRecord
                   WRITE CreditHistRecord
                   IF CreditHistFileStatus = "00"
                       ADD 1 TO CreditRecordsArchived
                   END-IF
           END-READ
       .

       Purge-Credit-File.
           OPEN OUTPUT CreditTxnFile
           CLOSE CreditTxnFile
       .

*> PLAYERS.DAT is copied, not purged: the copy is where PlayerRecover
*> starts, and the journal is rolled in the same run so the rolled
*> generation holds exactly the changes made before the copy. A rerun
*> on the same night replaces the copy with the later state.
       Archive-Player-Master.
           OPEN INPUT PlayerMasterFile
           IF PlayerMasterFileStatus NOT = "00"
               DISPLAY "No player master file - nothing to copy."
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING PlayerHistFileName PlayerHistWorkName
               OPEN OUTPUT PlayerHistFile
               Perform Copy-Player-Master-Record
                   UNTIL EndOfPlayerMasterFile = 1
               CLOSE PlayerHistFile
               CLOSE PlayerMasterFile
               CALL "CBL_RENAME_FILE"
                   USING PlayerHistWorkName PlayerHistFileName
               IF PlayerRecordsArchived = PlayerRecordsRead
                   MOVE 1 TO PlayerMasterCopied
               ELSE
                   DISPLAY "Player totals do not balance - copy not"
                       " registered for recovery."
               END-IF
           END-IF
           COMPUTE PlayerRecordsDropped =
               PlayerRecordsRead - PlayerRecordsArchived
       .

       Copy-Player-Master-Record.
           READ PlayerMasterFile NEXT
               AT END MOVE 1 TO EndOfPlayerMasterFile
               NOT AT END
                   ADD 1 TO PlayerRecordsRead
                   MOVE PlayerMasterRecord TO PlayerHistRecord
                   WRITE PlayerHistRecord
                   IF PlayerHistFileStatus = "00"
                       ADD 1 TO PlayerRecordsArchived
                   END-IF
           END-READ
       .

       Archive-Player-Journal.
           OPEN INPUT PlayerJournalFile
           IF PlayerJournalFileStatus = "35"
               DISPLAY "No player journal - nothing to archive."
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING JournalHistFileName JournalHistWorkName
               OPEN EXTEND JournalHistFile
               IF JournalHistFileStatus = "35"
                   OPEN OUTPUT JournalHistFile
               END-IF
               Perform Copy-Player-Journal-Record
                   UNTIL EndOfPlayerJournalFile = 1
               CLOSE JournalHistFile
               CLOSE PlayerJournalFile
               CALL "CBL_RENAME_FILE"
                   USING JournalHistWorkName JournalHistFileName
               IF JournalRecordsArchived = JournalRecordsRead
                   Perform Purge-Player-Journal
               ELSE
                   DISPLAY "Journal totals do not balance - live file"
                       " kept."
               END-IF
           END-IF
           COMPUTE JournalRecordsDropped =
               JournalRecordsRead - JournalRecordsArchived
       .

       Copy-Player-Journal-Record.
           READ PlayerJournalFile
               AT END MOVE 1 TO EndOfPlayerJournalFile
               NOT AT END
                   ADD 1 TO JournalRecordsRead
                   MOVE PlayerJournalRecord TO JournalHistRecord
                   WRITE JournalHistRecord
                   IF JournalHistFileStatus = "00"
                       ADD 1 TO JournalRecordsArchived
                   END-IF
           END-READ
       .

       Purge-Player-Journal.
           OPEN OUTPUT PlayerJournalFile
           CLOSE PlayerJournalFile
       .

       Write-Control-Totals.
           OPEN EXTEND ArchCtlFile
           IF ArchCtlFileStatus = "35"
           MOVE MatchRecordsArchived TO AC-RecordsArchived
           MOVE MatchRecordsDropped TO AC-RecordsDropped
           WRITE ArchiveControlRecord
           MOVE CurrentTimestamp TO AC-RunTimestamp
           MOVE "CREDITS.DAT" TO AC-SourceFile
           MOVE CreditHistFileName TO AC-HistoryFile
           MOVE CreditRecordsRead TO AC-RecordsRead
           MOVE CreditRecordsArchived TO AC-RecordsArchived
           MOVE CreditRecordsDropped TO AC-RecordsDropped
           WRITE ArchiveControlRecord
           IF PlayerMasterCopied = 1
               MOVE CurrentTimestamp TO AC-RunTimestamp
               MOVE "PLAYERS.DAT" TO AC-SourceFile
               MOVE PlayerHistFileName TO AC-HistoryFile
               MOVE PlayerRecordsRead TO AC-RecordsRead
               MOVE PlayerRecordsArchived TO AC-RecordsArchived
               MOVE PlayerRecordsDropped TO AC-RecordsDropped
               WRITE ArchiveControlRecord
           END-IF
           MOVE CurrentTimestamp TO AC-RunTimestamp
           MOVE "PLAYJRNL.DAT" TO AC-SourceFile
           MOVE JournalHistFileName TO AC-HistoryFile
           MOVE JournalRecordsRead TO AC-RecordsRead
           MOVE JournalRecordsArchived TO AC-RecordsArchived
           MOVE JournalRecordsDropped TO AC-RecordsDropped
           WRITE ArchiveControlRecord
           CLOSE ArchCtlFile
       .

               MatchHistFileName        DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING
               "CREDITS.DAT: read "     DELIMITED BY SIZE
               CreditRecordsRead        DELIMITED BY SIZE
               "  archived "            DELIMITED BY SIZE
               CreditRecordsArchived    DELIMITED BY SIZE
               "  dropped "             DELIMITED BY SIZE
               CreditRecordsDropped     DELIMITED BY SIZE
               "  -> "                  DELIMITED BY SIZE
               CreditHistFileName       DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING
               "PLAYERS.DAT: read "     DELIMITED BY SIZE
               PlayerRecordsRead        DELIMITED BY SIZE
               "  copied "              DELIMITED BY SIZE
               PlayerRecordsArchived    DELIMITED BY SIZE
               "  dropped "             DELIMITED BY SIZE
               PlayerRecordsDropped     DELIMITED BY SIZE
               "  -> "                  DELIMITED BY SIZE
               PlayerHistFileName       DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
           MOVE SPACES TO ReportLine
           STRING
               "PLAYJRNL.DAT: read "    DELIMITED BY SIZE
               JournalRecordsRead       DELIMITED BY SIZE
               "  archived "            DELIMITED BY SIZE
               JournalRecordsArchived   DELIMITED BY SIZE
               "  dropped "             DELIMITED BY SIZE
               JournalRecordsDropped    DELIMITED BY SIZE
               "  -> "                  DELIMITED BY SIZE
               JournalHistFileName      DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       END PROGRAM NightArchive.
