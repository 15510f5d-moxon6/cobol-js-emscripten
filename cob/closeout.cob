           SELECT AuditFile ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT CreditTxnFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditTxnFileStatus.
           SELECT RatingRequestFile ASSIGN TO "RATEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingRequestStatus.
           SELECT ChallengeFile ASSIGN TO "CHALLENGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeFileStatus.
           SELECT MatchHistFile ASSIGN TO "MATCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RunLogFile.
       COPY "scorerec.cpy".
       FD AuditFile.
       COPY "auditrec.cpy".
       FD CreditTxnFile.
       COPY "credittxn.cpy".
       FD RatingRequestFile.
       COPY "ratereqrec.cpy".
       FD ChallengeFile.
       COPY "challrec.cpy".
       FD MatchHistFile.
       COPY "matchhist.cpy".
       WORKING-STORAGE SECTION.
       01 RunLogFileStatus PIC XX VALUE "00".
       01 RunCtlFileStatus PIC XX VALUE "00".
       01 ScoresFileStatus PIC XX VALUE "00".
       01 AuditFileStatus PIC XX VALUE "00".
       01 CreditTxnFileStatus PIC XX VALUE "00".
       01 RatingRequestStatus PIC XX VALUE "00".
       01 ChallengeFileStatus PIC XX VALUE "00".
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 EndOfRunCtlFile PIC 9 VALUE 0.
       01 EndOfCountFile PIC 9 VALUE 0.
       01 NightAlreadyClosed PIC 9 VALUE 0.
       01 RunDate PIC 9(08).
       01 ScoresRecordCount PIC 9(07) VALUE 0.
       01 AuditRecordCount PIC 9(07) VALUE 0.
       01 CreditRecordCount PIC 9(07) VALUE 0.
       01 RatingRequestCount PIC 9(07) VALUE 0.
       01 OpenChallengeCount PIC 9(07) VALUE 0.
       01 MatchRecordCount PIC 9(07) VALUE 0.
       01 StepNumber PIC 99 VALUE 0.
       01 StepName PIC X(12).
       01 StepStartTime PIC 9(06).
               Perform Count-Live-Files
               Perform Run-Reconcile-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Match-Index-Step
           END-IF
           IF RunAborted = 0 AND RatingRequestCount > 0
               Perform Run-Ratings-Step
           END-IF
           IF RunAborted = 0 AND OpenChallengeCount > 0
               Perform Run-Ladder-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Leaderboard-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Utilization-Step
           END-IF
           IF RunAborted = 0
               Perform Run-CashUp-Step
           END-IF
           IF RunAborted = 0
               Perform Run-Archive-Step
           END-IF
               Perform Count-Audit-Record UNTIL EndOfCountFile = 1
               CLOSE AuditFile
           END-IF
           MOVE 0 TO EndOfCountFile
           OPEN INPUT CreditTxnFile
           IF CreditTxnFileStatus = "00"
               Perform Count-Credit-Record UNTIL EndOfCountFile = 1
               CLOSE CreditTxnFile
           END-IF
           MOVE 0 TO EndOfCountFile
           OPEN INPUT RatingRequestFile
           IF RatingRequestStatus = "00"
               Perform Count-Rating-Request UNTIL EndOfCountFile = 1
               CLOSE RatingRequestFile
           END-IF
           MOVE 0 TO EndOfCountFile
           OPEN INPUT ChallengeFile
           IF ChallengeFileStatus = "00"
               Perform Count-Open-Challenge UNTIL EndOfCountFile = 1
               CLOSE ChallengeFile
           END-IF
           MOVE 0 TO EndOfCountFile
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "00"
               Perform Count-Match-Record UNTIL EndOfCountFile = 1
               CLOSE MatchHistFile
           END-IF
       .

       Count-Score-Record.
           END-READ
       .

       Count-Credit-Record.
           READ CreditTxnFile
               AT END MOVE 1 TO EndOfCountFile
               NOT AT END ADD 1 TO CreditRecordCount
           END-READ
       .

       Count-Rating-Request.
           READ RatingRequestFile
               AT END MOVE 1 TO EndOfCountFile
               NOT AT END ADD 1 TO RatingRequestCount
           END-READ
       .

       Count-Open-Challenge.
           READ ChallengeFile
               AT END MOVE 1 TO EndOfCountFile
               NOT AT END
                   IF CH-Status = "OPEN"
                       ADD 1 TO OpenChallengeCount
                   END-IF
           END-READ
       .

       Count-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfCountFile
               NOT AT END ADD 1 TO MatchRecordCount
           END-READ
       .

*> Salvage runs before anything reads the live files, so a truncated
*> or garbled row from a mid-write crash is quarantined instead of
*> being counted into the night's reports. The live-file counts are
           Perform Finish-Step
       .

*> Tonight's matches go onto the keyed match index once they have
*> been reconciled and before the ratings rebuild replays the index;
*> the archive step later rolls MATCHES.DAT away, so this is the last
*> point the night's rows are still in the live file.
       Run-Match-Index-Step.
           MOVE "MATCHINDEX" TO StepName
           MOVE MatchRecordCount TO StepRecordCount
           Perform Start-Step
           CALL "MatchIndexPost"
               ON EXCEPTION MOVE "FAIL" TO StepStatus
           END-CALL
           Perform Finish-Step
       .

*> Ratings are normally rebuilt on demand, but a result reversed on
*> appeal leaves RATINGS.DAT out of step with the match history. The
*> rebuild runs here, once reconciliation has passed the files it
*> replays, whenever a request is outstanding; the engine empties the
*> request file when it has rewritten the ratings.
       Run-Ratings-Step.
           MOVE "RATINGS" TO StepName
           MOVE RatingRequestCount TO StepRecordCount
           Perform Start-Step
           CALL "RatingEngine"
               ON EXCEPTION MOVE "FAIL" TO StepStatus
           END-CALL
           Perform Finish-Step
       .

*> Ladder challenges left unplayed past their week are forfeited
*> before the leaderboard and reports run, so the night's ladder
*> moves are settled on the night they fall due.
       Run-Ladder-Step.
           MOVE "LADDERFFT" TO StepName
           MOVE OpenChallengeCount TO StepRecordCount
           Perform Start-Step
           CALL "LadderForfeit"
               ON EXCEPTION MOVE "FAIL" TO StepStatus
           END-CALL
           Perform Finish-Step
       .

       Run-Leaderboard-Step.
           MOVE "LEADERBOARD" TO StepName
           MOVE ScoresRecordCount TO StepRecordCount
           Perform Finish-Step
       .

*> The cash-up has to read tonight's credit movements and matches
*> before the archive step rolls both live files to history.
       Run-CashUp-Step.
           MOVE "CASHUP" TO StepName
           MOVE CreditRecordCount TO StepRecordCount
           Perform Start-Step
           CALL "CashUp"
               ON EXCEPTION MOVE "FAIL" TO StepStatus
           END-CALL
           Perform Finish-Step
       .

       Run-Archive-Step.
           MOVE "NIGHTARCHIVE" TO StepName
           COMPUTE StepRecordCount =
