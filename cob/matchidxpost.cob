       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatchIndexPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 RowsAdded PIC 9(07) VALUE 0.
       01 RowsRefreshed PIC 9(07) VALUE 0.

*> Run by the close-out before anything reads the index and before
*> the archive rolls MATCHES.DAT away. A row already on the index is
*> rewritten rather than skipped, so a re-run of the night, or a
*> result reversed on appeal before the close-out, leaves the index
*> matching the live file. With no index yet the full build is run
*> instead, which takes in the live file as well.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== MATCH INDEX POSTING ====="
           OPEN I-O MatchIndexFile
           IF MatchIndexFileStatus = "35"
               DISPLAY "No match index yet - building it in full."
               CALL "MatchIndexBuild"
               GOBACK
           END-IF
           IF MatchIndexFileStatus NOT = "00"
               DISPLAY "Cannot open MATCHIDX.DAT - status "
                   MatchIndexFileStatus " - nothing posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "00"
               Perform Post-Match-Record UNTIL EndOfMatchHistFile = 1
               CLOSE MatchHistFile
           END-IF
           CLOSE MatchIndexFile
           DISPLAY "Matches added:     " RowsAdded
           DISPLAY "Matches refreshed: " RowsRefreshed
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Post-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   Perform Build-Index-Record
                   WRITE MatchIndexRecord
                       INVALID KEY
                           REWRITE MatchIndexRecord
                           ADD 1 TO RowsRefreshed
                       NOT INVALID KEY
                           ADD 1 TO RowsAdded
                   END-WRITE
           END-READ
       .

       Build-Index-Record.
           MOVE MH-StartTimestamp TO MX-StartTimestamp
           MOVE MH-StationId TO MX-StationId
           MOVE MH-WinnerId TO MX-WinnerId
           MOVE MH-LoserId TO MX-LoserId
           MOVE MH-WinnerPartnerId TO MX-WinnerPartnerId
           MOVE MH-LoserPartnerId TO MX-LoserPartnerId
           MOVE MH-EndTimestamp TO MX-EndTimestamp
           MOVE MH-WinnerScore TO MX-WinnerScore
           MOVE MH-LoserScore TO MX-LoserScore
           MOVE MH-GameMode TO MX-GameMode
           MOVE MH-HandicapFlag TO MX-HandicapFlag
       .

       END PROGRAM MatchIndexPost.
