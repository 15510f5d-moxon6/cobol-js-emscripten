       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatchIndexBuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MatchHistFile ASSIGN TO "MATCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
           SELECT MatchHistHistFile ASSIGN TO "MATCHHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistHistStatus.
           SELECT ArchCtlFile ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchCtlFileStatus.
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
       FD MatchHistHistFile.
       01 MatchHistHistRecord PIC X(80).
       FD ArchCtlFile.
       COPY "archctlrec.cpy".
       FD MatchIndexFile.
       COPY "matchidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 MatchHistHistStatus PIC XX VALUE "00".
       01 ArchCtlFileStatus PIC XX VALUE "00".
       01 MatchIndexFileStatus PIC XX VALUE "00".
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 EndOfArchCtlFile PIC 9 VALUE 0.
       01 EndOfHistFile PIC 9 VALUE 0.
       01 MatchHistWorkName PIC X(22) VALUE "MATCHHIST.TMP".
       01 HistFileName PIC X(22).
       01 MatchHistCount PIC 99 VALUE 0.
       01 MatchHistNameTable.
           05 MatchHistName OCCURS 99 TIMES PIC X(22).
       01 HistIndex PIC 99.
       01 HistLookupIndex PIC 99.
       01 HistNameSeen PIC 9.
       01 TruncationSeen PIC 9 VALUE 0.
       01 GenerationsRead PIC 9(03) VALUE 0.
       01 RowsIndexed PIC 9(07) VALUE 0.
       01 DuplicateRows PIC 9(07) VALUE 0.

*> The index is rebuilt from scratch: the live file and every archive
*> generation are the record of what was played, and the index is
*> only a keyed copy of them. It is run once to create the index and
*> again by any utility that rewrites player ids across the
*> generations, so the index never disagrees with the files it
*> copies.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== MATCH INDEX BUILD ====="
           OPEN OUTPUT MatchIndexFile
           IF MatchIndexFileStatus NOT = "00"
               DISPLAY "Cannot create MATCHIDX.DAT - status "
                   MatchIndexFileStatus " - nothing indexed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           Perform Load-Archive-Control
           PERFORM Index-One-Archived-File
               VARYING HistIndex FROM 1 BY 1
               UNTIL HistIndex > MatchHistCount
           Perform Index-Live-File
           CLOSE MatchIndexFile
           DISPLAY "Generations read:   " GenerationsRead
           DISPLAY "Matches indexed:    " RowsIndexed
           IF DuplicateRows > 0
               DISPLAY "Duplicate match keys skipped: " DuplicateRows
           END-IF
           IF TruncationSeen = 1
               DISPLAY "*** INDEX INCOMPLETE - ARCHIVE LIST"
                   " OVERFLOWED - DO NOT USE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

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
                   IF AC-SourceFile = "MATCHES.DAT"
                       Perform Note-Match-History-Name
                   END-IF
           END-READ
       .

       Note-Match-History-Name.
           MOVE 0 TO HistNameSeen
           PERFORM Compare-Match-History-Name
               VARYING HistLookupIndex FROM 1 BY 1
               UNTIL HistLookupIndex > MatchHistCount
           IF HistNameSeen = 0
               IF MatchHistCount < 99
                   ADD 1 TO MatchHistCount
                   MOVE AC-HistoryFile TO MatchHistName(MatchHistCount)
               ELSE
                   DISPLAY "*** History name table full - "
                       AC-HistoryFile " not indexed ***"
                   MOVE 1 TO TruncationSeen
               END-IF
           END-IF
       .

       Compare-Match-History-Name.
           IF MatchHistName(HistLookupIndex) = AC-HistoryFile
               MOVE 1 TO HistNameSeen
           END-IF
       .

       Index-One-Archived-File.
           MOVE MatchHistName(HistIndex) TO HistFileName
           CALL "CBL_RENAME_FILE"
               USING HistFileName MatchHistWorkName
           IF RETURN-CODE = 0
               MOVE 0 TO EndOfHistFile
               OPEN INPUT MatchHistHistFile
               IF MatchHistHistStatus = "00"
                   ADD 1 TO GenerationsRead
                   Perform Read-Archived-Match-Record
                       UNTIL EndOfHistFile = 1
                   CLOSE MatchHistHistFile
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING MatchHistWorkName HistFileName
           END-IF
       .

       Read-Archived-Match-Record.
           READ MatchHistHistFile
               AT END MOVE 1 TO EndOfHistFile
               NOT AT END
                   MOVE MatchHistHistRecord TO MatchHistoryRecord
                   Perform Write-Index-Row
           END-READ
       .

       Index-Live-File.
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "00"
               Perform Read-Match-Record UNTIL EndOfMatchHistFile = 1
               CLOSE MatchHistFile
           END-IF
       .

       Read-Match-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END Perform Write-Index-Row
           END-READ
       .

       Write-Index-Row.
           Perform Build-Index-Record
           WRITE MatchIndexRecord
               INVALID KEY
                   ADD 1 TO DuplicateRows
                   DISPLAY "Duplicate match key " MX-StationId " "
                       MX-StartTimestamp " - later copy skipped."
               NOT INVALID KEY
                   ADD 1 TO RowsIndexed
           END-WRITE
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

       END PROGRAM MatchIndexBuild.
