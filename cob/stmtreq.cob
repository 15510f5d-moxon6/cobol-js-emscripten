       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatementRequest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatementRequestFile ASSIGN TO "STMTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatementRequestStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StatementRequestFile.
       COPY "stmtreqrec.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       01 StatementRequestStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 EndOfStatementRequests PIC 9 VALUE 0.
       01 RequestCount PIC 9(03) VALUE 0.
       01 RequestTable.
           05 RequestEntry OCCURS 200 TIMES INDEXED BY SR-Idx.
               10 SR-PlayerId     PIC X(10).
               10 SR-RequestedTs  PIC X(14).
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 FileChanged PIC 9 VALUE 0.
       01 RequestOverflow PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 WorkPlayerId PIC X(10).
       01 PlayerKnown PIC 9.
       01 RequestFound PIC 9.
       01 ListIndex PIC 9(03).
       01 KeepCount PIC 9(03).
       01 ReportLine PIC X(80).

*> Members ask at the desk for a career statement; the request waits
*> here until the weekly cycle prints it, together with the member's
*> rating trend, and PlayerStatement empties the file.
       PROCEDURE DIVISION.
       Main.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           Perform Load-Request-File
           DISPLAY "===== STATEMENT REQUESTS ====="
           IF RequestOverflow = 1
               DISPLAY "File holds more rows than the table - updates"
               DISPLAY "are refused so no request can be lost."
           END-IF
           Perform Process-One-Function UNTIL MaintDone = 1
           IF FileChanged = 1 AND RequestOverflow = 0
               Perform Rewrite-Request-File
               DISPLAY "Statement request file rewritten."
           ELSE
               DISPLAY "No changes - file left untouched."
           END-IF
           GOBACK.

       Load-Request-File.
           OPEN INPUT StatementRequestFile
           IF StatementRequestStatus = "00"
               Perform Read-Request-Record
                   UNTIL EndOfStatementRequests = 1
               CLOSE StatementRequestFile
           END-IF
       .

       Read-Request-Record.
           READ StatementRequestFile
               AT END MOVE 1 TO EndOfStatementRequests
               NOT AT END Perform Store-Request-Record
           END-READ
       .

       Store-Request-Record.
           IF RequestCount < 200
               ADD 1 TO RequestCount
               MOVE RequestCount TO SR-Idx
               MOVE SQ-PlayerId TO SR-PlayerId(SR-Idx)
               MOVE SQ-RequestedTs TO SR-RequestedTs(SR-Idx)
           ELSE
               MOVE 1 TO RequestOverflow
               DISPLAY "Request table full - row not loaded: "
                   SQ-PlayerId
           END-IF
       .

       Process-One-Function.
           DISPLAY "Function? A=Add R=Remove L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "arlx" TO "ARLX"
           EVALUATE FunctionCode
               WHEN "A"
                   Perform Guarded-Add-Request
               WHEN "R"
                   Perform Guarded-Remove-Request
               WHEN "L"
                   Perform List-Requests
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       Guarded-Add-Request.
           IF RequestOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Add-Request
           END-IF
       .

       Guarded-Remove-Request.
           IF RequestOverflow = 1
               DISPLAY "Updates refused - file overflowed the table."
           ELSE
               Perform Remove-Request
           END-IF
       .

       Add-Request.
           IF RequestCount >= 200
               DISPLAY "Request table full - rejected."
           ELSE
               DISPLAY "Player id?"
               ACCEPT WorkPlayerId
               Perform Check-Player-Known
               Perform Find-Request
               EVALUATE TRUE
                   WHEN PlayerKnown = 0
                       DISPLAY "No such player in PLAYERS.DAT"
                           " - rejected."
                   WHEN RequestFound = 1
                       DISPLAY WorkPlayerId
                           " already has a statement waiting."
                   WHEN OTHER
                       Perform Append-Request
               END-EVALUATE
           END-IF
       .

       Append-Request.
           ADD 1 TO RequestCount
           MOVE RequestCount TO SR-Idx
           MOVE WorkPlayerId TO SR-PlayerId(SR-Idx)
           MOVE CurrentTimestamp TO SR-RequestedTs(SR-Idx)
           MOVE 1 TO FileChanged
           DISPLAY "Statement requested for " WorkPlayerId
               " - printed with the next weekly cycle."
       .

       Check-Player-Known.
           MOVE 0 TO PlayerKnown
           IF WorkPlayerId NOT = SPACES
               OPEN INPUT PlayerMasterFile
               IF PlayerMasterFileStatus = "00"
                   MOVE WorkPlayerId TO PM-PlayerId
                   READ PlayerMasterFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO PlayerKnown
                   END-READ
                   CLOSE PlayerMasterFile
               END-IF
           END-IF
       .

       Find-Request.
           MOVE 0 TO RequestFound
           PERFORM Compare-Request
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > RequestCount
       .

       Compare-Request.
           MOVE ListIndex TO SR-Idx
           IF SR-PlayerId(SR-Idx) = WorkPlayerId
               MOVE 1 TO RequestFound
           END-IF
       .

       Remove-Request.
           DISPLAY "Player id to withdraw?"
           ACCEPT WorkPlayerId
           MOVE 0 TO KeepCount
           PERFORM Keep-Other-Request
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > RequestCount
           IF KeepCount = RequestCount
               DISPLAY "No statement waiting for " WorkPlayerId "."
           ELSE
               MOVE KeepCount TO RequestCount
               MOVE 1 TO FileChanged
               DISPLAY "Statement request withdrawn for "
                   WorkPlayerId "."
           END-IF
       .

       Keep-Other-Request.
           MOVE ListIndex TO SR-Idx
           IF SR-PlayerId(SR-Idx) NOT = WorkPlayerId
               ADD 1 TO KeepCount
               MOVE RequestEntry(SR-Idx) TO RequestEntry(KeepCount)
           END-IF
       .

       List-Requests.
           DISPLAY "PLAYER      REQUESTED"
           PERFORM List-One-Request
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > RequestCount
           IF RequestCount = 0
               DISPLAY "No statements waiting."
           END-IF
       .

       List-One-Request.
           MOVE ListIndex TO SR-Idx
           MOVE SPACES TO ReportLine
           STRING
               SR-PlayerId(SR-Idx)     DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               SR-RequestedTs(SR-Idx)  DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Rewrite-Request-File.
           OPEN OUTPUT StatementRequestFile
           PERFORM Write-Request-Record
               VARYING ListIndex FROM 1 BY 1
               UNTIL ListIndex > RequestCount
           CLOSE StatementRequestFile
       .

       Write-Request-Record.
           MOVE ListIndex TO SR-Idx
           MOVE SR-PlayerId(SR-Idx) TO SQ-PlayerId
           MOVE SR-RequestedTs(SR-Idx) TO SQ-RequestedTs
           WRITE StatementRequestRecord
       .

       END PROGRAM StatementRequest.
