       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportReprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       WORKING-STORAGE SECTION.
       01 ReportIndexStatus PIC XX VALUE "00".
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 EndOfReportIndex PIC 9 VALUE 0.
       01 EndOfSpoolFile PIC 9 VALUE 0.
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 WantedCode PIC X(08).
       01 WantedDate PIC 9(08).
       01 RawDate PIC X(08).
       01 DateIsValid PIC 9.
       01 DateCharIndex PIC 9.
       01 SpoolWorkName PIC X(20) VALUE "RPTSPOOL.TMP".
       01 SpoolFileName PIC X(20).
       01 RunsFound PIC 9(05).
       01 RunsListed PIC 9(05).
       01 LinesReprinted PIC 9(07).
       01 ReportLineCount PIC ZZZZZZ9.
       01 ReportPageCount PIC ZZZ9.
       01 ReportLine PIC X(80).

*> The committee asks for a past report by its name and the date it
*> ran. The index says which dated spool file holds it; the spool
*> file is read back under the work name and put to the console page
*> by page exactly as it was first printed, headings and trailer too.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== REPORT INDEX AND REPRINT ====="
           Perform Process-One-Function UNTIL MaintDone = 1
           GOBACK.

       Process-One-Function.
           DISPLAY "Function? L=List index P=Reprint X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "lpx" TO "LPX"
           EVALUATE FunctionCode
               WHEN "L"
                   Perform List-Report-Index
               WHEN "P"
                   Perform Reprint-Report
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

       List-Report-Index.
           DISPLAY "Report name (blank for every report)?"
           ACCEPT WantedCode
           INSPECT WantedCode CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO RunsListed
           MOVE 0 TO EndOfReportIndex
           OPEN INPUT ReportIndexFile
           IF ReportIndexStatus = "00"
               DISPLAY "REPORT    RUN DATE TIME   STN    LINES PAGES"
                   "  SPOOL FILE"
               Perform List-Index-Record UNTIL EndOfReportIndex = 1
               CLOSE ReportIndexFile
           END-IF
           IF RunsListed = 0
               DISPLAY "No reports on the index."
           END-IF
       .

       List-Index-Record.
           READ ReportIndexFile
               AT END MOVE 1 TO EndOfReportIndex
               NOT AT END
                   IF WantedCode = SPACES
                       OR RI-ReportCode = WantedCode
                       ADD 1 TO RunsListed
                       Perform Print-Index-Line
                   END-IF
           END-READ
       .

       Print-Index-Line.
           MOVE RI-LineCount TO ReportLineCount
           MOVE RI-PageCount TO ReportPageCount
           MOVE SPACES TO ReportLine
           STRING
               RI-ReportCode     DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               RI-RunDate        DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               RI-RunTime        DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               RI-StationId      DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               ReportLineCount   DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               ReportPageCount   DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               RI-SpoolFile      DELIMITED BY SIZE
               INTO ReportLine
           DISPLAY ReportLine
       .

       Reprint-Report.
           DISPLAY "Report name?"
           ACCEPT WantedCode
           INSPECT WantedCode CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Run date (YYYYMMDD)?"
           MOVE 0 TO DateIsValid
           Perform Accept-One-Date UNTIL DateIsValid = 1
           MOVE RawDate TO WantedDate
           Perform Find-Report-Run
           IF RunsFound = 0
               DISPLAY "No run of " WantedCode " on " WantedDate
                   " in the report index."
           ELSE
               Perform Print-Spool-File
           END-IF
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

       Find-Report-Run.
           MOVE 0 TO RunsFound
           MOVE 0 TO EndOfReportIndex
           OPEN INPUT ReportIndexFile
           IF ReportIndexStatus = "00"
               Perform Match-Index-Record UNTIL EndOfReportIndex = 1
               CLOSE ReportIndexFile
           END-IF
       .

       Match-Index-Record.
           READ ReportIndexFile
               AT END MOVE 1 TO EndOfReportIndex
               NOT AT END
                   IF RI-ReportCode = WantedCode
                       AND RI-RunDate = WantedDate
                       ADD 1 TO RunsFound
                       MOVE RI-SpoolFile TO SpoolFileName
                   END-IF
           END-READ
       .

*> Every run of the report on that date is in the one spool file, so
*> all of them come back, each under its own page headings.
       Print-Spool-File.
           CALL "CBL_RENAME_FILE" USING SpoolFileName SpoolWorkName
           IF RETURN-CODE NOT = 0
               DISPLAY "Spool file " SpoolFileName
                   " is not on disk - cannot reprint."
           ELSE
               MOVE 0 TO LinesReprinted
               MOVE 0 TO EndOfSpoolFile
               OPEN INPUT ReportSpoolFile
               IF ReportSpoolStatus = "00"
                   Perform Reprint-Spool-Line
                       UNTIL EndOfSpoolFile = 1
                   CLOSE ReportSpoolFile
               END-IF
               CALL "CBL_RENAME_FILE"
                   USING SpoolWorkName SpoolFileName
               DISPLAY "Reprinted " RunsFound " run(s), "
                   LinesReprinted " lines, from " SpoolFileName
           END-IF
       .

       Reprint-Spool-Line.
           READ ReportSpoolFile
               AT END MOVE 1 TO EndOfSpoolFile
               NOT AT END
                   ADD 1 TO LinesReprinted
                   DISPLAY SpoolRecord
           END-READ
       .

       END PROGRAM ReportReprint.
