       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashUp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CreditTxnFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditTxnFileStatus.
           SELECT MatchHistFile ASSIGN TO "MATCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
           SELECT ReportSpoolFile ASSIGN TO "RPTSPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportSpoolStatus.
           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CreditTxnFile.
       COPY "credittxn.cpy".
       FD MatchHistFile.
       COPY "matchhist.cpy".
       FD ReportSpoolFile.
       COPY "rptspool.cpy".
       FD ReportIndexFile.
       COPY "rptidxrec.cpy".
       WORKING-STORAGE SECTION.
       01 CreditTxnFileStatus PIC XX VALUE "00".
       01 MatchHistFileStatus PIC XX VALUE "00".
       01 EndOfCreditTxnFile PIC 9 VALUE 0.
       01 EndOfMatchHistFile PIC 9 VALUE 0.
       01 StationCount PIC 99 VALUE 0.
       01 StationIndex PIC 99.
       01 FoundIndex PIC 99.
       01 LookupStationId PIC X(04).
       01 StationOverflow PIC 9 VALUE 0.
*> One row per cabinet seen in either file. Sales are booked to the
*> till that took the money and consumption to the cabinet that
*> played the match, so prepaid credit bought at one till and spent on
*> another cabinet only balances in the house totals; the per-station
*> match check is exact because every paid match writes one DEBIT
*> marked M. Practice sessions are charged but file no match, so they
*> are counted apart and kept out of the check. Rows from before the
*> charge kind was recorded count a match on seat 1 as they always did.
       01 StationTable.
           05 StationEntry OCCURS 20 TIMES INDEXED BY SA-Idx.
               10 SA-StationId       PIC X(04).
               10 SA-PrepaidSold     PIC 9(05).
               10 SA-TokensSold      PIC 9(05).
               10 SA-CashTaken       PIC 9(07)V99.
               10 SA-CreditsDebited  PIC 9(05).
               10 SA-CreditsRefunded PIC 9(05).
               10 SA-MatchesCharged  PIC 9(05).
               10 SA-MatchesRefunded PIC 9(05).
               10 SA-MatchesRecorded PIC 9(05).
               10 SA-PracticeCharged PIC 9(05).
               10 SA-PracticeRefunded PIC 9(05).
       01 MatchesPaid PIC S9(05).
       01 CreditsConsumed PIC S9(05).
       01 TotalPrepaidSold PIC 9(07) VALUE 0.
       01 TotalTokensSold PIC 9(07) VALUE 0.
       01 TotalCashTaken PIC 9(07)V99 VALUE 0.
       01 TotalCreditsDebited PIC 9(07) VALUE 0.
       01 TotalCreditsRefunded PIC 9(07) VALUE 0.
       01 TotalMatchesRecorded PIC 9(07) VALUE 0.
       01 VarianceCount PIC 9(03) VALUE 0.
       01 TxnRecordsRead PIC 9(07) VALUE 0.
       01 ReportCash PIC ZZZZZZ9.99.
       01 ReportCount PIC ZZZZ9.
       01 ReportCount2 PIC ZZZZ9.
       01 ReportCount3 PIC ZZZZ9.
       01 ReportSigned PIC -ZZZZ9.
       01 ReportFlag PIC X(20).
       01 ReportLine PIC X(80).
       01 ReportSpoolStatus PIC XX VALUE "00".
       01 ReportIndexStatus PIC XX VALUE "00".
       01 SpoolReportCode PIC X(08) VALUE "CASHUP".
       01 SpoolReportTitle PIC X(30)
           VALUE "NIGHTLY CASH-UP BY STATION".
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
           DISPLAY "===== NIGHTLY CASH-UP BY STATION ====="
           Perform Open-Report-Spool
           Perform Tally-Credit-Transactions
           Perform Tally-Match-Hist-File
           IF StationOverflow = 1
               MOVE "Station table full - cash-up refused, totals"
                   TO ReportLine
               Perform Spool-Line
               MOVE "would not cover every cabinet." TO ReportLine
               Perform Spool-Line
               Perform Close-Report-Spool
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF StationCount = 0
               MOVE "No credit activity and no matches tonight."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               PERFORM Print-Station-Block
                   VARYING StationIndex FROM 1 BY 1
                   UNTIL StationIndex > StationCount
               Perform Print-House-Totals
           END-IF
           MOVE TotalMatchesRecorded TO SpoolControlTotal
           Perform Close-Report-Spool
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Tally-Credit-Transactions.
           OPEN INPUT CreditTxnFile
           IF CreditTxnFileStatus = "35"
               MOVE "No credit transactions file - no sales tonight."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               Perform Read-Credit-Txn-Record
                   UNTIL EndOfCreditTxnFile = 1
               CLOSE CreditTxnFile
           END-IF
       .

       Read-Credit-Txn-Record.
           READ CreditTxnFile
               AT END MOVE 1 TO EndOfCreditTxnFile
               NOT AT END
                   ADD 1 TO TxnRecordsRead
                   MOVE CX-StationId TO LookupStationId
                   Perform Find-Or-Add-Station
                   IF FoundIndex > 0
                       Perform Post-Credit-Txn
                   END-IF
           END-READ
       .

       Post-Credit-Txn.
           MOVE FoundIndex TO SA-Idx
           EVALUATE CX-TxnType
               WHEN "SALE"
                   ADD CX-Credits TO SA-PrepaidSold(SA-Idx)
                   ADD CX-CashAmount TO SA-CashTaken(SA-Idx)
               WHEN "TOKEN"
                   ADD CX-Credits TO SA-TokensSold(SA-Idx)
                   ADD CX-CashAmount TO SA-CashTaken(SA-Idx)
               WHEN "DEBIT"
                   ADD CX-Credits TO SA-CreditsDebited(SA-Idx)
                   EVALUATE TRUE
                       WHEN CX-ChargeKind = "P"
                           ADD 1 TO SA-PracticeCharged(SA-Idx)
                       WHEN CX-ChargeKind = "M"
                       WHEN CX-ChargeKind = SPACE AND CX-Seat = 1
                           ADD 1 TO SA-MatchesCharged(SA-Idx)
                   END-EVALUATE
               WHEN "REFUND"
                   ADD CX-Credits TO SA-CreditsRefunded(SA-Idx)
                   EVALUATE TRUE
                       WHEN CX-ChargeKind = "P"
                           ADD 1 TO SA-PracticeRefunded(SA-Idx)
                       WHEN CX-ChargeKind = "M"
                       WHEN CX-ChargeKind = SPACE AND CX-Seat = 1
                           ADD 1 TO SA-MatchesRefunded(SA-Idx)
                   END-EVALUATE
           END-EVALUATE
       .

       Tally-Match-Hist-File.
           OPEN INPUT MatchHistFile
           IF MatchHistFileStatus = "35"
               MOVE "No match history file - no matches tonight."
                   TO ReportLine
               Perform Spool-Line
           ELSE
               Perform Read-Match-Hist-Record
                   UNTIL EndOfMatchHistFile = 1
               CLOSE MatchHistFile
           END-IF
       .

       Read-Match-Hist-Record.
           READ MatchHistFile
               AT END MOVE 1 TO EndOfMatchHistFile
               NOT AT END
                   MOVE MH-StationId TO LookupStationId
                   Perform Find-Or-Add-Station
                   IF FoundIndex > 0
                       MOVE FoundIndex TO SA-Idx
                       ADD 1 TO SA-MatchesRecorded(SA-Idx)
                   END-IF
           END-READ
       .

       Find-Or-Add-Station.
           MOVE 0 TO FoundIndex
           PERFORM Compare-Station-Entry
               VARYING StationIndex FROM 1 BY 1
               UNTIL StationIndex > StationCount OR FoundIndex > 0
           IF FoundIndex = 0
               IF StationCount < 20
                   ADD 1 TO StationCount
                   MOVE StationCount TO SA-Idx
                   MOVE LookupStationId TO SA-StationId(SA-Idx)
                   MOVE 0 TO SA-PrepaidSold(SA-Idx)
                   MOVE 0 TO SA-TokensSold(SA-Idx)
                   MOVE 0 TO SA-CashTaken(SA-Idx)
                   MOVE 0 TO SA-CreditsDebited(SA-Idx)
                   MOVE 0 TO SA-CreditsRefunded(SA-Idx)
                   MOVE 0 TO SA-MatchesCharged(SA-Idx)
                   MOVE 0 TO SA-MatchesRefunded(SA-Idx)
                   MOVE 0 TO SA-MatchesRecorded(SA-Idx)
                   MOVE 0 TO SA-PracticeCharged(SA-Idx)
                   MOVE 0 TO SA-PracticeRefunded(SA-Idx)
                   MOVE StationCount TO FoundIndex
               ELSE
                   MOVE 1 TO StationOverflow
               END-IF
           END-IF
       .

       Compare-Station-Entry.
           IF SA-StationId(StationIndex) = LookupStationId
               MOVE StationIndex TO FoundIndex
           END-IF
       .

       Print-Station-Block.
           MOVE StationIndex TO SA-Idx
           COMPUTE CreditsConsumed =
               SA-CreditsDebited(SA-Idx) - SA-CreditsRefunded(SA-Idx)
           COMPUTE MatchesPaid =
               SA-MatchesCharged(SA-Idx) - SA-MatchesRefunded(SA-Idx)
           IF MatchesPaid = SA-MatchesRecorded(SA-Idx)
               MOVE "BALANCED" TO ReportFlag
           ELSE
               MOVE "*** CHECK TILL ***" TO ReportFlag
               ADD 1 TO VarianceCount
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               "STATION "            DELIMITED BY SIZE
               SA-StationId(SA-Idx)  DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SA-PrepaidSold(SA-Idx) TO ReportCount
           MOVE SA-TokensSold(SA-Idx) TO ReportCount2
           MOVE SA-CashTaken(SA-Idx) TO ReportCash
           MOVE SPACES TO ReportLine
           STRING
               "  Sold: prepaid "      DELIMITED BY SIZE
               ReportCount             DELIMITED BY SIZE
               "  tokens "             DELIMITED BY SIZE
               ReportCount2            DELIMITED BY SIZE
               "  cash taken "         DELIMITED BY SIZE
               ReportCash              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE SA-CreditsDebited(SA-Idx) TO ReportCount
           MOVE SA-CreditsRefunded(SA-Idx) TO ReportCount2
           MOVE CreditsConsumed TO ReportSigned
           MOVE SPACES TO ReportLine
           STRING
               "  Credits: debited "   DELIMITED BY SIZE
               ReportCount             DELIMITED BY SIZE
               "  refunded "           DELIMITED BY SIZE
               ReportCount2            DELIMITED BY SIZE
               "  consumed "           DELIMITED BY SIZE
               ReportSigned            DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE MatchesPaid TO ReportSigned
           MOVE SA-MatchesRefunded(SA-Idx) TO ReportCount2
           MOVE SA-MatchesRecorded(SA-Idx) TO ReportCount3
           MOVE SPACES TO ReportLine
           STRING
               "  Matches: paid "      DELIMITED BY SIZE
               ReportSigned            DELIMITED BY SIZE
               "  refunded "           DELIMITED BY SIZE
               ReportCount2            DELIMITED BY SIZE
               "  in MATCHES.DAT "     DELIMITED BY SIZE
               ReportCount3            DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               ReportFlag              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF SA-PracticeCharged(SA-Idx) > 0
               MOVE SA-PracticeCharged(SA-Idx) TO ReportCount
               MOVE SA-PracticeRefunded(SA-Idx) TO ReportCount2
               MOVE SPACES TO ReportLine
               STRING
                   "  Practice: charged "  DELIMITED BY SIZE
                   ReportCount             DELIMITED BY SIZE
                   "  refunded "           DELIMITED BY SIZE
                   ReportCount2            DELIMITED BY SIZE
                   "  (no match filed)"    DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
           ADD SA-PrepaidSold(SA-Idx) TO TotalPrepaidSold
           ADD SA-TokensSold(SA-Idx) TO TotalTokensSold
           ADD SA-CashTaken(SA-Idx) TO TotalCashTaken
           ADD SA-CreditsDebited(SA-Idx) TO TotalCreditsDebited
           ADD SA-CreditsRefunded(SA-Idx) TO TotalCreditsRefunded
           ADD SA-MatchesRecorded(SA-Idx) TO TotalMatchesRecorded
       .

       Print-House-Totals.
           MOVE "HOUSE TOTALS" TO ReportLine
           Perform Spool-Line
           MOVE TotalPrepaidSold TO ReportCount
           MOVE TotalTokensSold TO ReportCount2
           MOVE TotalCashTaken TO ReportCash
           MOVE SPACES TO ReportLine
           STRING
               "  Sold: prepaid "      DELIMITED BY SIZE
               ReportCount             DELIMITED BY SIZE
               "  tokens "             DELIMITED BY SIZE
               ReportCount2            DELIMITED BY SIZE
               "  cash taken "         DELIMITED BY SIZE
               ReportCash              DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           COMPUTE CreditsConsumed =
               TotalCreditsDebited - TotalCreditsRefunded
           MOVE TotalCreditsDebited TO ReportCount
           MOVE TotalCreditsRefunded TO ReportCount2
           MOVE CreditsConsumed TO ReportSigned
           MOVE SPACES TO ReportLine
           STRING
               "  Credits: debited "   DELIMITED BY SIZE
               ReportCount             DELIMITED BY SIZE
               "  refunded "           DELIMITED BY SIZE
               ReportCount2            DELIMITED BY SIZE
               "  consumed "           DELIMITED BY SIZE
               ReportSigned            DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           MOVE TotalMatchesRecorded TO ReportCount
           MOVE SPACES TO ReportLine
           STRING
               "  Matches in MATCHES.DAT: "  DELIMITED BY SIZE
               ReportCount                   DELIMITED BY SIZE
               INTO ReportLine
           Perform Spool-Line
           IF VarianceCount = 0
               MOVE "All stations balance." TO ReportLine
               Perform Spool-Line
           ELSE
               MOVE SPACES TO ReportLine
               STRING
                   "Stations out of balance: "
                       DELIMITED BY SIZE
                   VarianceCount
                       DELIMITED BY SIZE
                   " - check free-play settings and abandoned tabs."
                       DELIMITED BY SIZE
                   INTO ReportLine
               Perform Spool-Line
           END-IF
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

       END PROGRAM CashUp.
