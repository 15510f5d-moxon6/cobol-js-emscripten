       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CreditAcctFile ASSIGN TO "CREDITACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-AccountId
               FILE STATUS IS CreditAcctFileStatus.
           SELECT CreditTxnFile ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditTxnFileStatus.
           SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PlayerId
               FILE STATUS IS PlayerMasterFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CreditAcctFile.
       COPY "creditacct.cpy".
       FD CreditTxnFile.
       COPY "credittxn.cpy".
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       01 CreditAcctFileStatus PIC XX VALUE "00".
       01 CreditTxnFileStatus PIC XX VALUE "00".
       01 PlayerMasterFileStatus PIC XX VALUE "00".
       01 FunctionCode PIC X(01).
       01 MaintDone PIC 9 VALUE 0.
       01 EndOfAccountScan PIC 9 VALUE 0.
       01 CurrentTimestamp.
           05 CurrentDate PIC 9(08).
           05 CurrentTime PIC 9(06).
       01 TillStationId PIC X(04).
       01 TokenPoolId PIC X(10).
       01 WorkAccountId PIC X(10).
       01 WorkAccountType PIC X(01).
       01 WorkPlayerId PIC X(10).
       01 WorkTxnType PIC X(06).
       01 NumberText PIC X(07).
       01 NumberShift PIC X(06).
       01 NumberValid PIC 9.
       01 WorkCredits PIC 9(03).
       01 WorkPence PIC 9(07).
       01 WorkCash PIC 9(05)V99.
       01 SaleIsValid PIC 9.
       01 PlayerKnown PIC 9.
       01 AccountCount PIC 9(05) VALUE 0.
       01 ReportBalance PIC ZZZZ9.
       01 ReportCash PIC ZZZZ9.99.
       01 ReportTypeName PIC X(08).
       01 ReportLine PIC X(70).

       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== CREDIT SALES AND BALANCES ====="
           Perform Accept-Till-Station
           Perform Open-Credit-Files
           Perform Process-One-Function UNTIL MaintDone = 1
           CLOSE CreditTxnFile
           CLOSE CreditAcctFile
           GOBACK.

       Accept-Till-Station.
           MOVE SPACES TO TillStationId
           Perform Ask-Till-Station UNTIL TillStationId NOT = SPACES
           MOVE SPACES TO TokenPoolId
           STRING
               "TOKENS"          DELIMITED BY SIZE
               TillStationId     DELIMITED BY SPACE
               INTO TokenPoolId
       .

       Ask-Till-Station.
           DISPLAY "Station id for this till (e.g. ST1)?"
           ACCEPT TillStationId
           INSPECT TillStationId CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       .

       Open-Credit-Files.
           OPEN I-O CreditAcctFile
           IF CreditAcctFileStatus = "35"
               OPEN OUTPUT CreditAcctFile
               CLOSE CreditAcctFile
               OPEN I-O CreditAcctFile
           END-IF
           OPEN EXTEND CreditTxnFile
           IF CreditTxnFileStatus = "35"
               OPEN OUTPUT CreditTxnFile
               CLOSE CreditTxnFile
               OPEN EXTEND CreditTxnFile
           END-IF
       .

       Process-One-Function.
           DISPLAY "Function? P=Prepaid sale T=Token sale B=Balance"
               " L=List X=Exit"
           ACCEPT FunctionCode
           INSPECT FunctionCode CONVERTING "ptblx" TO "PTBLX"
           EVALUATE FunctionCode
               WHEN "P"
                   Perform Sell-Prepaid-Credits
               WHEN "T"
                   Perform Sell-Walkup-Tokens
               WHEN "B"
                   Perform Show-Balance
               WHEN "L"
                   Perform List-Accounts
               WHEN "X"
                   MOVE 1 TO MaintDone
               WHEN OTHER
                   DISPLAY "Unknown function: " FunctionCode
           END-EVALUATE
       .

*> Prepaid credit is only sold against a player the cabinet already
*> knows, so a mistyped set of initials cannot strand money on an
*> account nobody will ever log in as.
       Sell-Prepaid-Credits.
           DISPLAY "Player initials?"
           ACCEPT WorkPlayerId
           Perform Check-Player-Known
           IF PlayerKnown = 0
               DISPLAY "No such player in PLAYERS.DAT - rejected."
           ELSE
               Perform Accept-Sale-Amounts
               IF SaleIsValid = 1
                   MOVE WorkPlayerId TO WorkAccountId
                   MOVE "P" TO WorkAccountType
                   MOVE "SALE" TO WorkTxnType
                   Perform Post-Sale
               END-IF
           END-IF
       .

       Sell-Walkup-Tokens.
           Perform Accept-Sale-Amounts
           IF SaleIsValid = 1
               MOVE TokenPoolId TO WorkAccountId
               MOVE SPACES TO WorkPlayerId
               MOVE "T" TO WorkAccountType
               MOVE "TOKEN" TO WorkTxnType
               Perform Post-Sale
           END-IF
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

       Accept-Sale-Amounts.
           MOVE 0 TO SaleIsValid
           MOVE 0 TO WorkCredits
           DISPLAY "Credits sold (1-999)?"
           ACCEPT NumberText
           Perform Normalise-Number-Text
           IF NumberValid = 1 AND NumberText(1:4) = "0000"
               MOVE NumberText(5:3) TO WorkCredits
               IF WorkCredits > 0
                   DISPLAY "Cash taken in pence (e.g. 500 for 5.00)?"
                   ACCEPT NumberText
                   Perform Normalise-Number-Text
                   IF NumberValid = 1
                       MOVE NumberText TO WorkPence
                       COMPUTE WorkCash = WorkPence / 100
                       MOVE 1 TO SaleIsValid
                   ELSE
                       DISPLAY "Not an amount: " NumberText
                           " - sale rejected."
                   END-IF
               END-IF
           END-IF
           IF SaleIsValid = 0 AND WorkCredits = 0
               DISPLAY "Credits must be 1-999 - sale rejected."
           END-IF
       .

       Normalise-Number-Text.
           MOVE 0 TO NumberValid
           IF NumberText NOT = SPACES
               Perform Shift-Number-Right
                   UNTIL NumberText(7:1) NOT = SPACE
               IF NumberText IS NUMERIC
                   MOVE 1 TO NumberValid
               END-IF
           END-IF
       .

       Shift-Number-Right.
           MOVE NumberText(1:6) TO NumberShift
           MOVE "0" TO NumberText(1:1)
           MOVE NumberShift TO NumberText(2:6)
       .

       Post-Sale.
           ACCEPT CurrentDate FROM DATE YYYYMMDD
           ACCEPT CurrentTime FROM TIME
           MOVE WorkAccountId TO CA-AccountId
           READ CreditAcctFile
               INVALID KEY
                   MOVE WorkAccountId TO CA-AccountId
                   MOVE WorkAccountType TO CA-AccountType
                   MOVE WorkCredits TO CA-Balance
                   MOVE CurrentTimestamp TO CA-LastActivity
                   WRITE CreditAccountRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WorkCredits TO CA-Balance
                   MOVE CurrentTimestamp TO CA-LastActivity
                   REWRITE CreditAccountRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           MOVE CurrentTimestamp TO CX-Timestamp
           MOVE TillStationId TO CX-StationId
           MOVE WorkTxnType TO CX-TxnType
           MOVE WorkAccountId TO CX-AccountId
           MOVE WorkPlayerId TO CX-PlayerId
           MOVE WorkCredits TO CX-Credits
           MOVE WorkCash TO CX-CashAmount
           MOVE SPACES TO CX-MatchStartTs
           MOVE 0 TO CX-Seat
           MOVE SPACE TO CX-ChargeKind
           WRITE CreditTransactionRecord
           MOVE CA-Balance TO ReportBalance
           MOVE WorkCash TO ReportCash
           DISPLAY "Sold - " WorkAccountId " cash " ReportCash
               " balance now " ReportBalance "."
       .

       Show-Balance.
           DISPLAY "Player initials (blank for this station's tokens)?"
           ACCEPT WorkAccountId
           IF WorkAccountId = SPACES
               MOVE TokenPoolId TO WorkAccountId
           END-IF
           MOVE WorkAccountId TO CA-AccountId
           READ CreditAcctFile
               INVALID KEY
                   DISPLAY "No credit account for " WorkAccountId "."
               NOT INVALID KEY
                   MOVE CA-Balance TO ReportBalance
                   DISPLAY WorkAccountId " balance " ReportBalance
                       " last used " CA-LastActivity
           END-READ
       .

       List-Accounts.
           MOVE 0 TO AccountCount
           MOVE 0 TO EndOfAccountScan
           DISPLAY "ACCOUNT     TYPE      BALANCE  LAST ACTIVITY"
           MOVE LOW-VALUES TO CA-AccountId
           START CreditAcctFile KEY IS NOT LESS THAN CA-AccountId
               INVALID KEY MOVE 1 TO EndOfAccountScan
           END-START
           Perform List-One-Account UNTIL EndOfAccountScan = 1
           IF AccountCount = 0
               DISPLAY "No credit accounts on file."
           END-IF
       .

       List-One-Account.
           READ CreditAcctFile NEXT
               AT END MOVE 1 TO EndOfAccountScan
               NOT AT END
                   ADD 1 TO AccountCount
                   IF CA-AccountType = "T"
                       MOVE "TOKENS" TO ReportTypeName
                   ELSE
                       MOVE "PREPAID" TO ReportTypeName
                   END-IF
                   MOVE CA-Balance TO ReportBalance
                   MOVE SPACES TO ReportLine
                   STRING
                       CA-AccountId       DELIMITED BY SIZE
                       "  "               DELIMITED BY SIZE
                       ReportTypeName     DELIMITED BY SIZE
                       "  "               DELIMITED BY SIZE
                       ReportBalance      DELIMITED BY SIZE
                       "    "             DELIMITED BY SIZE
                       CA-LastActivity    DELIMITED BY SIZE
                       INTO ReportLine
                   DISPLAY ReportLine
           END-READ
       .

       END PROGRAM CreditMaint.
