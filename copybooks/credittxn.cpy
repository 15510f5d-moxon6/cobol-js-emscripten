*> CreditTransactionRecord - one row per movement on a credit account,
*> appended in time order so the cash-up report can balance the till
*> against the games played. SALE is prepaid credit bought against a
*> player, TOKEN is walk-up tokens bought for a station's pool, DEBIT
*> is one seat charged when a match starts and REFUND gives that seat
*> back when the match is abandoned. CX-MatchStartTs ties a DEBIT or
*> REFUND to the MH-StartTimestamp of the match it paid for.
*> CX-Seat is the seat the row was charged for. CX-ChargeKind says
*> what a DEBIT or REFUND paid for: M on the first seat charged for a
*> match, so there is exactly one per match, S on the other seats of
*> that match, and P on a practice session, which files no match.
*> Rows written before the field existed are blank.
01 CreditTransactionRecord.
    05 CX-Timestamp      PIC X(14).
    05 CX-StationId      PIC X(04).
    05 CX-TxnType        PIC X(06).
    05 CX-AccountId      PIC X(10).
    05 CX-PlayerId       PIC X(10).
    05 CX-Credits        PIC 9(03).
    05 CX-CashAmount     PIC 9(05)V99.
    05 CX-MatchStartTs   PIC X(14).
    05 CX-Seat           PIC 9.
    05 CX-ChargeKind     PIC X(01).
