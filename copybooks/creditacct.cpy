*> CreditAccountRecord - one row per credit holder, keyed by
*> CA-AccountId. A prepaid account ("P") is keyed by the member's
*> PM-PlayerId; a walk-up token pool ("T") is keyed TOKENS plus the
*> station id and holds the tokens sold over the desk for that
*> cabinet. The cabinet draws on a player's own balance first and
*> falls back to its station's token pool for walk-ups and guests.
01 CreditAccountRecord.
    05 CA-AccountId      PIC X(10).
    05 CA-AccountType    PIC X(01).
    05 CA-Balance        PIC 9(05).
    05 CA-LastActivity   PIC X(14).
