*> ChallengeRecord - one row per ladder challenge. A player may
*> challenge anyone up to three rungs above; the rungs held when the
*> challenge was issued are kept for the record, but the result is
*> applied to the rungs held when it is settled. CH-Status is OPEN
*> until the match is played (PLAYED) or the expiry date passes with
*> the challenge unplayed (FORFEIT, settled in the challenger's
*> favour), or the challenge is withdrawn (WITHDRAWN). The match key
*> is stamped on a played challenge, as on team rubbers.
01 ChallengeRecord.
    05 CH-ChallengeNumber  PIC 9(05).
    05 CH-ChallengerId     PIC X(10).
    05 CH-ChallengerRung   PIC 9(03).
    05 CH-DefenderId       PIC X(10).
    05 CH-DefenderRung     PIC 9(03).
    05 CH-IssuedDate       PIC 9(08).
    05 CH-ExpiryDate       PIC 9(08).
    05 CH-Status           PIC X(09).
    05 CH-WinnerId         PIC X(10).
    05 CH-SettledDate      PIC 9(08).
    05 CH-MatchStartTs     PIC X(14).
    05 CH-StationId        PIC X(04).
