*> PracticeRecord - one row per practice drill played at the cabinet,
*> keyed by player and the time the drill finished so a player's
*> sessions read back together and in order. Practice never touches
*> the scores, match history, career counts or ratings; this file is
*> its only record.
*> PR-DrillCode is RETURN (serves returned out of PR-Attempts), RALLY
*> (longest unbroken run of returns over PR-Attempts balls) or SPEEDUP
*> (returns made on one ball as the rally speed climbs).
01 PracticeRecord.
    05 PR-Key.
        10 PR-PlayerId     PIC X(10).
        10 PR-DrillDate    PIC 9(08).
        10 PR-DrillTime    PIC 9(06).
    05 PR-DrillCode        PIC X(08).
    05 PR-DrillScore       PIC 9(04).
    05 PR-Attempts         PIC 9(04).
    05 PR-Returns          PIC 9(05).
    05 PR-Seconds          PIC 9(05).
    05 PR-StationId        PIC X(04).
