*> MatchIndexRecord - one row per completed match on MATCHIDX.DAT,
*> the keyed copy of MATCHES.DAT and every archived generation. The
*> match key is the start timestamp and station, the same key appeals,
*> ladder challenges and team rubbers use to name a match. Alternate
*> keys on each of the four player ids and on the end timestamp give
*> per-player and date-window reports a direct path to their rows.
*> MatchIndexBuild loads it in full; MatchIndexPost adds each night's
*> matches at close-out.
01 MatchIndexRecord.
    05 MX-MatchKey.
        10 MX-StartTimestamp  PIC X(14).
        10 MX-StationId       PIC X(04).
    05 MX-WinnerId        PIC X(10).
    05 MX-LoserId         PIC X(10).
    05 MX-WinnerPartnerId PIC X(10).
    05 MX-LoserPartnerId  PIC X(10).
    05 MX-EndTimestamp    PIC X(14).
    05 MX-WinnerScore     PIC 99.
    05 MX-LoserScore      PIC 99.
    05 MX-GameMode        PIC 9.
    05 MX-HandicapFlag    PIC X(01).
