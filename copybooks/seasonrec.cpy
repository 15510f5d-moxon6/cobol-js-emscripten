*> SeasonSummaryRecord - one row per ranked player written when a
*> season is closed out, freezing that season's final standings so
*> they survive later archive runs and leaderboard reloads.
*> Standings are frozen per division: SN-Division is the player's
*> division at the season end date and SN-Rank the place within it,
*> so each division has its own rank 1 champion. Rows written before
*> divisions were kept carry SN-Division spaces and a venue-wide rank.
01 SeasonSummaryRecord.
    05 SN-SeasonLabel PIC X(10).
    05 SN-Rank        PIC 99.
    05 SN-StartDate   PIC 9(08).
    05 SN-EndDate     PIC 9(08).
    05 SN-ClosedDate  PIC 9(08).
    05 SN-Division    PIC X(03).
