*> TieRubberRecord - one row per singles rubber in a club-versus-club
*> team tie, rubbers numbered within the tie. The cabinet plays the
*> first rubber without a match in tie and rubber order, the same way
*> it works through FIXTURES.DAT and LEAGUE.DAT, and stamps the row
*> with the match's start timestamp and station. The result itself is
*> not copied here: the club table reads it back from MATCHES.DAT by
*> that key, so a result changed on appeal is picked up as it stands.
01 TieRubberRecord.
    05 TI-TieNumber      PIC 9(03).
    05 TI-RubberNumber   PIC 9.
    05 TI-TieDate        PIC 9(08).
    05 TI-HomeClub       PIC X(04).
    05 TI-AwayClub       PIC X(04).
    05 TI-HomePlayerId   PIC X(10).
    05 TI-AwayPlayerId   PIC X(10).
    05 TI-MatchStartTs   PIC X(14).
    05 TI-StationId      PIC X(04).
