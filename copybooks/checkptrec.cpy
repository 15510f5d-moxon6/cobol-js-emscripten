*> CheckpointRecord - full in-flight game state, rewritten every few
*> iterations so a crashed/reloaded tab can resume mid-match.
*> The charge table carries the seats debited when the match started,
*> so an abandon after a restore still refunds the right accounts.
*> The tie fields carry the team rubber in play, so a restored match
*> is still stamped on the right TIES.DAT row when it finishes.
*> The ladder fields do the same for the challenge being played.
*> CP-WrittenTs is when the record was last rewritten, so a restore
*> can log the restart with the time the cabinet went down.
01 CheckpointRecord.
    05 CP-Player1Score       PIC 99.
    05 CP-Player2Score       PIC 99.
    05 CP-MatchStartTs       PIC X(14).
    05 CP-LeagueMode         PIC 9.
    05 CP-LeagueFixture      PIC 99.
    05 CP-ChargeCount        PIC 9.
    05 CP-ChargeCredits      PIC 9.
    05 CP-ChargeTable.
        10 CP-ChargeEntry OCCURS 4 TIMES.
            15 CP-ChargeAccount  PIC X(10).
            15 CP-ChargePlayer   PIC X(10).
            15 CP-ChargeSeat     PIC 9.
    05 CP-TieMode            PIC 9.
    05 CP-TieRubber          PIC 9(03).
    05 CP-LadderMode         PIC 9.
    05 CP-Challenge          PIC 9(05).
    05 CP-WrittenTs          PIC X(14).
