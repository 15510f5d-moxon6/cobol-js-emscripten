*> LadderRecord - one row per player holding a rung on the challenge
*> ladder, rung 1 at the top, kept in rung order with no gaps.
*> LD-WeekStartRung is the rung held when the last weekly ladder was
*> printed (zero for a player who has joined since), and
*> LD-WeekStartDate the date that sheet was printed, so the next sheet
*> can show each player's movement over the week.
01 LadderRecord.
    05 LD-Rung           PIC 9(03).
    05 LD-PlayerId       PIC X(10).
    05 LD-JoinedDate     PIC 9(08).
    05 LD-WeekStartRung  PIC 9(03).
    05 LD-WeekStartDate  PIC 9(08).
