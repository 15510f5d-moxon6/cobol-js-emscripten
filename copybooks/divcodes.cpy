*> DivisionCodeTable - the playing divisions every leaderboard, season
*> table and attract-mode top five is ranked by, in the order they are
*> printed. A player with PM-Division blank, or a code no longer in
*> this table, is ranked in Open.
01 DivisionCodeValues.
    05 FILLER PIC X(13) VALUE "JNRJUNIOR".
    05 FILLER PIC X(13) VALUE "OPNOPEN".
    05 FILLER PIC X(13) VALUE "VETVETERANS".
    05 FILLER PIC X(13) VALUE "NOVNOVICE".
01 DivisionCodeTable REDEFINES DivisionCodeValues.
    05 DivisionCodeEntry OCCURS 4 TIMES INDEXED BY DC-Idx.
        10 DC-Code PIC X(03).
        10 DC-Name PIC X(10).
