*> wins/losses across matches. PM-Pin spaces means the player has not
*> set a PIN yet and is walked through first-login setup at the
*> cabinet; GUEST and CPU identities are never PIN-checked.
*> PM-ClubCode is the CLUBS.DAT club the player turns out for in team
*> ties; spaces means unattached.
*> PM-Division is the division the player is ranked in (a code from
*> divcodes.cpy) and PM-DivisionDate the date that placement took
*> effect; spaces and zero mean the player has never been placed and
*> is ranked in Open.
*> Every placement is also logged on DIVHIST.DAT.
01 PlayerMasterRecord.
    05 PM-PlayerId     PIC X(10).
    05 PM-PlayerName   PIC X(20).
    05 PM-Wins         PIC 9(05).
    05 PM-Losses       PIC 9(05).
    05 PM-Points       PIC 9(07).
    05 PM-Pin          PIC X(04).
    05 PM-ClubCode     PIC X(04).
    05 PM-Division     PIC X(03).
    05 PM-DivisionDate PIC 9(08).
