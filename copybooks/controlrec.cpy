*> ControlRecord - table dimensions and speeds read at startup so ops
*> can swap a league-night config in without recompiling.
*> CF-CreditsPerMatch is charged per human seat when a match starts;
*> zero sets the cabinet to free play for events, and a blank value
*> (a file cut before pay-per-play) leaves the one-credit default.
01 ControlRecord.
    05 CF-GameHeight        PIC 9(04).
    05 CF-GameWidth         PIC 9(04).
    05 CF-BallVelocityY     PIC S99.
    05 CF-StationId         PIC X(04).
    05 CF-BlitzMinutes      PIC 99.
    05 CF-CreditsPerMatch   PIC 9.
