*> QU-GameMode carries the MainProgram mode the pair asked for
*> (0=two player, 1=one player, 3=blitz); doubles teams still enter
*> at the cabinet so all four sets of initials can be captured.
*> A solo sign-up has QU-Player2Id blank until the pairing run finds
*> them a partner; the cabinet only calls complete pairs.
01 QueueRecord.
    05 QU-Player1Id       PIC X(10).
    05 QU-Player2Id       PIC X(10).
