*> PlayerJournalRecord - one row on PLAYJRNL.DAT for every record
*> added to, changed on or deleted from PLAYERS.DAT, written by the
*> program that made the change straight after it reached the file.
*> PJ-Action is A (add, before image spaces), C (change) or D (delete,
*> after image spaces). The images are whole PlayerMasterRecord rows
*> from playermas.cpy and must be widened with it. PJ-StationId is the
*> cabinet for MainProgram and HOST for the office utilities.
*> NightArchive rolls the journal to PLAYJRNLyyyymmdd.DAT at the same
*> moment it copies PLAYERS.DAT, which is where PlayerRecover starts.
01 PlayerJournalRecord.
    05 PJ-Timestamp.
        10 PJ-Date        PIC 9(08).
        10 PJ-Time        PIC 9(06).
    05 PJ-Program         PIC X(16).
    05 PJ-StationId       PIC X(04).
    05 PJ-Action          PIC X(01).
    05 PJ-BeforeImage     PIC X(66).
    05 PJ-AfterImage      PIC X(66).
