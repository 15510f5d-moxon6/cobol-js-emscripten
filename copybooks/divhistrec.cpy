*> DivisionHistoryRecord - one row every time a player is placed in a
*> division, appended by DivisionMaint and never rewritten. A player
*> who moves up keeps every earlier row, so a season closed after the
*> move still ranks the player in the division they played it in:
*> the row in force on a date is the latest one with DH-EffectiveDate
*> on or before it.
01 DivisionHistoryRecord.
    05 DH-PlayerId      PIC X(10).
    05 DH-Division      PIC X(03).
    05 DH-EffectiveDate PIC 9(08).
    05 DH-RecordedDate  PIC 9(08).
