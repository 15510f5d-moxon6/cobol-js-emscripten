*> CycleParameterRecord - written to CYCLEPARM.DAT by the weekly cycle
*> for the length of its run and removed when it finishes. The weekly
*> reports that normally prompt at the console take their answers from
*> it instead, but only on the day it was written, so a row left by an
*> interrupted run cannot turn a later console run into a weekly one.
01 CycleParameterRecord.
    05 CY-RunDate        PIC 9(08).
    05 CY-WeekStartDate  PIC 9(08).
    05 CY-WeekEndDate    PIC 9(08).
    05 CY-VenueId        PIC X(06).
