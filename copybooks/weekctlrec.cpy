*> WeekControlRecord - one row per week the weekly cycle has finished.
*> The cycle driver refuses to run again for a week-ending date that
*> already appears here, as the night close-out does with RUNCTL.DAT,
*> so the weekly reports and the county export cannot be run twice.
01 WeekControlRecord.
    05 WK-WeekEndDate      PIC 9(08).
    05 WK-ClosedTimestamp  PIC X(14).
