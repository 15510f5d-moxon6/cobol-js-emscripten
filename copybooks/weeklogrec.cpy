*> WeekLogRecord - one row per step of the weekly cycle. A week that
*> stopped part way is restarted by running the cycle again for the
*> same week-ending date: every step already logged OK for that week
*> is passed over and the run picks up at the step that failed.
01 WeekLogRecord.
    05 WL-WeekEndDate  PIC 9(08).
    05 WL-RunDate      PIC 9(08).
    05 WL-StepNumber   PIC 99.
    05 WL-StepName     PIC X(12).
    05 WL-StartTime    PIC 9(06).
    05 WL-EndTime      PIC 9(06).
    05 WL-Status       PIC X(04).
    05 WL-RecordCount  PIC 9(07).
