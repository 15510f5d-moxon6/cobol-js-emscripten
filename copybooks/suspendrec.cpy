*> SuspensionRecord - one row per suspension imposed by the committee.
*> A suspension is in force from SU-StartDate to SU-EndDate inclusive
*> (99999999 for an open-ended ban) unless it is lifted early, when
*> SU-LiftedDate carries the date it was lifted; zero means not
*> lifted. Rows are never deleted, so the file doubles as each
*> player's disciplinary history.
01 SuspensionRecord.
    05 SU-PlayerId     PIC X(10).
    05 SU-Reason       PIC X(30).
    05 SU-StartDate    PIC 9(08).
    05 SU-EndDate      PIC 9(08).
    05 SU-LiftedDate   PIC 9(08).
    05 SU-EnteredTs    PIC X(14).
