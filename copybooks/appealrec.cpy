*> AppealRecord - one row per appeal case lodged against a finished
*> match, identified by the match's MH-StartTimestamp and station.
*> The match as it stood when the case was opened is copied onto the
*> case, with the AUDIT.DAT window the committee reviewed, so the
*> file remains the permanent record after any reversal is posted.
*> AP-Ruling is OPEN until decided, then STANDS, OVERTURN or VOID.
*> AP-FixturePosted shows which competition file the reversal reached:
*> L league, B bracket, H bracket already moved on (corrected by
*> hand), T team rubber reopened for replay, space for none.
01 AppealRecord.
    05 AP-CaseNumber        PIC 9(05).
    05 AP-StationId         PIC X(04).
    05 AP-MatchStartTs      PIC X(14).
    05 AP-MatchEndTs        PIC X(14).
    05 AP-WinnerId          PIC X(10).
    05 AP-LoserId           PIC X(10).
    05 AP-WinnerPartnerId   PIC X(10).
    05 AP-LoserPartnerId    PIC X(10).
    05 AP-WinnerScore       PIC 99.
    05 AP-LoserScore        PIC 99.
    05 AP-GameMode          PIC 9.
    05 AP-ComplainantId     PIC X(10).
    05 AP-Grounds           PIC X(40).
    05 AP-EvidenceFromTs    PIC X(14).
    05 AP-EvidenceToTs      PIC X(14).
    05 AP-EvidenceRows      PIC 9(05).
    05 AP-OpenedTs          PIC X(14).
    05 AP-Ruling            PIC X(08).
    05 AP-RulingNote        PIC X(30).
    05 AP-RuledTs           PIC X(14).
    05 AP-FixturePosted     PIC X(01).
