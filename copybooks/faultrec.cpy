*> FaultRecord - one row per cabinet fault, keyed by the station and
*> the time the fault was opened. FA-Source says who logged it: C at
*> the cabinet through the operator keys, B through FaultLog at the
*> desk, A when the cabinet restarted itself from CHECKPOINT.DAT. A
*> fault stays open (FA-Status O) until FaultLog closes it with the
*> fix applied and the time the cabinet was back in service.
01 FaultRecord.
    05 FA-StationId      PIC X(04).
    05 FA-OpenedTs       PIC X(14).
    05 FA-Category       PIC X(08).
    05 FA-Description    PIC X(40).
    05 FA-Source         PIC X(01).
    05 FA-Status         PIC X(01).
    05 FA-ClosedTs       PIC X(14).
    05 FA-FixApplied     PIC X(40).
