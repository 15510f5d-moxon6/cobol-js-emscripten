*> ClubRecord - one row per local club that enters team ties at the
*> venue. CL-ClubCode is the short code carried on each member's
*> PM-ClubCode and on both sides of every TIES.DAT rubber.
01 ClubRecord.
    05 CL-ClubCode     PIC X(04).
    05 CL-ClubName     PIC X(30).
    05 CL-Secretary    PIC X(20).
    05 CL-JoinedDate   PIC 9(08).
