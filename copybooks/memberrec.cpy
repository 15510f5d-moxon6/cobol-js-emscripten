*> MemberRecord - one row per registered member on MEMBERS.DAT,
*> keyed by MB-PlayerId, the initials the member plays under on
*> PLAYERS.DAT. Written by the HELLO-WORLD sign-up kiosk, which also
*> renews. MB-ExpiryDate is the last day the membership runs; the
*> cabinet warns a member past it and MemberRenewals chases them.
*> MB-GuardianName and MB-GuardianConsent (Y) are only filled for a
*> member under 16 on the day they joined. Players who only ever
*> typed initials at the cabinet have no row here.
01 MemberRecord.
    05 MB-PlayerId        PIC X(10).
    05 MB-FullName        PIC X(40).
    05 MB-BirthDate       PIC 9(08).
    05 MB-Email           PIC X(40).
    05 MB-Phone           PIC X(15).
    05 MB-GuardianName    PIC X(30).
    05 MB-GuardianConsent PIC X(01).
    05 MB-MemberType      PIC X(08).
    05 MB-JoinedDate      PIC 9(08).
    05 MB-ExpiryDate      PIC 9(08).
    05 MB-RenewedDate     PIC 9(08).
    05 MB-LocaleId        PIC X(05).
