    SELECT ErrorLogFile ASSIGN TO "HWERRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ErrorLogFileStatus.
    SELECT PlayerMasterFile ASSIGN TO "PLAYERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-PlayerId
        FILE STATUS IS PlayerMasterFileStatus.
    SELECT PlayerJournalFile ASSIGN TO "PLAYJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PlayerJournalFileStatus.
    SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MB-PlayerId
        FILE STATUS IS MemberFileStatus.

DATA DIVISION.
FILE SECTION.
COPY "greetrec.cpy".
FD ErrorLogFile.
COPY "errlogrec.cpy".
FD PlayerMasterFile.
COPY "playermas.cpy".
FD PlayerJournalFile.
COPY "playjrnlrec.cpy".
FD MemberFile.
COPY "memberrec.cpy".

WORKING-STORAGE SECTION.
01 GreetingFileStatus         PIC XX VALUE "00".
01 ErrorLogFileStatus         PIC XX VALUE "00".
01 PlayerMasterFileStatus     PIC XX VALUE "00".
01 PlayerJournalFileStatus    PIC XX VALUE "00".
01 MemberFileStatus           PIC XX VALUE "00".
01 EndOfGreetingFile          PIC 9 VALUE 0.
01 LocaleCode                 PIC X(05) VALUE "EN".
01 NameKey                    PIC X(10).
01 NameMatchFound             PIC 9 VALUE 0.
01 GreetingText               PIC X(20) VALUE "Hello world!".
01 CurrentTimestamp.
    05 CurrentDate             PIC 9(08).
    05 CurrentTime             PIC 9(06).
01 TodayParts.
    05 TD-Year                 PIC 9(04).
    05 TD-MonthDay             PIC 9(04).
01 RawInput                   PIC X(40).
01 RejectedField              PIC X(10).
01 KioskAction                PIC X(01).
01 ActionIsValid              PIC 9 VALUE 0.
01 FullName                   PIC X(40).
01 FullNameIsValid            PIC 9 VALUE 0.
01 Initials                   PIC X(10).
01 InitialsAreValid           PIC 9 VALUE 0.
01 InitialsCharIndex          PIC 99.
01 InitialsLength             PIC 99.
01 InitialsCharIsInvalid      PIC 9.
01 InitialsSeenSpace          PIC 9.
01 InitialsTaken              PIC 9.
01 BirthDate.
    05 BD-Year                 PIC 9(04).
    05 BD-Month                PIC 9(02).
    05 BD-Day                  PIC 9(02).
01 BirthDateNumeric REDEFINES BirthDate PIC 9(08).
01 BirthDateIsValid           PIC 9 VALUE 0.
01 DateCharIndex              PIC 9.
01 MemberAge                  PIC 9(03).
01 GuardianName               PIC X(30).
01 GuardianConsent            PIC X(01).
01 GuardianIsValid            PIC 9 VALUE 0.
01 Email                      PIC X(40).
01 EmailLength                PIC 99.
01 EmailAtCount               PIC 99.
01 EmailDotCount              PIC 99.
01 EmailLocalPart             PIC X(40).
01 EmailDomainPart            PIC X(40).
01 Phone                      PIC X(15).
01 PhoneCharIndex             PIC 99.
01 PhoneDigitCount            PIC 99.
01 PhoneCharIsInvalid         PIC 9.
01 ContactIsValid             PIC 9 VALUE 0.
01 MemberType                 PIC X(08).
01 MemberMonths               PIC 99.
01 MemberTypeIsValid          PIC 9 VALUE 0.
01 StartDate                  PIC 9(08).
01 ExpiryDate                 PIC 9(08).
01 CalendarDate.
    05 CD-Year                 PIC 9(04).
    05 CD-Month                PIC 9(02).
    05 CD-Day                  PIC 9(02).
01 CalendarDateNumeric REDEFINES CalendarDate PIC 9(08).
01 MonthLengthValues          PIC X(24)
    VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengthValues.
    05 ML-Days                 PIC 99 OCCURS 12 TIMES.
01 MonthLength                PIC 99.
01 LeapQuotient               PIC 9(04).
01 LeapRemainder              PIC 9(03).
01 ConfirmText                PIC X(03).
01 MemberFound                PIC 9.
01 JournalTimestamp.
    05 JournalDate             PIC 9(08).
    05 JournalTime             PIC 9(06).
01 JournalClock               PIC 9(08).
01 WelcomeText                PIC X(80).

*> The kiosk greets the visitor in their own language from
*> GREETINGS.DAT, then signs up a new member or renews an existing
*> one. Every entry that fails its check is logged on HWERRLOG.DAT
*> with the prompt it was typed at, and the prompt is asked again.
*> A new member gets a PLAYERS.DAT record with no PIN, so the cabinet
*> walks them through setting one the first time they play.
PROCEDURE DIVISION.
    ACCEPT CurrentDate FROM DATE YYYYMMDD.
    ACCEPT CurrentTime FROM TIME.
    MOVE CurrentDate TO TodayParts.
    DISPLAY "Enter Value for 'locale'".
    CALL "updateDOM".
    ACCEPT LocaleCode.
    MOVE SPACES TO NameKey.
    Perform Lookup-Greeting.
    DISPLAY GreetingText.
    CALL "cobol_emscripten_sleep" USING "T".
    MOVE 0 TO ActionIsValid.
    Perform Choose-Kiosk-Action UNTIL ActionIsValid = 1.
    IF KioskAction = "R"
        Perform Renew-Membership
    ELSE
        Perform Register-Member
    END-IF.
    GOBACK.

Accept-Kiosk-Input.
    CALL "updateDOM"
    MOVE SPACES TO RawInput
    ACCEPT RawInput
.

Choose-Kiosk-Action.
    DISPLAY "J to join as a new member, R to renew a membership"
    Perform Accept-Kiosk-Input
    MOVE RawInput(1:1) TO KioskAction
    INSPECT KioskAction CONVERTING "jr" TO "JR"
    IF (KioskAction = "J" OR KioskAction = "R")
        AND RawInput(2:39) = SPACES
        MOVE 1 TO ActionIsValid
    ELSE
        MOVE "ACTION" TO RejectedField
        Perform Log-Rejected-Input
    END-IF
.

Register-Member.
    MOVE 0 TO FullNameIsValid
    Perform Validate-Full-Name UNTIL FullNameIsValid = 1
    MOVE 0 TO InitialsAreValid
    Perform Validate-Initials UNTIL InitialsAreValid = 1
    MOVE 0 TO BirthDateIsValid
    Perform Validate-Birth-Date UNTIL BirthDateIsValid = 1
    Perform Compute-Member-Age
    MOVE SPACES TO GuardianName
    MOVE SPACE TO GuardianConsent
    IF MemberAge < 16
        MOVE 0 TO GuardianIsValid
        Perform Validate-Guardian UNTIL GuardianIsValid = 1
    END-IF
    IF MemberAge < 16 AND GuardianConsent NOT = "Y"
        DISPLAY "A member under 16 can only join with the consent of"
        DISPLAY "a parent or guardian. Please come back with them."
    ELSE
        MOVE 0 TO ContactIsValid
        Perform Validate-Contact UNTIL ContactIsValid = 1
        MOVE 0 TO MemberTypeIsValid
        Perform Validate-Member-Type UNTIL MemberTypeIsValid = 1
        MOVE CurrentDate TO StartDate
        Perform Compute-Expiry-Date
        Perform Confirm-Registration
    END-IF
.

Validate-Full-Name.
    DISPLAY "Full name?"
    Perform Accept-Kiosk-Input
    IF RawInput(1:1) IS ALPHABETIC AND RawInput(1:1) NOT = SPACE
        MOVE RawInput TO FullName
        MOVE 1 TO FullNameIsValid
    ELSE
        DISPLAY "Please type your name, starting with a letter."
        MOVE "FULLNAME" TO RejectedField
        Perform Log-Rejected-Input
    END-IF
.

*> Initials are what the member types at the cabinet, so they must be
*> one word of letters and digits that no player already has. GUEST,
*> CPU and ANON are kept for the cabinet and the anonymization run.
Validate-Initials.
    DISPLAY "Preferred initials (2 to 10 letters or digits)?"
    Perform Accept-Kiosk-Input
    MOVE RawInput TO Initials
    INSPECT Initials CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE 0 TO InitialsCharIsInvalid
    MOVE 0 TO InitialsSeenSpace
    MOVE 0 TO InitialsLength
    PERFORM Check-Initials-Char VARYING InitialsCharIndex FROM 1 BY 1
        UNTIL InitialsCharIndex > 10
    EVALUATE TRUE
        WHEN RawInput(11:30) NOT = SPACES
            OR InitialsCharIsInvalid = 1 OR InitialsLength < 2
            DISPLAY "Initials must be 2 to 10 letters or digits."
            MOVE "INITIALS" TO RejectedField
            Perform Log-Rejected-Input
        WHEN Initials(1:5) = "GUEST" OR Initials = "CPU"
            OR Initials(1:4) = "ANON"
            DISPLAY "Those initials are kept for the cabinet."
            MOVE "INITIALS" TO RejectedField
            Perform Log-Rejected-Input
        WHEN OTHER
            Perform Check-Initials-Taken
            IF InitialsTaken = 1
                DISPLAY Initials " is already in use - please choose"
                    " other initials."
                MOVE "INITIALS" TO RejectedField
                Perform Log-Rejected-Input
            ELSE
                MOVE 1 TO InitialsAreValid
            END-IF
    END-EVALUATE
.

Check-Initials-Char.
    IF Initials(InitialsCharIndex:1) = SPACE
        MOVE 1 TO InitialsSeenSpace
    ELSE
        IF InitialsSeenSpace = 1
            MOVE 1 TO InitialsCharIsInvalid
        END-IF
        IF (Initials(InitialsCharIndex:1) < "A"
            OR Initials(InitialsCharIndex:1) > "Z")
            AND (Initials(InitialsCharIndex:1) < "0"
            OR Initials(InitialsCharIndex:1) > "9")
            MOVE 1 TO InitialsCharIsInvalid
        END-IF
        ADD 1 TO InitialsLength
    END-IF
.

Check-Initials-Taken.
    MOVE 0 TO InitialsTaken
    OPEN INPUT PlayerMasterFile
    IF PlayerMasterFileStatus = "00"
        MOVE Initials TO PM-PlayerId
        READ PlayerMasterFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 1 TO InitialsTaken
        END-READ
        CLOSE PlayerMasterFile
    END-IF
.

Validate-Birth-Date.
    DISPLAY "Date of birth (YYYYMMDD)?"
    Perform Accept-Kiosk-Input
    MOVE 1 TO BirthDateIsValid
    PERFORM Check-Birth-Date-Char VARYING DateCharIndex FROM 1 BY 1
        UNTIL DateCharIndex > 8
    IF RawInput(9:32) NOT = SPACES
        MOVE 0 TO BirthDateIsValid
    END-IF
    IF BirthDateIsValid = 1
        MOVE RawInput(1:8) TO BirthDate
        IF BD-Year < 1900 OR BD-Month < 1 OR BD-Month > 12
            OR BD-Day < 1 OR BirthDateNumeric > CurrentDate
            MOVE 0 TO BirthDateIsValid
        ELSE
            MOVE BirthDate TO CalendarDate
            Perform Find-Month-Length
            IF BD-Day > MonthLength
                MOVE 0 TO BirthDateIsValid
            END-IF
        END-IF
    END-IF
    IF BirthDateIsValid = 0
        DISPLAY "Please type the date as YYYYMMDD, e.g. 20090415."
        MOVE "BIRTHDATE" TO RejectedField
        Perform Log-Rejected-Input
    END-IF
.

Check-Birth-Date-Char.
    IF RawInput(DateCharIndex:1) < "0" OR RawInput(DateCharIndex:1) > "9"
        MOVE 0 TO BirthDateIsValid
    END-IF
.

Compute-Member-Age.
    COMPUTE MemberAge = TD-Year - BD-Year
    IF TD-MonthDay < BD-Month * 100 + BD-Day
        SUBTRACT 1 FROM MemberAge
    END-IF
.

Validate-Guardian.
    DISPLAY "Members under 16 need a parent or guardian's consent."
    DISPLAY "Parent or guardian's full name?"
    Perform Accept-Kiosk-Input
    IF RawInput(1:1) IS ALPHABETIC AND RawInput(1:1) NOT = SPACE
        AND RawInput(31:10) = SPACES
        MOVE RawInput TO GuardianName
        DISPLAY "Parent or guardian: type Y to give consent, N if not"
        Perform Accept-Kiosk-Input
        MOVE RawInput(1:1) TO GuardianConsent
        INSPECT GuardianConsent CONVERTING "yn" TO "YN"
        IF (GuardianConsent = "Y" OR GuardianConsent = "N")
            AND RawInput(2:39) = SPACES
            MOVE 1 TO GuardianIsValid
        ELSE
            MOVE "CONSENT" TO RejectedField
            Perform Log-Rejected-Input
        END-IF
    ELSE
        DISPLAY "Please type the guardian's name, up to 30 letters."
        MOVE "GUARDIAN" TO RejectedField
        Perform Log-Rejected-Input
    END-IF
.

*> At least one way to reach the member is needed for renewals. An
*> email needs one @ with a dotted domain after it and no spaces; a
*> phone number is digits, spaces and + with at least seven digits.
Validate-Contact.
    MOVE SPACES TO Email
    MOVE SPACES TO Phone
    MOVE 1 TO ContactIsValid
    DISPLAY "Email address (leave blank if none)?"
    Perform Accept-Kiosk-Input
    IF RawInput NOT = SPACES
        MOVE RawInput TO Email
        Perform Check-Email
    END-IF
    IF ContactIsValid = 1
        DISPLAY "Phone number (leave blank if none)?"
        Perform Accept-Kiosk-Input
        IF RawInput NOT = SPACES
            Perform Check-Phone
        END-IF
    END-IF
    IF ContactIsValid = 1 AND Email = SPACES AND Phone = SPACES
        DISPLAY "Please give an email address or a phone number."
        MOVE "CONTACT" TO RejectedField
        Perform Log-Rejected-Input
        MOVE 0 TO ContactIsValid
    END-IF
.

Check-Email.
    MOVE 0 TO EmailLength
    MOVE 0 TO EmailAtCount
    MOVE 0 TO EmailDotCount
    INSPECT Email TALLYING EmailLength FOR CHARACTERS BEFORE INITIAL SPACE
    INSPECT Email TALLYING EmailAtCount FOR ALL "@"
    MOVE SPACES TO EmailLocalPart
    MOVE SPACES TO EmailDomainPart
    UNSTRING Email DELIMITED BY "@"
        INTO EmailLocalPart EmailDomainPart
    INSPECT EmailDomainPart TALLYING EmailDotCount FOR ALL "."
    IF EmailAtCount NOT = 1 OR EmailDotCount = 0
        OR EmailLocalPart = SPACES OR EmailDomainPart(1:1) = "."
        OR EmailLength = 0
        MOVE 0 TO ContactIsValid
    END-IF
    IF EmailLength > 0 AND EmailLength < 40
        IF Email(EmailLength + 1:) NOT = SPACES
            MOVE 0 TO ContactIsValid
        END-IF
    END-IF
    IF ContactIsValid = 0
        DISPLAY "That does not look like an email address."
        MOVE "EMAIL" TO RejectedField
        Perform Log-Rejected-Input
        MOVE SPACES TO Email
    END-IF
.

Check-Phone.
    MOVE 0 TO PhoneDigitCount
    MOVE 0 TO PhoneCharIsInvalid
    PERFORM Check-Phone-Char VARYING PhoneCharIndex FROM 1 BY 1
        UNTIL PhoneCharIndex > 15
    IF PhoneCharIsInvalid = 0 AND PhoneDigitCount >= 7
        AND RawInput(16:25) = SPACES
        MOVE RawInput TO Phone
    ELSE
        DISPLAY "That does not look like a phone number."
        MOVE "PHONE" TO RejectedField
        Perform Log-Rejected-Input
        MOVE 0 TO ContactIsValid
    END-IF
.

Check-Phone-Char.
    IF RawInput(PhoneCharIndex:1) >= "0"
        AND RawInput(PhoneCharIndex:1) <= "9"
        ADD 1 TO PhoneDigitCount
    ELSE
        IF RawInput(PhoneCharIndex:1) NOT = SPACE
            AND RawInput(PhoneCharIndex:1) NOT = "+"
            MOVE 1 TO PhoneCharIsInvalid
        END-IF
    END-IF
.

*> Junior membership is only for members under 18 on the day it
*> starts; every other type is open to anyone.
Validate-Member-Type.
    DISPLAY "Membership: A=Annual Q=Quarterly M=Monthly J=Junior (under 18)"
    Perform Accept-Kiosk-Input
    INSPECT RawInput CONVERTING "aqmj" TO "AQMJ"
    MOVE SPACES TO MemberType
    IF RawInput(2:39) = SPACES
        EVALUATE RawInput(1:1)
            WHEN "A"
                MOVE "ANNUAL" TO MemberType
                MOVE 12 TO MemberMonths
            WHEN "Q"
                MOVE "QUARTER" TO MemberType
                MOVE 3 TO MemberMonths
            WHEN "M"
                MOVE "MONTHLY" TO MemberType
                MOVE 1 TO MemberMonths
            WHEN "J"
                IF MemberAge < 18
                    MOVE "JUNIOR" TO MemberType
                    MOVE 12 TO MemberMonths
                ELSE
                    DISPLAY "Junior membership is for under 18s only."
                END-IF
        END-EVALUATE
    END-IF
    IF MemberType = SPACES
        MOVE "MEMBERTYPE" TO RejectedField
        Perform Log-Rejected-Input
    ELSE
        MOVE 1 TO MemberTypeIsValid
    END-IF
.

*> A membership runs from its start date for the whole number of
*> months bought and ends the day before the same date comes round;
*> a start on the 31st ends at the close of a shorter month.
Compute-Expiry-Date.
    MOVE StartDate TO CalendarDateNumeric
    ADD MemberMonths TO CD-Month
    Perform Roll-Month-Over UNTIL CD-Month NOT > 12
    Perform Find-Month-Length
    IF CD-Day > MonthLength
        MOVE MonthLength TO CD-Day
    ELSE
        Perform Subtract-One-Day
    END-IF
    MOVE CalendarDateNumeric TO ExpiryDate
.

Roll-Month-Over.
    SUBTRACT 12 FROM CD-Month
    ADD 1 TO CD-Year
.

Subtract-One-Day.
    IF CD-Day > 1
        SUBTRACT 1 FROM CD-Day
    ELSE
        IF CD-Month > 1
            SUBTRACT 1 FROM CD-Month
        ELSE
            MOVE 12 TO CD-Month
            SUBTRACT 1 FROM CD-Year
        END-IF
        Perform Find-Month-Length
        MOVE MonthLength TO CD-Day
    END-IF
.

Add-One-Day.
    Perform Find-Month-Length
    ADD 1 TO CD-Day
    IF CD-Day > MonthLength
        MOVE 1 TO CD-Day
        ADD 1 TO CD-Month
        IF CD-Month > 12
            MOVE 1 TO CD-Month
            ADD 1 TO CD-Year
        END-IF
    END-IF
.

Find-Month-Length.
    MOVE ML-Days(CD-Month) TO MonthLength
    IF CD-Month = 2
        DIVIDE CD-Year BY 4
            GIVING LeapQuotient REMAINDER LeapRemainder
        IF LeapRemainder = 0
            MOVE 29 TO MonthLength
            DIVIDE CD-Year BY 100
                GIVING LeapQuotient REMAINDER LeapRemainder
            IF LeapRemainder = 0
                DIVIDE CD-Year BY 400
                    GIVING LeapQuotient REMAINDER LeapRemainder
                IF LeapRemainder NOT = 0
                    MOVE 28 TO MonthLength
                END-IF
            END-IF
        END-IF
    END-IF
.

Confirm-Registration.
    DISPLAY "Please check your details:"
    DISPLAY "  Name        " FullName
    DISPLAY "  Initials    " Initials
    DISPLAY "  Born        " BirthDate
    IF GuardianName NOT = SPACES
        DISPLAY "  Guardian    " GuardianName
    END-IF
    DISPLAY "  Email       " Email
    DISPLAY "  Phone       " Phone
    DISPLAY "  Membership  " MemberType " to " ExpiryDate
    DISPLAY "Type YES to join, anything else to cancel"
    Perform Accept-Kiosk-Input
    MOVE RawInput(1:3) TO ConfirmText
    INSPECT ConfirmText CONVERTING "yes" TO "YES"
    IF ConfirmText = "YES" AND RawInput(4:37) = SPACES
        Perform Write-New-Member
    ELSE
        DISPLAY "Nothing saved - sign-up cancelled."
    END-IF
.

*> The player record goes on first, exactly as the cabinet would
*> create it, so the initials are held even if another kiosk took
*> them a moment ago; only then is the membership written.
Write-New-Member.
    Perform Open-Player-Master-File
    IF PlayerMasterFileStatus NOT = "00"
        DISPLAY "Player file not available - status "
            PlayerMasterFileStatus " - please ask at the desk."
    ELSE
        MOVE Initials TO PM-PlayerId
        MOVE FullName TO PM-PlayerName
        MOVE 0 TO PM-Wins
        MOVE 0 TO PM-Losses
        MOVE 0 TO PM-Points
        MOVE SPACES TO PM-Pin
        MOVE SPACES TO PM-ClubCode
        MOVE SPACES TO PM-Division
        MOVE 0 TO PM-DivisionDate
        WRITE PlayerMasterRecord
            INVALID KEY
                DISPLAY Initials " was taken just now - please start"
                    " again with other initials."
            NOT INVALID KEY
                Perform Journal-Player-Add
                Perform Write-Member-Record
        END-WRITE
        CLOSE PlayerMasterFile
    END-IF
.

Open-Player-Master-File.
    OPEN I-O PlayerMasterFile
    IF PlayerMasterFileStatus = "35"
        OPEN OUTPUT PlayerMasterFile
        CLOSE PlayerMasterFile
        OPEN I-O PlayerMasterFile
    END-IF
.

Journal-Player-Add.
    OPEN EXTEND PlayerJournalFile
    IF PlayerJournalFileStatus = "35"
        OPEN OUTPUT PlayerJournalFile
        CLOSE PlayerJournalFile
        OPEN EXTEND PlayerJournalFile
    END-IF
    IF PlayerJournalFileStatus = "00"
        ACCEPT JournalDate FROM DATE YYYYMMDD
        ACCEPT JournalClock FROM TIME
        MOVE JournalClock(1:6) TO JournalTime
        MOVE JournalTimestamp TO PJ-Timestamp
        MOVE "HELLO-WORLD" TO PJ-Program
        MOVE "HOST" TO PJ-StationId
        MOVE "A" TO PJ-Action
        MOVE SPACES TO PJ-BeforeImage
        MOVE PlayerMasterRecord TO PJ-AfterImage
        WRITE PlayerJournalRecord
        CLOSE PlayerJournalFile
    END-IF
.

Open-Member-File.
    OPEN I-O MemberFile
    IF MemberFileStatus = "35"
        OPEN OUTPUT MemberFile
        CLOSE MemberFile
        OPEN I-O MemberFile
    END-IF
.

Write-Member-Record.
    Perform Open-Member-File
    IF MemberFileStatus = "00"
        MOVE Initials TO MB-PlayerId
        MOVE FullName TO MB-FullName
        MOVE BirthDateNumeric TO MB-BirthDate
        MOVE Email TO MB-Email
        MOVE Phone TO MB-Phone
        MOVE GuardianName TO MB-GuardianName
        MOVE GuardianConsent TO MB-GuardianConsent
        MOVE MemberType TO MB-MemberType
        MOVE CurrentDate TO MB-JoinedDate
        MOVE ExpiryDate TO MB-ExpiryDate
        MOVE 0 TO MB-RenewedDate
        MOVE LocaleCode TO MB-LocaleId
        WRITE MemberRecord
            INVALID KEY REWRITE MemberRecord
        END-WRITE
        CLOSE MemberFile
        MOVE SPACES TO WelcomeText
        STRING
            GreetingText     DELIMITED BY "  "
            " "              DELIMITED BY SIZE
            FullName         DELIMITED BY "  "
            " - welcome to the club!" DELIMITED BY SIZE
            INTO WelcomeText
        DISPLAY WelcomeText
        DISPLAY "Play under " Initials " and set your PIN at the cabinet"
            " the first time you play."
    ELSE
        DISPLAY "Membership file not available - status "
            MemberFileStatus " - please ask at the desk."
    END-IF
.

*> A renewal runs on from the day after the old expiry while the
*> membership is still current, and from today once it has lapsed.
*> The date of birth on file is asked for as a check on identity.
Renew-Membership.
    DISPLAY "Initials you play under?"
    Perform Accept-Kiosk-Input
    MOVE RawInput TO Initials
    INSPECT Initials CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE 0 TO BirthDateIsValid
    Perform Validate-Birth-Date UNTIL BirthDateIsValid = 1
    MOVE 0 TO MemberFound
    OPEN INPUT MemberFile
    IF MemberFileStatus = "00"
        MOVE Initials TO MB-PlayerId
        READ MemberFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF MB-BirthDate = BirthDateNumeric
                    MOVE 1 TO MemberFound
                END-IF
        END-READ
        CLOSE MemberFile
    END-IF
    IF MemberFound = 0
        DISPLAY "No membership found for those initials and date of"
            " birth - please ask at the desk."
        MOVE "RENEWAL" TO RejectedField
        MOVE Initials TO RawInput
        Perform Log-Rejected-Input
    ELSE
        Perform Renew-Found-Member
    END-IF
.

Renew-Found-Member.
    IF MB-ExpiryDate < CurrentDate
        MOVE CurrentDate TO StartDate
        DISPLAY "Your membership ran out on " MB-ExpiryDate "."
    ELSE
        MOVE MB-ExpiryDate TO CalendarDateNumeric
        Perform Add-One-Day
        MOVE CalendarDateNumeric TO StartDate
        DISPLAY "Your membership runs to " MB-ExpiryDate "."
    END-IF
    MOVE StartDate TO TodayParts
    Perform Compute-Member-Age
    MOVE CurrentDate TO TodayParts
    MOVE 0 TO MemberTypeIsValid
    Perform Validate-Member-Type UNTIL MemberTypeIsValid = 1
    Perform Compute-Expiry-Date
    DISPLAY "Renew as " MemberType " from " StartDate " to " ExpiryDate
    DISPLAY "Type YES to renew, anything else to cancel"
    Perform Accept-Kiosk-Input
    MOVE RawInput(1:3) TO ConfirmText
    INSPECT ConfirmText CONVERTING "yes" TO "YES"
    IF ConfirmText = "YES" AND RawInput(4:37) = SPACES
        Perform Rewrite-Renewed-Member
    ELSE
        DISPLAY "Nothing saved - renewal cancelled."
    END-IF
.

Rewrite-Renewed-Member.
    OPEN I-O MemberFile
    IF MemberFileStatus = "00"
        MOVE Initials TO MB-PlayerId
        READ MemberFile
            INVALID KEY
                DISPLAY "Membership not found - please ask at the desk."
            NOT INVALID KEY
                MOVE MemberType TO MB-MemberType
                MOVE ExpiryDate TO MB-ExpiryDate
                MOVE CurrentDate TO MB-RenewedDate
                REWRITE MemberRecord
                DISPLAY "Thank you - membership renewed to "
                    ExpiryDate "."
        END-READ
        CLOSE MemberFile
    ELSE
        DISPLAY "Membership file not available - status "
            MemberFileStatus " - please ask at the desk."
    END-IF
.

Log-Rejected-Input.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    ACCEPT CurrentTime FROM TIME
    MOVE CurrentTimestamp TO EL-Timestamp
    MOVE RawInput TO EL-RawInput
    MOVE RejectedField TO EL-FieldName
    OPEN EXTEND ErrorLogFile
    IF ErrorLogFileStatus = "35"
        OPEN OUTPUT ErrorLogFile
    END-IF
    WRITE ErrorLogRecord
    MOVE "Hello world!" TO GreetingText
    MOVE 0 TO NameMatchFound
    OPEN INPUT GreetingFile
    IF GreetingFileStatus = "00"
        Perform Read-Greeting-Record UNTIL EndOfGreetingFile = 1
        CLOSE GreetingFile
    END-IF
.
.

Match-Greeting-Record.
    IF GR-LocaleId = LocaleCode AND GR-Name = NameKey
        MOVE GR-GreetingText TO GreetingText
        MOVE 1 TO NameMatchFound
    END-IF
    IF NameMatchFound = 0
        IF GR-LocaleId = LocaleCode AND GR-Name = SPACES
            MOVE GR-GreetingText TO GreetingText
        END-IF
    END-IF
