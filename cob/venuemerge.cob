           05 S1-Losses      PIC 9(05).
           05 S1-Points      PIC 9(07).
           05 S1-Pin         PIC X(04).
           05 S1-ClubCode    PIC X(04).
           05 S1-Division    PIC X(03).
           05 S1-DivisionDate PIC 9(08).
       FD Station2PlayersFile.
       01 Station2PlayerRecord.
           05 S2-PlayerId    PIC X(10).
           05 S2-Losses      PIC 9(05).
           05 S2-Points      PIC 9(07).
           05 S2-Pin         PIC X(04).
           05 S2-ClubCode    PIC X(04).
           05 S2-Division    PIC X(03).
           05 S2-DivisionDate PIC 9(08).
       FD Station3PlayersFile.
       01 Station3PlayerRecord.
           05 S3-PlayerId    PIC X(10).
           05 S3-Losses      PIC 9(05).
           05 S3-Points      PIC 9(07).
           05 S3-Pin         PIC X(04).
           05 S3-ClubCode    PIC X(04).
           05 S3-Division    PIC X(03).
           05 S3-DivisionDate PIC 9(08).
       FD VenuePlayersFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
               10 MG-Losses      PIC 9(05).
               10 MG-Points      PIC 9(07).
               10 MG-Pin         PIC X(04).
               10 MG-ClubCode    PIC X(04).
               10 MG-Division    PIC X(03).
               10 MG-DivisionDate PIC 9(08).
       01 WorkPlayerId PIC X(10).
       01 WorkPlayerName PIC X(20).
       01 WorkWins PIC 9(05).
       01 WorkLosses PIC 9(05).
       01 WorkPoints PIC 9(07).
       01 WorkPin PIC X(04).
       01 WorkClubCode PIC X(04).
       01 WorkDivision PIC X(03).
       01 WorkDivisionDate PIC 9(08).
       01 WorkIndex PIC 99.
       01 ReportLine PIC X(80).

                   MOVE S1-Losses TO WorkLosses
                   MOVE S1-Points TO WorkPoints
                   MOVE S1-Pin TO WorkPin
                   MOVE S1-ClubCode TO WorkClubCode
                   MOVE S1-Division TO WorkDivision
                   MOVE S1-DivisionDate TO WorkDivisionDate
                   Perform Merge-Player-Totals
           END-READ
       .
                   MOVE S2-Losses TO WorkLosses
                   MOVE S2-Points TO WorkPoints
                   MOVE S2-Pin TO WorkPin
                   MOVE S2-ClubCode TO WorkClubCode
                   MOVE S2-Division TO WorkDivision
                   MOVE S2-DivisionDate TO WorkDivisionDate
                   Perform Merge-Player-Totals
           END-READ
       .
                   MOVE S3-Losses TO WorkLosses
                   MOVE S3-Points TO WorkPoints
                   MOVE S3-Pin TO WorkPin
                   MOVE S3-ClubCode TO WorkClubCode
                   MOVE S3-Division TO WorkDivision
                   MOVE S3-DivisionDate TO WorkDivisionDate
                   Perform Merge-Player-Totals
           END-READ
       .
               MOVE 0 TO MG-Losses(MG-Idx)
               MOVE 0 TO MG-Points(MG-Idx)
               MOVE SPACES TO MG-Pin(MG-Idx)
               MOVE SPACES TO MG-ClubCode(MG-Idx)
               MOVE SPACES TO MG-Division(MG-Idx)
               MOVE 0 TO MG-DivisionDate(MG-Idx)
           END-IF
           IF FoundIndex = 0
               DISPLAY "Merge table full - dropping player "
               IF MG-Pin(MG-Idx) = SPACES
                   MOVE WorkPin TO MG-Pin(MG-Idx)
               END-IF
               IF MG-ClubCode(MG-Idx) = SPACES
                   MOVE WorkClubCode TO MG-ClubCode(MG-Idx)
               END-IF
               IF WorkDivision NOT = SPACES
                   AND WorkDivisionDate >= MG-DivisionDate(MG-Idx)
                   MOVE WorkDivision TO MG-Division(MG-Idx)
                   MOVE WorkDivisionDate TO MG-DivisionDate(MG-Idx)
               END-IF
           END-IF
       .

           MOVE MG-Losses(MG-Idx) TO PM-Losses
           MOVE MG-Points(MG-Idx) TO PM-Points
           MOVE MG-Pin(MG-Idx) TO PM-Pin
           MOVE MG-ClubCode(MG-Idx) TO PM-ClubCode
           MOVE MG-Division(MG-Idx) TO PM-Division
           MOVE MG-DivisionDate(MG-Idx) TO PM-DivisionDate
           WRITE PlayerMasterRecord
               INVALID KEY CONTINUE
           END-WRITE
