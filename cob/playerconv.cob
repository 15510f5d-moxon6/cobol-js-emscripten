           05 OLD-Wins        PIC 9(05).
           05 OLD-Losses      PIC 9(05).
           05 OLD-Points      PIC 9(07).
           05 OLD-Pin         PIC X(04).
       FD PlayerMasterFile.
       COPY "playermas.cpy".
       WORKING-STORAGE SECTION.
       PROCEDURE DIVISION.
       Main.
           DISPLAY "===== PLAYER MASTER CONVERSION ====="
           DISPLAY "Reads PLAYERSOLD.DAT (layout without the club"
           DISPLAY "and division) and writes PLAYERS.DAT in the"
           DISPLAY "current layout with every player unattached and"
           DISPLAY "unplaced (ranked in Open), keeping each player's"
           DISPLAY "PIN."
           DISPLAY "Rename the file to convert (PLAYERS.DAT or a"
           DISPLAY "station's PLAYERSn.DAT) to PLAYERSOLD.DAT before"
           DISPLAY "running."
           OPEN INPUT OldPlayerFile
           IF OldPlayerFileStatus NOT = "00"
               DISPLAY "Cannot open PLAYERSOLD.DAT - status "
                   MOVE OLD-Wins TO PM-Wins
                   MOVE OLD-Losses TO PM-Losses
                   MOVE OLD-Points TO PM-Points
                   MOVE OLD-Pin TO PM-Pin
                   MOVE SPACES TO PM-ClubCode
                   MOVE SPACES TO PM-Division
                   MOVE 0 TO PM-DivisionDate
                   WRITE PlayerMasterRecord
                       INVALID KEY
                           DISPLAY "Duplicate key skipped: "
