*> ReportIndexRecord - one row on RPTINDEX.DAT for every run of a
*> report program. RI-SpoolFile names the dated print file the run
*> was spooled to; a second run of the same report on the same date
*> is added to the end of that file under its own page headings.
*> RI-LineCount counts the report lines only, not the headings or the
*> trailer. ReportReprint lists this file and reprints from it.
01 ReportIndexRecord.
    05 RI-ReportCode    PIC X(08).
    05 RI-RunDate       PIC 9(08).
    05 RI-RunTime       PIC 9(06).
    05 RI-StationId     PIC X(04).
    05 RI-SpoolFile     PIC X(20).
    05 RI-LineCount     PIC 9(07).
    05 RI-PageCount     PIC 9(04).
    05 RI-ControlTotal  PIC 9(07).
