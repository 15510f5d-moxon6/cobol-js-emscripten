*> SpoolRecord - one print line of a report spool file, <code>yyyymmdd
*> .RPT, worked on under the name RPTSPOOL.TMP. Every run starts with
*> a SpoolHeader line on each page and ends with one SpoolTrailer
*> line giving the line and page counts and the report's control
*> total, so a reprint can be checked against RPTINDEX.DAT.
01 SpoolRecord                PIC X(132).
01 SpoolHeader.
    05 SH-Literal             PIC X(07).
    05 SH-ReportCode          PIC X(08).
    05 FILLER                 PIC X(02).
    05 SH-Title               PIC X(30).
    05 SH-RunLiteral          PIC X(05).
    05 SH-RunDate             PIC 9(08).
    05 FILLER                 PIC X(01).
    05 SH-RunTime             PIC 9(06).
    05 SH-StationLiteral      PIC X(09).
    05 SH-StationId           PIC X(04).
    05 SH-PageLiteral         PIC X(06).
    05 SH-PageNumber          PIC ZZZ9.
    05 FILLER                 PIC X(42).
01 SpoolTrailer.
    05 ST-Literal             PIC X(18).
    05 ST-ReportCode          PIC X(08).
    05 ST-LinesLiteral        PIC X(08).
    05 ST-LineCount           PIC ZZZZZZ9.
    05 ST-PagesLiteral        PIC X(08).
    05 ST-PageCount           PIC ZZZ9.
    05 ST-TotalLiteral        PIC X(16).
    05 ST-ControlTotal        PIC ZZZZZZ9.
    05 ST-EndLiteral          PIC X(04).
    05 FILLER                 PIC X(52).
