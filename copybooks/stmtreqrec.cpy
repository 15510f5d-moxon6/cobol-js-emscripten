*> StatementRequestRecord - one row per member waiting for a career
*> statement, entered at the desk through StatementRequest. The weekly
*> cycle prints a rating trend and a statement for each member here,
*> and PlayerStatement empties the file once every one is printed.
01 StatementRequestRecord.
    05 SQ-PlayerId     PIC X(10).
    05 SQ-RequestedTs  PIC X(14).
