*> RatingRequestRecord - one row per request for the rating engine to
*> rebuild because match history was changed after the fact (an
*> upheld appeal, for instance). The engine empties the file once it
*> has rebuilt, and the night close-out runs it while any row remains.
01 RatingRequestRecord.
    05 RQ-RequestedTs   PIC X(14).
    05 RQ-Requester     PIC X(12).
    05 RQ-Reference     PIC X(10).
