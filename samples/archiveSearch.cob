*> and every matching entry prints with its generation date so the
*> hit can be put back in context.  The date range filters on the
*> generation date from the HDR.  Output lands on ARCHSRCH.
*>
*> Modification history:
*> - The archive record is read at its widened length of 250.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD  TAPE-ARCHIVE-FILE.
01  TAPE-ARCHIVE-RECORD     PIC X(250).

FD  SEARCH-REPORT-FILE.
01  SearchReportLine        PIC X(120).
