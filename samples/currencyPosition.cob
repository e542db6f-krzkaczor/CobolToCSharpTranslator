*> prints the position to CURPOS for the check against the treasury
*> figure.  Tape fields are picked out of the record by position, as
*> laid out by the calculator's writeTapeAction.
*>
*> Modification history:
*> - The tape record is read at its widened length of 250.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-TAPE-FILE.
01  TAPE-RECORD             PIC X(250).

FD  POSITION-REPORT-FILE.
01  PositionReportLine      PIC X(80).
