*> whose weights do not sum to 100, or a component with no weight on
*> the table, blocks that grouping with a loud line instead of
*> banding a wrong number.
*>
*> Modification history:
*> - The weighted score now carries the grouping's course code, so
*>   ConditionalNames classifies it against that course rather than
*>   whichever course the master holds.
*> - Score lines now carry a batch reference for double-keying; a
*>   computed score is never keyed, so it goes out with none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  ScorePremod     PIC 99.
    05  ScoreModerated  PIC X.
    05  ScoreAttempt    PIC 9.
    05  ScoreCourseCode PIC X(4).
    05  ScoreBatchRef   PIC X(8).

FD  LISTING-FILE.
01  ListingLine         PIC X(80).
                MOVE 0 TO ScorePremod
                MOVE "N" TO ScoreModerated
                MOVE 1 TO ScoreAttempt
                MOVE groupCourse(groupTableIndex) TO ScoreCourseCode
                MOVE SPACES TO ScoreBatchRef
                WRITE ScoreRecord
        END-EVALUATE.

