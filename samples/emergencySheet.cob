*> is none, so safeguarding can see the gaps as well as the numbers.
*> Enrollments are sorted into course-then-surname order the same way
*> the class list is.
*>
*> Modification history:
*> - Each course heading now names the course's current tutor from
*>   COURSTUT through TutorLookup, so the sheet says who holds it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   88 firstGroup VALUE "Y".

01 wsCurrentCourse PIC X(4) VALUE SPACES.
01 tutorLookupArea.
    COPY TUTLOOK.
01 wsListedCount PIC 9(5) VALUE 0.
01 wsNoContactCount PIC 9(5) VALUE 0.

            MOVE SortKeyCourseCode TO wsCurrentCourse
            MOVE SPACES TO wsListLine
            WRITE SheetLine FROM wsListLine
            MOVE wsCurrentCourse TO TutLookCourse
            MOVE SPACES TO TutLookTerm
            CALL "TutorLookup" USING tutorLookupArea
            IF NOT TutLookFound
                MOVE "(no tutor assigned)" TO TutLookTutorName
            END-IF
            MOVE SPACES TO wsListLine
            STRING "Course: "      DELIMITED BY SIZE
                   wsCurrentCourse DELIMITED BY SIZE
                   "   Tutor: "    DELIMITED BY SIZE
                   TutLookTutorName DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE SheetLine FROM wsListLine
