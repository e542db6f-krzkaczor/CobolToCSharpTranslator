*>   read once per run however big the master grows.  The run's
*>   elapsed time is computed through DateTimeService and displayed
*>   so the step log evidences the before-and-after timing.
*> - Each course header now names the course's tutor from COURSTUT
*>   through TutorLookup - for the TERMPRM term when one is given,
*>   otherwise for the current term.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 wsCurrentCourse PIC X(4) VALUE SPACES.
01 wsCourseTitle PIC X(20) VALUE SPACES.
01 tutorLookupArea.
    COPY TUTLOOK.
01 wsHeadcount PIC 9(5) VALUE 0.
01 wsListLine PIC X(80) VALUE SPACES.

            INTO wsListLine
        END-STRING.
        PERFORM writeReportLineAction.
        PERFORM lookupTutorAction.
        PERFORM writeReportLineAction.

    lookupTutorAction.
        MOVE wsCurrentCourse TO TutLookCourse.
        IF termFiltered
            MOVE wsFilterTerm TO TutLookTerm
        ELSE
            MOVE SPACES TO TutLookTerm
        END-IF.
        CALL "TutorLookup" USING tutorLookupArea.
        MOVE SPACES TO wsListLine.
        IF TutLookFound
            STRING
                "Tutor:  "        DELIMITED BY SIZE
                TutLookTutorName  DELIMITED BY SIZE
                " ("              DELIMITED BY SIZE
                TutLookTutorId    DELIMITED BY SIZE
                ")"               DELIMITED BY SIZE
                INTO wsListLine
            END-STRING
        ELSE
            MOVE "Tutor:  (no tutor assigned)" TO wsListLine
        END-IF.

    lookupCourseTitleAction.
        MOVE "(title not on file)" TO wsCourseTitle.
