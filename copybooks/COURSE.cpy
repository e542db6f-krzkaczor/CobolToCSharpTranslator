        88 CourseActive   VALUE "A".
        88 CourseRetired  VALUE "R".
    02  CourseMinimumAge  PIC 9(2).
    02  CourseMinimumEnrol PIC 9(3).
    02  CourseDecisionDate PIC 9(8).
    02  CourseCredits     PIC 9(3).
