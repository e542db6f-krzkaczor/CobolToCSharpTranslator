    02  TutLookCourse       PIC X(4).
    02  TutLookTerm         PIC X(6).
    02  TutLookTutorId      PIC X(6).
    02  TutLookTutorName    PIC X(25).
    02  TutLookFoundSwitch  PIC X.
        88 TutLookFound     VALUE "Y".
