    02  AppealKey.
        03  AppealStudentId     PIC 9(7).
        03  AppealCourseCode    PIC X(4).
        03  AppealTermCode      PIC X(6).
        03  AppealLodgedDate    PIC 9(8).
    02  AppealGrounds           PIC X(40).
    02  AppealStatus            PIC X.
        88 AppealLodged         VALUE "L".
        88 AppealUnderReview    VALUE "R".
        88 AppealUpheld         VALUE "U".
        88 AppealRejected       VALUE "J".
        88 AppealOutstanding    VALUES "L", "R".
    02  AppealResultsDate       PIC 9(8).
    02  AppealDeadline          PIC 9(8).
    02  AppealDecidedDate       PIC 9(8).
    02  AppealOperatorId        PIC X(8).
    02  AppealOriginalScore     PIC 99.
    02  AppealOriginalBand      PIC X(17).
    02  AppealRevisedScore      PIC 99.
    02  AppealRevisedBand       PIC X(17).
