    05  ApplicantId         PIC 9(7).
    05  ApplSurname         PIC X(20).
    05  ApplForename        PIC X(15).
    05  ApplGender          PIC X.
    05  ApplDateOfBirth     PIC 9(8).
    05  ApplAddressLine1    PIC X(20).
    05  ApplAddressLine2    PIC X(20).
    05  ApplTown            PIC X(15).
    05  ApplPostcode        PIC X(8).
    05  ApplCourseCode      PIC X(4).
    05  ApplStatus          PIC X.
        88 ApplEnquired     VALUE "E".
        88 ApplApplied      VALUE "A".
        88 ApplOffered      VALUE "O".
        88 ApplAccepted     VALUE "C".
        88 ApplDeclined     VALUE "D".
        88 ApplWithdrawn    VALUE "W".
    05  ApplEnquiryDate     PIC 9(8).
    05  ApplAppliedDate     PIC 9(8).
    05  ApplInterviewDate   PIC 9(8).
    05  ApplOfferDate       PIC 9(8).
    05  ApplReplyDate       PIC 9(8).
    05  ApplWithdrawnDate   PIC 9(8).
    05  ApplConvertedDate   PIC 9(8).
    05  ApplStudentId       PIC 9(7).
    05  ApplChangedBy       PIC X(8).
    05  ApplChangedDate     PIC 9(8).
