    05  NextApplicantNumber PIC 9(7).
    05  NextConvertBatch    PIC 9(5).
