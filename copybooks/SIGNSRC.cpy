    05  SrcTag              PIC X(3).
        88 SrcHeaderLine    VALUE "HDR".
        88 SrcTrailerLine   VALUE "TRL".
    05  SrcHeader.
        10  SrcProgram      PIC X(16).
        10  SrcRunId        PIC 9(6).
    05  SrcTrailer REDEFINES SrcHeader.
        10  SrcPostingCount PIC 9(6).
        10  SrcNetAmount    PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  FILLER          PIC X(4).
