    05  SettingKey.
        10  SettingProgram      PIC X(20).
        10  SettingName         PIC X(16).
        10  SettingEffective    PIC 9(8).
    05  SettingValue            PIC X(20).
    05  SettingNumeric REDEFINES SettingValue.
        10  SettingNumber       PIC 9(9)V99.
        10  FILLER              PIC X(9).
    05  SettingChangedBy        PIC X(8).
    05  SettingChangedDate      PIC 9(8).
