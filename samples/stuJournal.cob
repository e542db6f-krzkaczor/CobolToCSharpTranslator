*>                           jrnFileName, jrnAction, jrnImage
*>     jrnProgramId  PIC X(16)
*>     jrnOperatorId PIC X(8)  - spaces for unattended runs
*>     jrnFileName   PIC X(8)  - STUMAST or ENROLL (EMERCONT images
*>                                are journalled for the trail only;
*>                                JournalRecovery does not replay them)
*>     jrnAction     PIC X     - A added, C changed, D deleted
*>     jrnImage      PIC X(140) - the record as written (for D, as
*>                                it stood before the delete)
