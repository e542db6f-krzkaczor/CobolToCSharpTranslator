*> the operator who made each change, for sign-off by the office
*> supervisor.  The report covers the current run date by default;
*> entries for other days are counted but not listed.
*>
*> Modification history:
*> - Re-admission images (type R, written when a withdrawn student is
*>   restored from STUHIST) are listed as RE-ADM lines and counted as
*>   changes in their own right, since they have no before-image.
*> - Emergency contact images (types E before, F after, written by
*>   WebChangeImport when a student changes contact phone numbers
*>   on the website) are listed as CON-B4 / CON-AF lines showing the
*>   contact name and both numbers; each E counts as one change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  AuditDate       PIC 9(8).
    02  AuditImageType  PIC X.
    COPY STUDENT.
01  ContactAuditRecord.
    02  ContactAuditOperatorId PIC X(8).
    02  ContactAuditDate       PIC 9(8).
    02  ContactAuditImageType  PIC X.
    02  ContactAuditStudentId  PIC 9(7).
    02  ContactAuditName       PIC X(30).
    02  ContactAuditRelation   PIC X(12).
    02  ContactAuditPhone1     PIC X(14).
    02  ContactAuditPhone2     PIC X(14).
    02  ContactAuditAddress    PIC X(40).
    02  FILLER                 PIC X(17).

FD  AUDIT-REPORT-FILE.
01  AuditReportLine     PIC X(100).
    05 FILLER           PIC X(6) VALUE " OPR=".
    05 wsDetailOperator PIC X(8).

01 wsContactLine.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 wsContactType    PIC X(6).
    05 FILLER           PIC X VALUE SPACE.
    05 wsContactId      PIC 9(7).
    05 FILLER           PIC X VALUE SPACE.
    05 wsContactName    PIC X(30).
    05 FILLER           PIC X VALUE SPACE.
    05 wsContactPhone1  PIC X(14).
    05 FILLER           PIC X VALUE SPACE.
    05 wsContactPhone2  PIC X(14).
    05 FILLER           PIC X(6) VALUE " OPR=".
    05 wsContactOperator PIC X(8).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
    reportAuditRecordAction.
        IF AuditDate = wsRunDate
            ADD 1 TO wsTodayImageCount
            IF AuditImageType = "E" OR AuditImageType = "F"
                PERFORM reportContactImageAction
            ELSE
                PERFORM reportStudentImageAction
            END-IF
        ELSE
            ADD 1 TO wsOtherDayCount
        END-IF.
        PERFORM readAuditRecordAction.

    reportStudentImageAction.
        EVALUATE AuditImageType
            WHEN "B"
                ADD 1 TO wsChangeCount
                MOVE SPACES TO wsListLine
                WRITE AuditReportLine FROM wsListLine
                MOVE "BEFORE" TO wsDetailType
            WHEN "R"
                ADD 1 TO wsChangeCount
                MOVE SPACES TO wsListLine
                WRITE AuditReportLine FROM wsListLine
                MOVE "RE-ADM" TO wsDetailType
            WHEN OTHER
                MOVE "AFTER" TO wsDetailType
        END-EVALUATE.
        MOVE StudentId OF StudentAuditRecord TO wsDetailId.
        MOVE Surname OF StudentAuditRecord TO wsDetailSurname.
        MOVE Forename OF StudentAuditRecord TO wsDetailForename.
        MOVE CourseCode OF StudentAuditRecord TO wsDetailCourse.
        MOVE Gender OF StudentAuditRecord TO wsDetailGender.
        MOVE AuditOperatorId TO wsDetailOperator.
        WRITE AuditReportLine FROM wsDetailLine.

    reportContactImageAction.
        IF ContactAuditImageType = "E"
            ADD 1 TO wsChangeCount
            MOVE SPACES TO wsListLine
            WRITE AuditReportLine FROM wsListLine
            MOVE "CON-B4" TO wsContactType
        ELSE
            MOVE "CON-AF" TO wsContactType
        END-IF.
        MOVE ContactAuditStudentId TO wsContactId.
        MOVE ContactAuditName TO wsContactName.
        MOVE ContactAuditPhone1 TO wsContactPhone1.
        MOVE ContactAuditPhone2 TO wsContactPhone2.
        MOVE ContactAuditOperatorId TO wsContactOperator.
        WRITE AuditReportLine FROM wsContactLine.

    writeSignOffAction.
        MOVE SPACES TO wsListLine.
