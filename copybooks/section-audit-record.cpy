000100****************************************************************
000110* Copybook: section-audit-record.cpy
000120* Purpose:  One row per add/change/delete made against
000130*           SECTIONS.DAT, written to SECAUDIT.DAT by
000140*           SectMaint with the section's key, the meeting
000150*           details as they stand after the change (as
000160*           they stood before, for a delete), and the
000170*           operator id and time.
000180****************************************************************
000190 01  SectionAuditDetails.
000200     02  SA-CourseCode       PIC X(4).
000210     02  SA-TermCode         PIC X(6).
000220     02  SA-SectionNo        PIC 9(2).
000230     02  SA-Action           PIC X(6).
000240          88  SA-IsAdd            VALUE "ADD   ".
000250          88  SA-IsChange         VALUE "CHANGE".
000260          88  SA-IsDelete         VALUE "DELETE".
000270     02  SA-Days             PIC X(7).
000280     02  SA-StartTime        PIC 9(4).
000290     02  SA-EndTime          PIC 9(4).
000300     02  SA-Room             PIC X(6).
000310     02  SA-Instructor       PIC X(20).
000320     02  SA-OperatorId       PIC X(8).
000330     02  SA-ActionDate       PIC 9(8).
000340     02  SA-ActionTime       PIC 9(8).
