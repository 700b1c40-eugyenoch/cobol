000100****************************************************************
000110* Copybook: prereq-audit-record.cpy
000120* Purpose:  One row per add/change/delete made against
000130*           PREREQS.DAT, written to PRQAUDIT.DAT by
000140*           PrereqMaint, and one OVERRD row each time a
000150*           Supervisor enrolls a student in StudMaint
000160*           without the prerequisites.  PA-StudentId and
000170*           PA-ReqCourse (the first prerequisite not met)
000180*           are only filled in on an OVERRD row.
000190****************************************************************
000200 01  PrereqAuditDetails.
000210     02  PA-CourseCode       PIC X(4).
000220     02  PA-Action           PIC X(6).
000230          88  PA-IsAdd            VALUE "ADD   ".
000240          88  PA-IsChange         VALUE "CHANGE".
000250          88  PA-IsDelete         VALUE "DELETE".
000260          88  PA-IsOverride       VALUE "OVERRD".
000270     02  PA-StudentId        PIC 9(7).
000280     02  PA-ReqCourse        PIC X(4).
000290     02  PA-OperatorId       PIC X(8).
000300     02  PA-ActionDate       PIC 9(8).
000310     02  PA-ActionTime       PIC 9(8).
