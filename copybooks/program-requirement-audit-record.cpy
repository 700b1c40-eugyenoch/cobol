000100****************************************************************
000110* Copybook: program-requirement-audit-record.cpy
000120* Purpose:  One row per add/change/delete made against
000130*           PROGREQS.DAT, written to PGMAUDIT.DAT by
000140*           ProgReqMaint with the operator id and time.
000150*           PQ-CoursesNeeded carries the courses-needed
000160*           figure as it stood after the action.
000170****************************************************************
000180 01  ProgramReqAuditDetails.
000190     02  PQ-ProgramCode      PIC X(4).
000200     02  PQ-Action           PIC X(6).
000210          88  PQ-IsAdd            VALUE "ADD   ".
000220          88  PQ-IsChange         VALUE "CHANGE".
000230          88  PQ-IsDelete         VALUE "DELETE".
000240     02  PQ-CoursesNeeded    PIC 9(2).
000250     02  PQ-NumReqs          PIC 9(2).
000260     02  PQ-OperatorId       PIC X(8).
000270     02  PQ-ActionDate       PIC 9(8).
000280     02  PQ-ActionTime       PIC 9(8).
