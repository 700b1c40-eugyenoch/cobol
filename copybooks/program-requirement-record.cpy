000100****************************************************************
000110* Copybook: program-requirement-record.cpy
000120* Purpose:  Record layout for PROGREQS.DAT, the indexed
000130*           program completion master keyed on the primary
000140*           CourseCode that names a student's program.  Each
000150*           row lists up to twelve required courses with the
000160*           minimum grade needed in each (A+ through D-), and
000170*           the total number of distinct courses a student
000180*           must pass to complete the program - the required
000190*           courses count toward it.  Maintained by
000200*           ProgReqMaint; read by GradAudit.
000210****************************************************************
000220 01  ProgramReqDetails.
000230     02  PG-ProgramCode      PIC X(4).
000240     02  PG-CoursesNeeded    PIC 9(2).
000250     02  PG-NumReqs          PIC 9(2).
000260     02  PG-Req OCCURS 12 TIMES.
000270          03  PG-ReqCourse    PIC X(4).
000280          03  PG-MinGrade     PIC X(2).
