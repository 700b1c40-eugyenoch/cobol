000100****************************************************************
000110* Copybook: prereq-record.cpy
000120* Purpose:  Record layout for PREREQS.DAT, the indexed
000130*           prerequisite master keyed on the CourseCode that
000140*           has the prerequisites.  Each row lists up to
000150*           five courses that must be passed first and the
000160*           minimum grade needed in each (A+ through D-).
000170*           Maintained by PrereqMaint; read at enroll time
000180*           by StudMaint and StudApply, which look for a
000190*           qualifying GRADES.DAT row for every entry.  A
000200*           course with no row has no prerequisites.
000210****************************************************************
000220 01  PrereqDetails.
000230     02  PR-CourseCode       PIC X(4).
000240     02  PR-NumReqs          PIC 9.
000250     02  PR-Req OCCURS 5 TIMES.
000260          03  PR-ReqCourse    PIC X(4).
000270          03  PR-MinGrade     PIC X(2).
