000120* Purpose:  One row per add/change/delete made against
000130*           STUDENTS.DAT, written to AUDIT.DAT by any program
000140*           that maintains the student file.  Answers "who
000150*           changed this record and when".  Enrollment
000151*           actions (ENROLL, DROP, WAIT, PROMOT, GRADE) and
000152*           STATUS also carry the course and term involved,
000153*           so FeeRefund can price a drop or withdrawal;
000154*           the other actions leave them blank, as do rows
000155*           written before the fields were added.
000156*           SECTN rows (a student moved to another section
000157*           of a course) carry the course and term too.
000160****************************************************************
000170 01  AuditDetails.
000180     02  AU-StudentId        PIC 9(7).
000227          88  AU-IsDrop           VALUE "DROP  ".
000228          88  AU-IsWait           VALUE "WAIT  ".
000229          88  AU-IsPromote        VALUE "PROMOT".
000230          88  AU-IsSection        VALUE "SECTN ".
000231          88  AU-IsGrade          VALUE "GRADE ".
000232          88  AU-IsPurge          VALUE "PURGE ".
000233          88  AU-IsAddress        VALUE "ADDRES".
000234     02  AU-OperatorId       PIC X(8).
000235     02  AU-ActionDate       PIC 9(8).
000236     02  AU-ActionTime       PIC 9(8).
000237     02  AU-CourseCode       PIC X(4).
000238     02  AU-TermCode         PIC X(6).
