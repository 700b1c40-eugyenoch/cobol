000310* --------------------------------------------------
000320* 09/02/2026  EE  Original version - replaces the paper
000330*                 result cards kept in the office.
000333* 10/15/2026  EE  GRADE audit rows carry the course and
000336*                 term of the grade posted.
000340****************************************************************
000350
000360 IDENTIFICATION DIVISION.
007510 7100-WRITE-GRADE-AUDIT.
007520     MOVE WS-Key-StudentId TO AU-StudentId.
007530     SET AU-IsGrade TO TRUE.
007533     MOVE WS-Key-Course TO AU-CourseCode.
007536     MOVE WS-Key-Term TO AU-TermCode.
007540     MOVE WS-Operator-Id TO AU-OperatorId.
007550     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
007560     ACCEPT AU-ActionTime FROM TIME.
