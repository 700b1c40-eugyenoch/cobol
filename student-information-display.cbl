000660*                 with a WAIT audit row, exactly as
000670*                 StudMaint and StudApply enforce it, so
000680*                 no entry path can over-fill a course.
000682* 10/15/2026  EE  WAIT audit rows carry the course and
000684*                 Open term; ADD rows leave the new audit
000686*                 course and term fields blank.
000690****************************************************************
000700
000710 IDENTIFICATION DIVISION.
006450 4900-WRITE-AUDIT-RECORD.
006460     MOVE StudentId TO AU-StudentId.
006470     SET AU-IsAdd TO TRUE.
006475     MOVE SPACES TO AU-CourseCode AU-TermCode.
006480     MOVE WS-Operator-Id TO AU-OperatorId.
006490     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
006500     ACCEPT AU-ActionTime FROM TIME.
007070 4960-WRITE-WAIT-AUDIT.
007080     MOVE WS-Wait-Student TO AU-StudentId.
007090     SET AU-IsWait TO TRUE.
007093     MOVE WS-Check-Course TO AU-CourseCode.
007096     MOVE WS-Open-Term TO AU-TermCode.
007100     MOVE WS-Operator-Id TO AU-OperatorId.
007110     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
007120     ACCEPT AU-ActionTime FROM TIME.
