000380*                 shown on the register (ADDR column and
000390*                 a swept total), so the contact file
000400*                 cannot grow past the purge either.
000403* 10/15/2026  EE  PURGE audit rows leave the new audit
000406*                 course and term fields blank.
000407* 10/15/2026  EE  Each swept enrollment's section
000408*                 placement on SECTENRL.DAT is removed
000409*                 with it.
000410****************************************************************
000420
000430 IDENTIFICATION DIVISION.
000800          RECORD KEY IS AD-StudentId
000810          FILE STATUS IS WS-Address-Status.
000820
000821     SELECT PlacementFile ASSIGN TO "SECTENRL.DAT"
000822          ORGANIZATION IS INDEXED
000823          ACCESS MODE IS DYNAMIC
000824          RECORD KEY IS SP-PlaceKey
000825          FILE STATUS IS WS-Place-Status.
000827
000830     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000840          ORGANIZATION IS INDEXED
000850          ACCESS MODE IS DYNAMIC
001140 FD  AddressFile.
001150     COPY "address-record.cpy".
001160
001163 FD  PlacementFile.
001166     COPY "section-placement-record.cpy".
001168
001170 FD  OperatorFile.
001180     COPY "operator-record.cpy".
001190
001330     02  WS-Journal-Status   PIC XX.
001340     02  WS-Address-Status   PIC XX.
001350          88  WS-Address-NotFnd   VALUE "35".
001353     02  WS-Place-Status     PIC XX.
001356          88  WS-Place-NotFnd     VALUE "35".
001360     02  WS-Oper-File-Status PIC XX.
001370     02  WS-RunLog-Status    PIC XX.
001380     02  WS-Report-Status    PIC XX.
002580          CLOSE AddressFile
002590          OPEN I-O AddressFile
002600     END-IF.
002601     OPEN I-O PlacementFile.
002602     IF WS-Place-NotFnd
002603          OPEN OUTPUT PlacementFile
002604          CLOSE PlacementFile
002605          OPEN I-O PlacementFile
002606     END-IF.
002610     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
002620     IF NOT WS-Oper-Supervisor
002630          DISPLAY "*** ARCHIVE/PURGE REQUIRES SUPERVISOR "
002810          CLOSE AuditFile
002820          CLOSE JournalFile
002830          CLOSE AddressFile
002835          CLOSE PlacementFile
002840          PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
002850          STOP RUN
002860     END-IF.
003770     CLOSE AuditFile.
003780     CLOSE JournalFile.
003790     CLOSE AddressFile.
003795     CLOSE PlacementFile.
003800     PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT.
003810     MOVE 8 TO RETURN-CODE.
003820     STOP RUN.
004380* 3500-SWEEP-ENROLLMENTS - every ENROLL.DAT row for the
004390* purged id goes, whatever the term; the archive copy
004400* and the audit trail are the record from here on.
004405* Each row's section placement goes with it.
004410****************************************************************
004420 3500-SWEEP-ENROLLMENTS.
004430     MOVE ZERO TO WS-Sweep-Count.
004600          NOT AT END
004610              IF EN-StudentId = WS-Purge-Id
004620                  DELETE EnrollFile END-DELETE
004623                  MOVE EN-EnrollKey TO SP-PlaceKey
004626                  DELETE PlacementFile END-DELETE
004630                  ADD 1 TO WS-Sweep-Count
004640                  ADD 1 TO WS-Enrolls-Swept
004650              ELSE
004960 7100-WRITE-PURGE-AUDIT.
004970     MOVE WS-Purge-Id TO AU-StudentId.
004980     SET AU-IsPurge TO TRUE.
004985     MOVE SPACES TO AU-CourseCode AU-TermCode.
004990     MOVE WS-Operator-Id TO AU-OperatorId.
005000     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
005010     ACCEPT AU-ActionTime FROM TIME.
005370     CLOSE AuditFile.
005380     CLOSE JournalFile.
005390     CLOSE AddressFile.
005395     CLOSE PlacementFile.
005400     CLOSE ReportFile.
005410     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
005420     DISPLAY "STUDARCHIVE COMPLETE - " WS-Students-Purged
