000100****************************************************************
000110* Program: IntegCheck
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Row-level referential integrity sweep, run in
000160*          STUDBAT ahead of the reports.  RunRecon only
000170*          ties counts together; this pass walks every row
000180*          of STUDENTS.DAT, ENROLL.DAT, GRADES.DAT,
000190*          FEES.DAT, ADDRESS.DAT, WAITLIST.DAT, PREREQS.DAT,
000200*          RFNDSCHD.DAT and STANDING.DAT and lists each row
000210*          that points at something missing or
000220*          inconsistent on INTEGRITY.RPT with a class code:
000230*            NOSTUD (hard) StudentId not on STUDENTS.DAT
000240*            NOCRSE (hard) CourseCode not on COURSES.DAT
000250*            NOTERM (hard) TermCode not on TERMS.DAT
000260*            GRNOEN (hard) grade with no ENROLL.DAT row
000270*            RETCRS (soft) Open-term enrollment in a
000280*                          retired course
000290*            WAITEN (soft) waitlisted for a course the
000300*                          student is already enrolled in
000310*            WDOPEN (soft) Withdrawn student still
000320*                          enrolled in the Open term
000330*          GRADES.DAT, FEES.DAT and STANDING.DAT rows are
000340*          kept on purpose when StudArchive purges or
000350*          StudMaint deletes a student, so a missing
000360*          student with a PURGE or DELETE row on AUDIT.DAT
000370*          is history, not a finding.  Any hard finding
000380*          sets RETURN-CODE 8 and ends the run log row
000390*          with FAIL, so RunCheck holds the next cycle
000400*          until a clean rerun clears it.
000410****************************************************************
000420* Maintenance History
000430* --------------------------------------------------
000440* 10/15/2026  EE  Original version - a bad row could
000450*                 hide behind RunRecon totals that
000460*                 balanced.
000470****************************************************************
000480
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.      IntegCheck.
000510 AUTHOR.          EUGY ENOCH.
000520 INSTALLATION.    REGISTRARS OFFICE.
000530 DATE-WRITTEN.    10/15/2026.
000540 DATE-COMPILED.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS DYNAMIC
000620          RECORD KEY IS StudentId
000630          FILE STATUS IS WS-Student-Status.
000640
000650     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000660          ORGANIZATION IS INDEXED
000670          ACCESS MODE IS DYNAMIC
000680          RECORD KEY IS EN-EnrollKey
000690          FILE STATUS IS WS-Enroll-Status.
000700
000710     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS SEQUENTIAL
000740          RECORD KEY IS GR-GradeKey
000750          FILE STATUS IS WS-Grade-Status.
000760
000770     SELECT FeeFile ASSIGN TO "FEES.DAT"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-Fee-Status.
000800
000810     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS SEQUENTIAL
000840          RECORD KEY IS AD-StudentId
000850          FILE STATUS IS WS-Address-Status.
000860
000870     SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS SEQUENTIAL
000900          RECORD KEY IS WL-WaitKey
000910          FILE STATUS IS WS-Wait-Status.
000920
000930     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
000940          ORGANIZATION IS INDEXED
000950          ACCESS MODE IS SEQUENTIAL
000960          RECORD KEY IS PR-CourseCode
000970          FILE STATUS IS WS-Prereq-Status.
000980
000990     SELECT RefundSchedFile ASSIGN TO "RFNDSCHD.DAT"
001000          ORGANIZATION IS INDEXED
001010          ACCESS MODE IS SEQUENTIAL
001020          RECORD KEY IS RS-TermCode
001030          FILE STATUS IS WS-Refund-Status.
001040
001050     SELECT StandingFile ASSIGN TO "STANDING.DAT"
001060          ORGANIZATION IS INDEXED
001070          ACCESS MODE IS SEQUENTIAL
001080          RECORD KEY IS SD-StandKey
001090          FILE STATUS IS WS-Standing-Status.
001100
001110     SELECT CourseFile ASSIGN TO "COURSES.DAT"
001120          ORGANIZATION IS INDEXED
001130          ACCESS MODE IS SEQUENTIAL
001140          RECORD KEY IS CO-CourseCode
001150          FILE STATUS IS WS-Course-Status.
001160
001170     SELECT TermFile ASSIGN TO "TERMS.DAT"
001180          ORGANIZATION IS INDEXED
001190          ACCESS MODE IS SEQUENTIAL
001200          RECORD KEY IS TM-TermCode
001210          FILE STATUS IS WS-Term-Status.
001220
001230     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
001240          ORGANIZATION IS LINE SEQUENTIAL
001250          FILE STATUS IS WS-Audit-Status.
001260
001270     SELECT ReportFile ASSIGN TO "INTEGRITY.RPT"
001280          ORGANIZATION IS LINE SEQUENTIAL
001290          FILE STATUS IS WS-Report-Status.
001300
001310     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
001320          ORGANIZATION IS LINE SEQUENTIAL
001330          FILE STATUS IS WS-RunLog-Status.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  StudentFile.
001380     COPY "student-record.cpy".
001390
001400 FD  EnrollFile.
001410     COPY "enrollment-record.cpy".
001420
001430 FD  GradeFile.
001440     COPY "grade-record.cpy".
001450
001460 FD  FeeFile.
001470     COPY "fee-record.cpy".
001480
001490 FD  AddressFile.
001500     COPY "address-record.cpy".
001510
001520 FD  WaitlistFile.
001530     COPY "waitlist-record.cpy".
001540
001550 FD  PrereqFile.
001560     COPY "prereq-record.cpy".
001570
001580 FD  RefundSchedFile.
001590     COPY "refund-schedule-record.cpy".
001600
001610 FD  StandingFile.
001620     COPY "standing-record.cpy".
001630
001640 FD  CourseFile.
001650     COPY "course-record.cpy".
001660
001670 FD  TermFile.
001680     COPY "term-record.cpy".
001690
001700 FD  AuditFile.
001710     COPY "audit-record.cpy".
001720
001730 FD  ReportFile.
001740 01  ReportLine              PIC X(80).
001750
001760 FD  RunLogFile.
001770     COPY "run-log-record.cpy".
001780
001790 WORKING-STORAGE SECTION.
001800 COPY "course-table.cpy".
001810
001820 01  WS-Status-Group.
001830     02  WS-Student-Status   PIC XX.
001840     02  WS-Enroll-Status    PIC XX.
001850     02  WS-Grade-Status     PIC XX.
001860     02  WS-Fee-Status       PIC XX.
001870     02  WS-Address-Status   PIC XX.
001880     02  WS-Wait-Status      PIC XX.
001890     02  WS-Prereq-Status    PIC XX.
001900     02  WS-Refund-Status    PIC XX.
001910     02  WS-Standing-Status  PIC XX.
001920     02  WS-Course-Status    PIC XX.
001930     02  WS-Term-Status      PIC XX.
001940     02  WS-Audit-Status     PIC XX.
001950     02  WS-Report-Status    PIC XX.
001960     02  WS-RunLog-Status    PIC XX.
001970
001980 01  WS-Switches.
001990     02  WS-Pass-EOF-Sw      PIC X     VALUE "N".
002000          88  WS-Pass-EOF             VALUE "Y".
002010     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
002020          88  WS-Course-EOF           VALUE "Y".
002030     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
002040          88  WS-Term-EOF             VALUE "Y".
002050     02  WS-Audit-EOF-Sw     PIC X     VALUE "N".
002060          88  WS-Audit-EOF            VALUE "Y".
002070     02  WS-Enroll-File-Sw   PIC X     VALUE "N".
002080          88  WS-Enroll-File-Open     VALUE "Y".
002090     02  WS-Student-Found-Sw PIC X.
002100          88  WS-Student-Found        VALUE "Y".
002110          88  WS-Student-Not-Found    VALUE "N".
002120     02  WS-Term-Found-Sw    PIC X.
002130          88  WS-Term-Found           VALUE "Y".
002140          88  WS-Term-Not-Found       VALUE "N".
002150     02  WS-Removed-Sw       PIC X.
002160          88  WS-Removed              VALUE "Y".
002170          88  WS-Not-Removed          VALUE "N".
002180     02  WS-Enrolled-Sw      PIC X.
002190          88  WS-Enrolled             VALUE "Y".
002200          88  WS-Not-Enrolled         VALUE "N".
002210     02  WS-Class-Found-Sw   PIC X.
002220          88  WS-Class-Found          VALUE "Y".
002230          88  WS-Class-Not-Found      VALUE "N".
002240
002250 01  WS-Run-Date             PIC 9(8).
002260 01  WS-Open-Term            PIC X(6)  VALUE SPACES.
002270 01  WS-Matched-Idx          PIC 9(2)  COMP VALUE ZERO.
002280
002290****************************************************************
002300* The row being checked.  The pass paragraph fills these
002310* before 7600-CHECK-REFERENCES; a blank course or term,
002320* or a zero StudentId with the student check off, is not
002330* checked.  History rows (grades, fees, standing) of a
002340* student purged or deleted on purpose are not findings.
002350****************************************************************
002360 01  WS-Row-File             PIC X(12).
002370 01  WS-Row-StudentId        PIC 9(7).
002380 01  WS-Row-Course           PIC X(4).
002390 01  WS-Row-Term             PIC X(6).
002400 01  WS-Check-Student-Sw     PIC X.
002410     88  WS-Check-Student          VALUE "Y".
002420 01  WS-History-Row-Sw       PIC X.
002430     88  WS-History-Row            VALUE "Y".
002440 01  WS-Find-Class           PIC X(6).
002450 01  WS-Find-Text            PIC X(35).
002460
002470 01  WS-Term-Table.
002480     02  WS-Term-Entry OCCURS 100 TIMES.
002490          03  TT-TermCode     PIC X(6).
002500          03  TT-Status       PIC X.
002510 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
002520 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
002530 01  WS-Term-Sub             PIC 9(3)  COMP.
002540
002550****************************************************************
002560* StudentIds removed on purpose - a PURGE or DELETE row
002570* on AUDIT.DAT.
002580****************************************************************
002590 01  WS-Removed-Table.
002600     02  WS-Removed-Id       PIC 9(7)  OCCURS 5000 TIMES.
002610 01  WS-Removed-Count        PIC 9(4)  COMP VALUE ZERO.
002620 01  WS-Removed-Max          PIC 9(4)  COMP VALUE 5000.
002630 01  WS-Removed-Sub          PIC 9(4)  COMP.
002640
002650 01  WS-Req-Sub              PIC 9     COMP.
002660
002670****************************************************************
002680* The finding classes, their severity, and a count of
002690* each for the totals page.
002700****************************************************************
002710 01  ClassListValues.
002720     02  FILLER              PIC X(10) VALUE "NOSTUDHARD".
002730     02  FILLER              PIC X(10) VALUE "NOCRSEHARD".
002740     02  FILLER              PIC X(10) VALUE "NOTERMHARD".
002750     02  FILLER              PIC X(10) VALUE "GRNOENHARD".
002760     02  FILLER              PIC X(10) VALUE "RETCRSSOFT".
002770     02  FILLER              PIC X(10) VALUE "WAITENSOFT".
002780     02  FILLER              PIC X(10) VALUE "WDOPENSOFT".
002790 01  ClassListTable REDEFINES ClassListValues.
002800     02  WS-Class-Entry OCCURS 7 TIMES.
002810          03  CL-Class        PIC X(6).
002820          03  CL-Severity     PIC X(4).
002830 01  WS-Class-Counts.
002840     02  WS-Class-Count      PIC 9(7)  COMP OCCURS 7 TIMES.
002850 01  WS-Class-Max            PIC 9(2)  COMP VALUE 7.
002860 01  WS-Class-Sub            PIC 9(2)  COMP.
002870 01  WS-Class-Slot           PIC 9(2)  COMP.
002880
002890 01  WS-Counters.
002900     02  WS-Student-Rows     PIC 9(7)  COMP VALUE ZERO.
002910     02  WS-Enroll-Rows      PIC 9(7)  COMP VALUE ZERO.
002920     02  WS-Grade-Rows       PIC 9(7)  COMP VALUE ZERO.
002930     02  WS-Fee-Rows         PIC 9(7)  COMP VALUE ZERO.
002940     02  WS-Address-Rows     PIC 9(7)  COMP VALUE ZERO.
002950     02  WS-Wait-Rows        PIC 9(7)  COMP VALUE ZERO.
002960     02  WS-Prereq-Rows      PIC 9(7)  COMP VALUE ZERO.
002970     02  WS-Refund-Rows      PIC 9(7)  COMP VALUE ZERO.
002980     02  WS-Standing-Rows    PIC 9(7)  COMP VALUE ZERO.
002990     02  WS-Rows-Read        PIC 9(7)  COMP VALUE ZERO.
003000     02  WS-History-Rows     PIC 9(7)  COMP VALUE ZERO.
003010     02  WS-Findings         PIC 9(7)  COMP VALUE ZERO.
003020     02  WS-Hard-Findings    PIC 9(7)  COMP VALUE ZERO.
003030
003040 01  WS-Report-Heading.
003050     02  FILLER              PIC X(36)
003060          VALUE "REFERENTIAL INTEGRITY SWEEP - RUN ".
003070     02  RH-RunDate          PIC 9(8).
003080 01  WS-Open-Term-Line.
003090     02  FILLER              PIC X(12) VALUE "OPEN TERM : ".
003100     02  OT-TermCode         PIC X(6).
003110 01  WS-Column-Heading.
003120     02  FILLER              PIC X(33)
003130          VALUE "CLASS  SEV  FILE         STUDENT ".
003140     02  FILLER              PIC X(19)
003150          VALUE "CRSE TERM   FINDING".
003160 01  WS-Finding-Line.
003170     02  EX-Class            PIC X(6).
003180     02  FILLER              PIC X     VALUE SPACE.
003190     02  EX-Severity         PIC X(4).
003200     02  FILLER              PIC X     VALUE SPACE.
003210     02  EX-File             PIC X(12).
003220     02  FILLER              PIC X     VALUE SPACE.
003230     02  EX-StudentId        PIC X(7).
003240     02  FILLER              PIC X     VALUE SPACE.
003250     02  EX-Course           PIC X(4).
003260     02  FILLER              PIC X     VALUE SPACE.
003270     02  EX-Term             PIC X(6).
003280     02  FILLER              PIC X     VALUE SPACE.
003290     02  EX-Text             PIC X(35).
003300 01  WS-Skipped-Line.
003310     02  SK-File             PIC X(12).
003320     02  FILLER              PIC X(32)
003330          VALUE " NOT ON FILE - NOT CHECKED".
003340 01  WS-Total-Line.
003350     02  TO-Label            PIC X(30).
003360     02  TO-Count            PIC ZZZZZZ9.
003370 01  WS-Class-Total-Line.
003380     02  FILLER              PIC X(9)  VALUE "FINDINGS ".
003390     02  CT-Line-Class       PIC X(6).
003400     02  FILLER              PIC X     VALUE SPACE.
003410     02  CT-Line-Severity    PIC X(4).
003420     02  FILLER              PIC X(10) VALUE SPACES.
003430     02  CT-Line-Count       PIC ZZZZZZ9.
003440 01  WS-Blank-Line           PIC X     VALUE SPACE.
003450 01  WS-Clean-Line           PIC X(40)
003460     VALUE "NO FINDINGS - EVERY ROW CHECKS CLEAN".
003470
003480 PROCEDURE DIVISION.
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     PERFORM 2000-CHECK-STUDENTS THRU 2000-EXIT.
003520     PERFORM 2200-CHECK-ENROLLMENTS THRU 2200-EXIT.
003530     PERFORM 2400-CHECK-GRADES THRU 2400-EXIT.
003540     PERFORM 2600-CHECK-FEES THRU 2600-EXIT.
003550     PERFORM 3000-CHECK-ADDRESSES THRU 3000-EXIT.
003560     PERFORM 3200-CHECK-WAITLIST THRU 3200-EXIT.
003570     PERFORM 3400-CHECK-PREREQS THRU 3400-EXIT.
003580     PERFORM 3600-CHECK-REFUND-SCHEDS THRU 3600-EXIT.
003590     PERFORM 3800-CHECK-STANDING THRU 3800-EXIT.
003600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003610     STOP RUN.
003620
003630****************************************************************
003640* 1000-INITIALIZE - load the course and term masters and
003650* the removed-student list, and open the student and
003660* enrollment files the passes read by key.
003670****************************************************************
003680 1000-INITIALIZE.
003690     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003700     ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
003710     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
003720     PERFORM 1900-LOAD-TERM-TABLE THRU 1900-EXIT.
003730     OPEN INPUT StudentFile.
003740     IF WS-Student-Status NOT = "00"
003750          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - NO SWEEP"
003760          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003770          MOVE 8 TO RETURN-CODE
003780          STOP RUN
003790     END-IF.
003800     OPEN INPUT EnrollFile.
003810     IF WS-Enroll-Status = "00"
003820          SET WS-Enroll-File-Open TO TRUE
003830     END-IF.
003840     PERFORM 1200-LOAD-REMOVED-IDS THRU 1200-EXIT.
003850     INITIALIZE WS-Class-Counts.
003860     OPEN OUTPUT ReportFile.
003870     MOVE WS-Run-Date TO RH-RunDate.
003880     WRITE ReportLine FROM WS-Report-Heading.
003890     MOVE WS-Open-Term TO OT-TermCode.
003900     WRITE ReportLine FROM WS-Open-Term-Line.
003910     WRITE ReportLine FROM WS-Blank-Line.
003920     WRITE ReportLine FROM WS-Column-Heading.
003930 1000-EXIT.
003940     EXIT.
003950
003960****************************************************************
003970* 1200-LOAD-REMOVED-IDS - every StudentId with a PURGE
003980* (StudArchive) or DELETE (StudMaint) row on AUDIT.DAT.
003990****************************************************************
004000 1200-LOAD-REMOVED-IDS.
004010     OPEN INPUT AuditFile.
004020     IF WS-Audit-Status NOT = "00"
004030          GO TO 1200-EXIT
004040     END-IF.
004050     PERFORM 1250-LOAD-ONE-AUDIT-ROW THRU 1250-EXIT
004060          UNTIL WS-Audit-EOF.
004070     CLOSE AuditFile.
004080 1200-EXIT.
004090     EXIT.
004100
004110 1250-LOAD-ONE-AUDIT-ROW.
004120     READ AuditFile
004130          AT END
004140              SET WS-Audit-EOF TO TRUE
004150          NOT AT END
004160              IF AU-IsPurge OR AU-IsDelete
004170                  IF WS-Removed-Count < WS-Removed-Max
004180                      ADD 1 TO WS-Removed-Count
004190                      MOVE AU-StudentId
004200                          TO WS-Removed-Id(WS-Removed-Count)
004210                  ELSE
004220                      DISPLAY "*** REMOVED-STUDENT TABLE FULL - "
004230                          "EXTRA IDS IGNORED"
004240                      SET WS-Audit-EOF TO TRUE
004250                  END-IF
004260              END-IF
004270     END-READ.
004280 1250-EXIT.
004290     EXIT.
004300
004310****************************************************************
004320* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
004330* as this run begins and one END row with its totals
004340* as it finishes, on the shared RUNLOG.DAT.
004350****************************************************************
004360 1600-LOG-RUN-START.
004370     MOVE "INTGCHK " TO RL-ProgramId.
004380     SET RL-IsStart TO TRUE.
004390     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
004400     ACCEPT RL-LogTime FROM TIME.
004410     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
004420          RL-RecordsRejected.
004430     MOVE SPACES TO RL-Status.
004440     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
004450 1600-EXIT.
004460     EXIT.
004470
004480 1690-WRITE-RUN-LOG.
004490     OPEN EXTEND RunLogFile.
004500     IF WS-RunLog-Status = "35"
004510          OPEN OUTPUT RunLogFile
004520          CLOSE RunLogFile
004530          OPEN EXTEND RunLogFile
004540     END-IF.
004550     WRITE RunLogDetails.
004560     CLOSE RunLogFile.
004570 1690-EXIT.
004580     EXIT.
004590
004600****************************************************************
004610* 1800-LOAD-COURSE-TABLE - fill the in-memory course
004620* table from the COURSES.DAT master, retired courses
004630* included.
004640****************************************************************
004650 1800-LOAD-COURSE-TABLE.
004660     OPEN INPUT CourseFile.
004670     IF WS-Course-Status NOT = "00"
004680          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
004690              "RUN COURSEMAINT FIRST"
004700          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004710          MOVE 8 TO RETURN-CODE
004720          STOP RUN
004730     END-IF.
004740     PERFORM 1850-LOAD-ONE-COURSE THRU 1850-EXIT
004750          UNTIL WS-Course-EOF.
004760     CLOSE CourseFile.
004770 1800-EXIT.
004780     EXIT.
004790
004800 1850-LOAD-ONE-COURSE.
004810     READ CourseFile NEXT RECORD
004820          AT END
004830              SET WS-Course-EOF TO TRUE
004840          NOT AT END
004850              IF CT-NumEntries < CT-Max-Entries
004860                  ADD 1 TO CT-NumEntries
004870                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
004880                  MOVE CO-Description
004890                      TO CT-Description(CT-NumEntries)
004900                  MOVE CO-Active TO CT-Active(CT-NumEntries)
004910                  MOVE CO-MaxSeats
004920                      TO CT-MaxSeats(CT-NumEntries)
004930                  MOVE CO-FeeAmount
004940                      TO CT-FeeAmount(CT-NumEntries)
004950              ELSE
004960                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
004970                      "ENTRIES IGNORED"
004980                  SET WS-Course-EOF TO TRUE
004990              END-IF
005000     END-READ.
005010 1850-EXIT.
005020     EXIT.
005030
005040****************************************************************
005050* 1900-LOAD-TERM-TABLE - every term code on TERMS.DAT,
005060* noting the Open term for the Open-term checks.
005070****************************************************************
005080 1900-LOAD-TERM-TABLE.
005090     OPEN INPUT TermFile.
005100     IF WS-Term-Status NOT = "00"
005110          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
005120              "RUN TERMMAINT FIRST"
005130          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005140          MOVE 8 TO RETURN-CODE
005150          STOP RUN
005160     END-IF.
005170     PERFORM 1950-LOAD-ONE-TERM THRU 1950-EXIT
005180          UNTIL WS-Term-EOF.
005190     CLOSE TermFile.
005200 1900-EXIT.
005210     EXIT.
005220
005230 1950-LOAD-ONE-TERM.
005240     READ TermFile NEXT RECORD
005250          AT END
005260              SET WS-Term-EOF TO TRUE
005270          NOT AT END
005280              IF WS-Term-Count < WS-Term-Max
005290                  ADD 1 TO WS-Term-Count
005300                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
005310                  MOVE TM-Status TO TT-Status(WS-Term-Count)
005320                  IF TM-IsOpen
005330                      MOVE TM-TermCode TO WS-Open-Term
005340                  END-IF
005350              ELSE
005360                  DISPLAY "*** TERM TABLE FULL - EXTRA "
005370                      "TERMS IGNORED"
005380                  SET WS-Term-EOF TO TRUE
005390              END-IF
005400     END-READ.
005410 1950-EXIT.
005420     EXIT.
005430
005440****************************************************************
005450* 2000-CHECK-STUDENTS - each master record's primary
005460* CourseCode must be on COURSES.DAT.
005470****************************************************************
005480 2000-CHECK-STUDENTS.
005490     MOVE "N" TO WS-Pass-EOF-Sw.
005500     PERFORM 2100-CHECK-ONE-STUDENT THRU 2100-EXIT
005510          UNTIL WS-Pass-EOF.
005520 2000-EXIT.
005530     EXIT.
005540
005550 2100-CHECK-ONE-STUDENT.
005560     READ StudentFile NEXT RECORD
005570          AT END
005580              SET WS-Pass-EOF TO TRUE
005590              GO TO 2100-EXIT
005600     END-READ.
005610     ADD 1 TO WS-Student-Rows.
005620     MOVE "STUDENTS.DAT" TO WS-Row-File.
005630     MOVE StudentId TO WS-Row-StudentId.
005640     MOVE CourseCode TO WS-Row-Course.
005650     MOVE SPACES TO WS-Row-Term.
005660     MOVE "N" TO WS-Check-Student-Sw WS-History-Row-Sw.
005670     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
005680 2100-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720* 2200-CHECK-ENROLLMENTS - student, course and term on
005730* file; an Open-term row must not be for a retired
005740* course or a Withdrawn student.
005750****************************************************************
005760 2200-CHECK-ENROLLMENTS.
005770     IF NOT WS-Enroll-File-Open
005780          MOVE "ENROLL.DAT" TO SK-File
005790          WRITE ReportLine FROM WS-Skipped-Line
005800          GO TO 2200-EXIT
005810     END-IF.
005820     MOVE "N" TO WS-Pass-EOF-Sw.
005830     PERFORM 2250-CHECK-ONE-ENROLLMENT THRU 2250-EXIT
005840          UNTIL WS-Pass-EOF.
005850 2200-EXIT.
005860     EXIT.
005870
005880 2250-CHECK-ONE-ENROLLMENT.
005890     READ EnrollFile NEXT RECORD
005900          AT END
005910              SET WS-Pass-EOF TO TRUE
005920              GO TO 2250-EXIT
005930     END-READ.
005940     ADD 1 TO WS-Enroll-Rows.
005950     MOVE "ENROLL.DAT" TO WS-Row-File.
005960     MOVE EN-StudentId TO WS-Row-StudentId.
005970     MOVE EN-CourseCode TO WS-Row-Course.
005980     MOVE EN-TermCode TO WS-Row-Term.
005990     MOVE "Y" TO WS-Check-Student-Sw.
006000     MOVE "N" TO WS-History-Row-Sw.
006010     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
006020     IF EN-TermCode NOT = WS-Open-Term OR WS-Open-Term = SPACES
006030          GO TO 2250-EXIT
006040     END-IF.
006050     IF CT-Found
006060          IF NOT CT-IsActive(WS-Matched-Idx)
006070              MOVE "RETCRS" TO WS-Find-Class
006080              MOVE "OPEN-TERM ENROLLMENT, COURSE RETIRED"
006090                  TO WS-Find-Text
006100              PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006110          END-IF
006120     END-IF.
006130     IF WS-Student-Found AND StatusWithdrawn
006140          MOVE "WDOPEN" TO WS-Find-Class
006150          MOVE "WITHDRAWN, STILL IN OPEN TERM"
006160              TO WS-Find-Text
006170          PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006180     END-IF.
006190 2250-EXIT.
006200     EXIT.
006210
006220****************************************************************
006230* 2400-CHECK-GRADES - student, course and term on file,
006240* and an ENROLL.DAT row behind every grade of a student
006250* still on the master.
006260****************************************************************
006270 2400-CHECK-GRADES.
006280     OPEN INPUT GradeFile.
006290     IF WS-Grade-Status NOT = "00"
006300          MOVE "GRADES.DAT" TO SK-File
006310          WRITE ReportLine FROM WS-Skipped-Line
006320          GO TO 2400-EXIT
006330     END-IF.
006340     MOVE "N" TO WS-Pass-EOF-Sw.
006350     PERFORM 2450-CHECK-ONE-GRADE THRU 2450-EXIT
006360          UNTIL WS-Pass-EOF.
006370     CLOSE GradeFile.
006380 2400-EXIT.
006390     EXIT.
006400
006410 2450-CHECK-ONE-GRADE.
006420     READ GradeFile NEXT RECORD
006430          AT END
006440              SET WS-Pass-EOF TO TRUE
006450              GO TO 2450-EXIT
006460     END-READ.
006470     ADD 1 TO WS-Grade-Rows.
006480     MOVE "GRADES.DAT" TO WS-Row-File.
006490     MOVE GR-StudentId TO WS-Row-StudentId.
006500     MOVE GR-CourseCode TO WS-Row-Course.
006510     MOVE GR-TermCode TO WS-Row-Term.
006520     MOVE "Y" TO WS-Check-Student-Sw WS-History-Row-Sw.
006530     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
006540     IF WS-Student-Not-Found
006550          GO TO 2450-EXIT
006560     END-IF.
006570     MOVE GR-StudentId TO EN-StudentId.
006580     MOVE GR-CourseCode TO EN-CourseCode.
006590     MOVE GR-TermCode TO EN-TermCode.
006600     PERFORM 7500-CHECK-ENROLLED THRU 7500-EXIT.
006610     IF WS-Not-Enrolled
006620          MOVE "GRNOEN" TO WS-Find-Class
006630          MOVE "GRADE WITH NO ENROLLMENT ROW"
006640              TO WS-Find-Text
006650          PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
006660     END-IF.
006670 2450-EXIT.
006680     EXIT.
006690
006700****************************************************************
006710* 2600-CHECK-FEES - student, course (blank on an
006720* on-account payment) and term on file.
006730****************************************************************
006740 2600-CHECK-FEES.
006750     OPEN INPUT FeeFile.
006760     IF WS-Fee-Status NOT = "00"
006770          MOVE "FEES.DAT" TO SK-File
006780          WRITE ReportLine FROM WS-Skipped-Line
006790          GO TO 2600-EXIT
006800     END-IF.
006810     MOVE "N" TO WS-Pass-EOF-Sw.
006820     PERFORM 2650-CHECK-ONE-FEE THRU 2650-EXIT
006830          UNTIL WS-Pass-EOF.
006840     CLOSE FeeFile.
006850 2600-EXIT.
006860     EXIT.
006870
006880 2650-CHECK-ONE-FEE.
006890     READ FeeFile
006900          AT END
006910              SET WS-Pass-EOF TO TRUE
006920              GO TO 2650-EXIT
006930     END-READ.
006940     ADD 1 TO WS-Fee-Rows.
006950     MOVE "FEES.DAT" TO WS-Row-File.
006960     MOVE FE-StudentId TO WS-Row-StudentId.
006970     MOVE FE-CourseCode TO WS-Row-Course.
006980     MOVE FE-TermCode TO WS-Row-Term.
006990     MOVE "Y" TO WS-Check-Student-Sw WS-History-Row-Sw.
007000     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
007010 2650-EXIT.
007020     EXIT.
007030
007040****************************************************************
007050* 3000-CHECK-ADDRESSES - every contact row belongs to a
007060* student on the master.
007070****************************************************************
007080 3000-CHECK-ADDRESSES.
007090     OPEN INPUT AddressFile.
007100     IF WS-Address-Status NOT = "00"
007110          MOVE "ADDRESS.DAT" TO SK-File
007120          WRITE ReportLine FROM WS-Skipped-Line
007130          GO TO 3000-EXIT
007140     END-IF.
007150     MOVE "N" TO WS-Pass-EOF-Sw.
007160     PERFORM 3050-CHECK-ONE-ADDRESS THRU 3050-EXIT
007170          UNTIL WS-Pass-EOF.
007180     CLOSE AddressFile.
007190 3000-EXIT.
007200     EXIT.
007210
007220 3050-CHECK-ONE-ADDRESS.
007230     READ AddressFile NEXT RECORD
007240          AT END
007250              SET WS-Pass-EOF TO TRUE
007260              GO TO 3050-EXIT
007270     END-READ.
007280     ADD 1 TO WS-Address-Rows.
007290     MOVE "ADDRESS.DAT" TO WS-Row-File.
007300     MOVE AD-StudentId TO WS-Row-StudentId.
007310     MOVE SPACES TO WS-Row-Course WS-Row-Term.
007320     MOVE "Y" TO WS-Check-Student-Sw.
007330     MOVE "N" TO WS-History-Row-Sw.
007340     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
007350 3050-EXIT.
007360     EXIT.
007370
007380****************************************************************
007390* 3200-CHECK-WAITLIST - student and course on file, and
007400* nobody waiting for a course they already hold an
007410* Open-term enrollment in.
007420****************************************************************
007430 3200-CHECK-WAITLIST.
007440     OPEN INPUT WaitlistFile.
007450     IF WS-Wait-Status NOT = "00"
007460          MOVE "WAITLIST.DAT" TO SK-File
007470          WRITE ReportLine FROM WS-Skipped-Line
007480          GO TO 3200-EXIT
007490     END-IF.
007500     MOVE "N" TO WS-Pass-EOF-Sw.
007510     PERFORM 3250-CHECK-ONE-WAIT THRU 3250-EXIT
007520          UNTIL WS-Pass-EOF.
007530     CLOSE WaitlistFile.
007540 3200-EXIT.
007550     EXIT.
007560
007570 3250-CHECK-ONE-WAIT.
007580     READ WaitlistFile NEXT RECORD
007590          AT END
007600              SET WS-Pass-EOF TO TRUE
007610              GO TO 3250-EXIT
007620     END-READ.
007630     ADD 1 TO WS-Wait-Rows.
007640     MOVE "WAITLIST.DAT" TO WS-Row-File.
007650     MOVE WL-StudentId TO WS-Row-StudentId.
007660     MOVE WL-CourseCode TO WS-Row-Course.
007670     MOVE WS-Open-Term TO WS-Row-Term.
007680     MOVE "Y" TO WS-Check-Student-Sw.
007690     MOVE "N" TO WS-History-Row-Sw.
007700     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
007710     IF WS-Student-Not-Found OR WS-Open-Term = SPACES
007720          GO TO 3250-EXIT
007730     END-IF.
007740     MOVE WL-StudentId TO EN-StudentId.
007750     MOVE WL-CourseCode TO EN-CourseCode.
007760     MOVE WS-Open-Term TO EN-TermCode.
007770     PERFORM 7500-CHECK-ENROLLED THRU 7500-EXIT.
007780     IF WS-Enrolled
007790          MOVE "WAITEN" TO WS-Find-Class
007800          MOVE "WAITLISTED BUT ALREADY ENROLLED"
007810              TO WS-Find-Text
007820          PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
007830     END-IF.
007840 3250-EXIT.
007850     EXIT.
007860
007870****************************************************************
007880* 3400-CHECK-PREREQS - the course and each of its
007890* prerequisite courses on COURSES.DAT.
007900****************************************************************
007910 3400-CHECK-PREREQS.
007920     OPEN INPUT PrereqFile.
007930     IF WS-Prereq-Status NOT = "00"
007940          MOVE "PREREQS.DAT" TO SK-File
007950          WRITE ReportLine FROM WS-Skipped-Line
007960          GO TO 3400-EXIT
007970     END-IF.
007980     MOVE "N" TO WS-Pass-EOF-Sw.
007990     PERFORM 3450-CHECK-ONE-PREREQ THRU 3450-EXIT
008000          UNTIL WS-Pass-EOF.
008010     CLOSE PrereqFile.
008020 3400-EXIT.
008030     EXIT.
008040
008050 3450-CHECK-ONE-PREREQ.
008060     READ PrereqFile NEXT RECORD
008070          AT END
008080              SET WS-Pass-EOF TO TRUE
008090              GO TO 3450-EXIT
008100     END-READ.
008110     ADD 1 TO WS-Prereq-Rows.
008120     MOVE "PREREQS.DAT" TO WS-Row-File.
008130     MOVE ZERO TO WS-Row-StudentId.
008140     MOVE PR-CourseCode TO WS-Row-Course.
008150     MOVE SPACES TO WS-Row-Term.
008160     MOVE "N" TO WS-Check-Student-Sw WS-History-Row-Sw.
008170     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
008180     PERFORM 3480-CHECK-ONE-REQ THRU 3480-EXIT
008190          VARYING WS-Req-Sub FROM 1 BY 1
008200          UNTIL WS-Req-Sub > PR-NumReqs.
008210 3450-EXIT.
008220     EXIT.
008230
008240 3480-CHECK-ONE-REQ.
008250     MOVE PR-ReqCourse(WS-Req-Sub) TO WS-Row-Course.
008260     PERFORM 7200-CHECK-COURSE THRU 7200-EXIT.
008270     IF CT-NotFound
008280          MOVE PR-CourseCode TO WS-Row-Course
008290          MOVE "NOCRSE" TO WS-Find-Class
008300          MOVE SPACES TO WS-Find-Text
008310          STRING "PREREQUISITE "          DELIMITED BY SIZE
008320               PR-ReqCourse(WS-Req-Sub)   DELIMITED BY SIZE
008330               " NOT ON COURSES.DAT"      DELIMITED BY SIZE
008340               INTO WS-Find-Text
008350          PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
008360     END-IF.
008370 3480-EXIT.
008380     EXIT.
008390
008400****************************************************************
008410* 3600-CHECK-REFUND-SCHEDS - each schedule's term on
008420* TERMS.DAT.
008430****************************************************************
008440 3600-CHECK-REFUND-SCHEDS.
008450     OPEN INPUT RefundSchedFile.
008460     IF WS-Refund-Status NOT = "00"
008470          MOVE "RFNDSCHD.DAT" TO SK-File
008480          WRITE ReportLine FROM WS-Skipped-Line
008490          GO TO 3600-EXIT
008500     END-IF.
008510     MOVE "N" TO WS-Pass-EOF-Sw.
008520     PERFORM 3650-CHECK-ONE-SCHED THRU 3650-EXIT
008530          UNTIL WS-Pass-EOF.
008540     CLOSE RefundSchedFile.
008550 3600-EXIT.
008560     EXIT.
008570
008580 3650-CHECK-ONE-SCHED.
008590     READ RefundSchedFile NEXT RECORD
008600          AT END
008610              SET WS-Pass-EOF TO TRUE
008620              GO TO 3650-EXIT
008630     END-READ.
008640     ADD 1 TO WS-Refund-Rows.
008650     MOVE "RFNDSCHD.DAT" TO WS-Row-File.
008660     MOVE ZERO TO WS-Row-StudentId.
008670     MOVE SPACES TO WS-Row-Course.
008680     MOVE RS-TermCode TO WS-Row-Term.
008690     MOVE "N" TO WS-Check-Student-Sw WS-History-Row-Sw.
008700     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
008710 3650-EXIT.
008720     EXIT.
008730
008740****************************************************************
008750* 3800-CHECK-STANDING - student and term on file.
008760****************************************************************
008770 3800-CHECK-STANDING.
008780     OPEN INPUT StandingFile.
008790     IF WS-Standing-Status NOT = "00"
008800          MOVE "STANDING.DAT" TO SK-File
008810          WRITE ReportLine FROM WS-Skipped-Line
008820          GO TO 3800-EXIT
008830     END-IF.
008840     MOVE "N" TO WS-Pass-EOF-Sw.
008850     PERFORM 3850-CHECK-ONE-STANDING THRU 3850-EXIT
008860          UNTIL WS-Pass-EOF.
008870     CLOSE StandingFile.
008880 3800-EXIT.
008890     EXIT.
008900
008910 3850-CHECK-ONE-STANDING.
008920     READ StandingFile NEXT RECORD
008930          AT END
008940              SET WS-Pass-EOF TO TRUE
008950              GO TO 3850-EXIT
008960     END-READ.
008970     ADD 1 TO WS-Standing-Rows.
008980     MOVE "STANDING.DAT" TO WS-Row-File.
008990     MOVE SD-StudentId TO WS-Row-StudentId.
009000     MOVE SPACES TO WS-Row-Course.
009010     MOVE SD-TermCode TO WS-Row-Term.
009020     MOVE "Y" TO WS-Check-Student-Sw WS-History-Row-Sw.
009030     PERFORM 7600-CHECK-REFERENCES THRU 7600-EXIT.
009040 3850-EXIT.
009050     EXIT.
009060
009070****************************************************************
009080* 7000-WRITE-FINDING - one INTEGRITY.RPT line for the row
009090* in hand under WS-Find-Class, counted by class and
009100* severity.
009110****************************************************************
009120 7000-WRITE-FINDING.
009130     SET WS-Class-Not-Found TO TRUE.
009140     MOVE ZERO TO WS-Class-Slot.
009150     PERFORM 7050-MATCH-CLASS THRU 7050-EXIT
009160          VARYING WS-Class-Sub FROM 1 BY 1
009170          UNTIL WS-Class-Sub > WS-Class-Max
009180          OR WS-Class-Found.
009190     MOVE WS-Find-Class TO EX-Class.
009200     MOVE CL-Severity(WS-Class-Slot) TO EX-Severity.
009210     MOVE WS-Row-File TO EX-File.
009220     IF WS-Row-StudentId = ZERO
009230          MOVE SPACES TO EX-StudentId
009240     ELSE
009250          MOVE WS-Row-StudentId TO EX-StudentId
009260     END-IF.
009270     MOVE WS-Row-Course TO EX-Course.
009280     MOVE WS-Row-Term TO EX-Term.
009290     MOVE WS-Find-Text TO EX-Text.
009300     WRITE ReportLine FROM WS-Finding-Line.
009310     ADD 1 TO WS-Class-Count(WS-Class-Slot).
009320     ADD 1 TO WS-Findings.
009330     IF CL-Severity(WS-Class-Slot) = "HARD"
009340          ADD 1 TO WS-Hard-Findings
009350     END-IF.
009360 7000-EXIT.
009370     EXIT.
009380
009390 7050-MATCH-CLASS.
009400     IF CL-Class(WS-Class-Sub) = WS-Find-Class
009410          SET WS-Class-Found TO TRUE
009420          MOVE WS-Class-Sub TO WS-Class-Slot
009430     END-IF.
009440 7050-EXIT.
009450     EXIT.
009460
009470****************************************************************
009480* 7100-CHECK-STUDENT - read the master for the row's
009490* StudentId; a miss on a history row is forgiven when
009500* the student was purged or deleted on purpose.
009510****************************************************************
009520 7100-CHECK-STUDENT.
009530     SET WS-Student-Found TO TRUE.
009540     MOVE WS-Row-StudentId TO StudentId.
009550     READ StudentFile
009560          INVALID KEY
009570              SET WS-Student-Not-Found TO TRUE
009580     END-READ.
009590     IF WS-Student-Found
009600          GO TO 7100-EXIT
009610     END-IF.
009620     IF WS-History-Row
009630          PERFORM 7400-CHECK-REMOVED THRU 7400-EXIT
009640          IF WS-Removed
009650              ADD 1 TO WS-History-Rows
009660              GO TO 7100-EXIT
009670          END-IF
009680     END-IF.
009690     MOVE "NOSTUD" TO WS-Find-Class.
009700     MOVE "STUDENT NOT ON STUDENTS.DAT" TO WS-Find-Text.
009710     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
009720 7100-EXIT.
009730     EXIT.
009740
009750 7200-CHECK-COURSE.
009760     SET CT-NotFound TO TRUE.
009770     MOVE ZERO TO WS-Matched-Idx.
009780     PERFORM 7250-MATCH-COURSE THRU 7250-EXIT
009790          VARYING CT-Idx FROM 1 BY 1
009800          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
009810 7200-EXIT.
009820     EXIT.
009830
009840 7250-MATCH-COURSE.
009850     IF WS-Row-Course = CT-Code(CT-Idx)
009860          MOVE CT-Idx TO WS-Matched-Idx
009870          SET CT-Found TO TRUE
009880     END-IF.
009890 7250-EXIT.
009900     EXIT.
009910
009920 7300-CHECK-TERM.
009930     SET WS-Term-Not-Found TO TRUE.
009940     PERFORM 7350-MATCH-TERM THRU 7350-EXIT
009950          VARYING WS-Term-Sub FROM 1 BY 1
009960          UNTIL WS-Term-Sub > WS-Term-Count
009970          OR WS-Term-Found.
009980 7300-EXIT.
009990     EXIT.
010000
010010 7350-MATCH-TERM.
010020     IF TT-TermCode(WS-Term-Sub) = WS-Row-Term
010030          SET WS-Term-Found TO TRUE
010040     END-IF.
010050 7350-EXIT.
010060     EXIT.
010070
010080 7400-CHECK-REMOVED.
010090     SET WS-Not-Removed TO TRUE.
010100     PERFORM 7450-MATCH-REMOVED THRU 7450-EXIT
010110          VARYING WS-Removed-Sub FROM 1 BY 1
010120          UNTIL WS-Removed-Sub > WS-Removed-Count
010130          OR WS-Removed.
010140 7400-EXIT.
010150     EXIT.
010160
010170 7450-MATCH-REMOVED.
010180     IF WS-Removed-Id(WS-Removed-Sub) = WS-Row-StudentId
010190          SET WS-Removed TO TRUE
010200     END-IF.
010210 7450-EXIT.
010220     EXIT.
010230
010240****************************************************************
010250* 7500-CHECK-ENROLLED - is there an ENROLL.DAT row for
010260* the key already moved to EN-EnrollKey.
010270****************************************************************
010280 7500-CHECK-ENROLLED.
010290     SET WS-Not-Enrolled TO TRUE.
010300     IF NOT WS-Enroll-File-Open
010310          GO TO 7500-EXIT
010320     END-IF.
010330     READ EnrollFile
010340          INVALID KEY
010350              CONTINUE
010360          NOT INVALID KEY
010370              SET WS-Enrolled TO TRUE
010380     END-READ.
010390 7500-EXIT.
010400     EXIT.
010410
010420****************************************************************
010430* 7600-CHECK-REFERENCES - the row's StudentId (when the
010440* pass asks for it), CourseCode and TermCode (when not
010450* blank) must each be on their master.
010460****************************************************************
010470 7600-CHECK-REFERENCES.
010480     ADD 1 TO WS-Rows-Read.
010490     SET WS-Student-Found TO TRUE.
010500     IF WS-Check-Student
010510          PERFORM 7100-CHECK-STUDENT THRU 7100-EXIT
010520     END-IF.
010530     SET CT-NotFound TO TRUE.
010540     IF WS-Row-Course NOT = SPACES
010550          PERFORM 7200-CHECK-COURSE THRU 7200-EXIT
010560          IF CT-NotFound
010570              MOVE "NOCRSE" TO WS-Find-Class
010580              MOVE "COURSE NOT ON COURSES.DAT" TO WS-Find-Text
010590              PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
010600          END-IF
010610     END-IF.
010620     IF WS-Row-Term NOT = SPACES
010630          PERFORM 7300-CHECK-TERM THRU 7300-EXIT
010640          IF WS-Term-Not-Found
010650              MOVE "NOTERM" TO WS-Find-Class
010660              MOVE "TERM NOT ON TERMS.DAT" TO WS-Find-Text
010670              PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
010680          END-IF
010690     END-IF.
010700 7600-EXIT.
010710     EXIT.
010720
010730****************************************************************
010740* 8000-TERMINATE - rows checked per file and findings
010750* per class; any hard finding fails the step.
010760****************************************************************
010770 8000-TERMINATE.
010780     IF WS-Findings = ZERO
010790          WRITE ReportLine FROM WS-Clean-Line
010800     END-IF.
010810     WRITE ReportLine FROM WS-Blank-Line.
010820     MOVE "STUDENTS.DAT ROWS CHECKED  : " TO TO-Label.
010830     MOVE WS-Student-Rows TO TO-Count.
010840     WRITE ReportLine FROM WS-Total-Line.
010850     MOVE "ENROLL.DAT ROWS CHECKED    : " TO TO-Label.
010860     MOVE WS-Enroll-Rows TO TO-Count.
010870     WRITE ReportLine FROM WS-Total-Line.
010880     MOVE "GRADES.DAT ROWS CHECKED    : " TO TO-Label.
010890     MOVE WS-Grade-Rows TO TO-Count.
010900     WRITE ReportLine FROM WS-Total-Line.
010910     MOVE "FEES.DAT ROWS CHECKED      : " TO TO-Label.
010920     MOVE WS-Fee-Rows TO TO-Count.
010930     WRITE ReportLine FROM WS-Total-Line.
010940     MOVE "ADDRESS.DAT ROWS CHECKED   : " TO TO-Label.
010950     MOVE WS-Address-Rows TO TO-Count.
010960     WRITE ReportLine FROM WS-Total-Line.
010970     MOVE "WAITLIST.DAT ROWS CHECKED  : " TO TO-Label.
010980     MOVE WS-Wait-Rows TO TO-Count.
010990     WRITE ReportLine FROM WS-Total-Line.
011000     MOVE "PREREQS.DAT ROWS CHECKED   : " TO TO-Label.
011010     MOVE WS-Prereq-Rows TO TO-Count.
011020     WRITE ReportLine FROM WS-Total-Line.
011030     MOVE "RFNDSCHD.DAT ROWS CHECKED  : " TO TO-Label.
011040     MOVE WS-Refund-Rows TO TO-Count.
011050     WRITE ReportLine FROM WS-Total-Line.
011060     MOVE "STANDING.DAT ROWS CHECKED  : " TO TO-Label.
011070     MOVE WS-Standing-Rows TO TO-Count.
011080     WRITE ReportLine FROM WS-Total-Line.
011090     MOVE "KEPT HISTORY, STUDENT GONE : " TO TO-Label.
011100     MOVE WS-History-Rows TO TO-Count.
011110     WRITE ReportLine FROM WS-Total-Line.
011120     WRITE ReportLine FROM WS-Blank-Line.
011130     PERFORM 8100-PRINT-CLASS-TOTAL THRU 8100-EXIT
011140          VARYING WS-Class-Sub FROM 1 BY 1
011150          UNTIL WS-Class-Sub > WS-Class-Max.
011160     CLOSE ReportFile.
011170     CLOSE StudentFile.
011180     IF WS-Enroll-File-Open
011190          CLOSE EnrollFile
011200     END-IF.
011210     IF WS-Hard-Findings > ZERO
011220          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
011230          DISPLAY "INTGCHK - " WS-Hard-Findings
011240              " HARD FINDING(S) - SEE INTEGRITY.RPT - "
011250              "NEXT CYCLE HELD"
011260          MOVE 8 TO RETURN-CODE
011270     ELSE
011280          PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
011290          DISPLAY "INTGCHK COMPLETE - " WS-Rows-Read
011300              " ROWS CHECKED, " WS-Findings " SOFT FINDING(S)"
011310     END-IF.
011320 8000-EXIT.
011330     EXIT.
011340
011350 8100-PRINT-CLASS-TOTAL.
011360     MOVE CL-Class(WS-Class-Sub) TO CT-Line-Class.
011370     MOVE CL-Severity(WS-Class-Sub) TO CT-Line-Severity.
011380     MOVE WS-Class-Count(WS-Class-Sub) TO CT-Line-Count.
011390     WRITE ReportLine FROM WS-Class-Total-Line.
011400 8100-EXIT.
011410     EXIT.
011420
011430 8900-LOG-RUN-END.
011440     MOVE "INTGCHK " TO RL-ProgramId.
011450     SET RL-IsEnd TO TRUE.
011460     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
011470     ACCEPT RL-LogTime FROM TIME.
011480     MOVE WS-Rows-Read TO RL-RecordsRead.
011490     MOVE WS-Findings TO RL-RecordsWritten.
011500     MOVE WS-Hard-Findings TO RL-RecordsRejected.
011510     SET RL-IsOk TO TRUE.
011520     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
011530 8900-EXIT.
011540     EXIT.
011550
011560****************************************************************
011570* 8950-LOG-RUN-FAIL - END row with FAIL status, for a
011580* startup abort or a sweep with hard findings, so
011590* RunCheck holds the next cycle.
011600****************************************************************
011610 8950-LOG-RUN-FAIL.
011620     MOVE "INTGCHK " TO RL-ProgramId.
011630     SET RL-IsEnd TO TRUE.
011640     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
011650     ACCEPT RL-LogTime FROM TIME.
011660     MOVE WS-Rows-Read TO RL-RecordsRead.
011670     MOVE WS-Findings TO RL-RecordsWritten.
011680     MOVE WS-Hard-Findings TO RL-RecordsRejected.
011690     SET RL-IsFail TO TRUE.
011700     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
011710 8950-EXIT.
011720     EXIT.
