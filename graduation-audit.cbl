000100****************************************************************
000110* Program: GradAudit
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Graduation eligibility audit.  Every Active
000160*          student on STUDENTS.DAT is checked against the
000170*          PROGREQS.DAT row for the program named by the
000180*          student's primary CourseCode: each required course
000190*          must be passed at or above its minimum grade (a
000200*          repeated course counts on its best attempt) and
000210*          the student must have passed at least the number
000220*          of courses the program needs.  GRADAUDT.RPT shows,
000230*          for each student, what is satisfied and what is
000240*          still outstanding.  Students within a set number
000250*          of courses of finishing get a "still needs"
000260*          letter on GRADLTR.RPT.  A Confirm run (Supervisor
000270*          only) moves each eligible student to Graduated
000280*          dated today, with the same STATUS row on AUDIT.DAT
000290*          and before/after image on JOURNAL.DAT that
000300*          StudMaint writes, so StudRecover can replay it.
000310*          START and END rows go to the shared RUNLOG.DAT.
000320****************************************************************
000330* Maintenance History
000340* --------------------------------------------------
000350* 10/15/2026  EE  Original version - graduation was decided
000360*                 by hand from transcript printouts before
000370*                 this.
000380****************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.      GradAudit.
000420 AUTHOR.          EUGY ENOCH.
000430 INSTALLATION.    REGISTRARS OFFICE.
000440 DATE-WRITTEN.    10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000510          ORGANIZATION IS INDEXED
000520          ACCESS MODE IS SEQUENTIAL
000530          RECORD KEY IS StudentId
000540          FILE STATUS IS WS-Student-Status.
000550
000560     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS DYNAMIC
000590          RECORD KEY IS GR-GradeKey
000600          FILE STATUS IS WS-Grade-Status.
000610
000620     SELECT ProgReqFile ASSIGN TO "PROGREQS.DAT"
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS DYNAMIC
000650          RECORD KEY IS PG-ProgramCode
000660          FILE STATUS IS WS-ProgReq-Status.
000670
000680     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS AD-StudentId
000720          FILE STATUS IS WS-Address-Status.
000730
000740     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000750          ORGANIZATION IS INDEXED
000760          ACCESS MODE IS SEQUENTIAL
000770          RECORD KEY IS CO-CourseCode
000780          FILE STATUS IS WS-Course-Status.
000790
000800     SELECT TermFile ASSIGN TO "TERMS.DAT"
000810          ORGANIZATION IS INDEXED
000820          ACCESS MODE IS SEQUENTIAL
000830          RECORD KEY IS TM-TermCode
000840          FILE STATUS IS WS-Term-Status.
000850
000860     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS WS-Audit-Status.
000890
000900     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
000910          ORGANIZATION IS LINE SEQUENTIAL
000920          FILE STATUS IS WS-Journal-Status.
000930
000940     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000950          ORGANIZATION IS INDEXED
000960          ACCESS MODE IS DYNAMIC
000970          RECORD KEY IS OP-OperatorId
000980          FILE STATUS IS WS-Oper-File-Status.
000990
001000     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
001010          ORGANIZATION IS LINE SEQUENTIAL
001020          FILE STATUS IS WS-RunLog-Status.
001030
001040     SELECT ReportFile ASSIGN TO "GRADAUDT.RPT"
001050          ORGANIZATION IS LINE SEQUENTIAL
001060          FILE STATUS IS WS-Report-Status.
001070
001080     SELECT LetterFile ASSIGN TO "GRADLTR.RPT"
001090          ORGANIZATION IS LINE SEQUENTIAL
001100          FILE STATUS IS WS-Letter-Status.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  StudentFile.
001150     COPY "student-record.cpy".
001160
001170 FD  GradeFile.
001180     COPY "grade-record.cpy".
001190
001200 FD  ProgReqFile.
001210     COPY "program-requirement-record.cpy".
001220
001230 FD  AddressFile.
001240     COPY "address-record.cpy".
001250
001260 FD  CourseFile.
001270     COPY "course-record.cpy".
001280
001290 FD  TermFile.
001300     COPY "term-record.cpy".
001310
001320 FD  AuditFile.
001330     COPY "audit-record.cpy".
001340
001350 FD  JournalFile.
001360     COPY "journal-record.cpy".
001370
001380 FD  OperatorFile.
001390     COPY "operator-record.cpy".
001400
001410 FD  RunLogFile.
001420     COPY "run-log-record.cpy".
001430
001440 FD  ReportFile.
001450 01  ReportLine              PIC X(80).
001460
001470 FD  LetterFile.
001480 01  LetterLine              PIC X(80).
001490
001500 WORKING-STORAGE SECTION.
001510 COPY "course-table.cpy".
001520 COPY "grade-point-table.cpy".
001530
001540 01  WS-Status-Group.
001550     02  WS-Student-Status   PIC XX.
001560     02  WS-Grade-Status     PIC XX.
001570     02  WS-ProgReq-Status   PIC XX.
001580     02  WS-Address-Status   PIC XX.
001590     02  WS-Course-Status    PIC XX.
001600     02  WS-Term-Status      PIC XX.
001610     02  WS-Audit-Status     PIC XX.
001620     02  WS-Journal-Status   PIC XX.
001630     02  WS-Oper-File-Status PIC XX.
001640     02  WS-RunLog-Status    PIC XX.
001650     02  WS-Report-Status    PIC XX.
001660     02  WS-Letter-Status    PIC XX.
001670
001680 01  WS-Switches.
001690     02  WS-Student-EOF-Sw   PIC X     VALUE "N".
001700          88  WS-Student-EOF          VALUE "Y".
001710     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
001720          88  WS-Grade-EOF            VALUE "Y".
001730     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
001740          88  WS-Course-EOF           VALUE "Y".
001750     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001760          88  WS-Term-EOF             VALUE "Y".
001770     02  WS-Open-Term-Sw     PIC X     VALUE "N".
001780          88  WS-Open-Term-Found      VALUE "Y".
001790     02  WS-Addr-File-Sw     PIC X     VALUE "N".
001800          88  WS-Addr-File-Open       VALUE "Y".
001810     02  WS-Addr-Found-Sw    PIC X     VALUE "N".
001820          88  WS-Addr-Found           VALUE "Y".
001830     02  WS-Program-Sw       PIC X     VALUE "N".
001840          88  WS-Program-Found        VALUE "Y".
001850          88  WS-Program-Not-Found    VALUE "N".
001860     02  WS-Taken-Found-Sw   PIC X     VALUE "N".
001870          88  WS-Taken-Found          VALUE "Y".
001880
001890 01  WS-Mode-Code            PIC X.
001900     88  WS-Is-Audit-Only          VALUE "A" "a".
001910     88  WS-Is-Confirm             VALUE "C" "c".
001920 01  WS-Confirm-Code         PIC X.
001930     88  WS-Confirmed              VALUE "Y" "y".
001940 01  WS-Operator-Id          PIC X(8).
001950 01  WS-SignOn-Password      PIC X(8).
001960 01  WS-Oper-Authority       PIC X.
001970     88  WS-Oper-Supervisor        VALUE "S".
001980
001990 01  WS-Today                PIC 9(8).
002000 01  WS-Today-Parts REDEFINES WS-Today.
002010     02  WS-Today-Yr         PIC 9(4).
002020     02  WS-Today-Mo         PIC 9(2).
002030     02  WS-Today-Dy         PIC 9(2).
002040 01  WS-Open-Term            PIC X(6)  VALUE SPACES.
002050 01  WS-Before-Image         PIC X(39).
002060
002070****************************************************************
002080* Letter threshold.  A student not yet eligible but with
002090* no more than this many courses still outstanding gets a
002100* "still needs" letter; zero turns the letters off.
002110****************************************************************
002120 01  WS-Letter-Limit         PIC 9     VALUE 2.
002130 01  WS-Limit-Entry          PIC X.
002140
002150****************************************************************
002160* Every course the student has a counted grade in, with
002170* the best grade on file (a repeated course counts on its
002180* best attempt).  I and W carry no grade points and are
002190* left out; an F is kept so the report can show it.
002200****************************************************************
002210 01  WS-Taken-Table.
002220     02  WS-Taken-Entry OCCURS 80 TIMES.
002230          03  TK-CourseCode   PIC X(4).
002240          03  TK-BestGrade    PIC X(2).
002250          03  TK-BestPoints   PIC 9V99.
002260 01  WS-Taken-Count          PIC 9(3)  COMP VALUE ZERO.
002270 01  WS-Taken-Max            PIC 9(3)  COMP VALUE 80.
002280 01  WS-Taken-Sub            PIC 9(3)  COMP.
002290 01  WS-Taken-Slot           PIC 9(3)  COMP.
002300
002310****************************************************************
002320* Result for each required course of the student's
002330* program, in PG-Req order: S satisfied, O taken but below
002340* the minimum grade, N not taken.
002350****************************************************************
002360 01  WS-Req-Result-Table.
002370     02  WS-Req-Result OCCURS 12 TIMES.
002380          03  RR-Status       PIC X.
002390               88  RR-Satisfied    VALUE "S".
002400               88  RR-Below-Min    VALUE "O".
002410               88  RR-Not-Taken    VALUE "N".
002420          03  RR-BestGrade    PIC X(2).
002430 01  WS-Req-Sub              PIC 9(2)  COMP.
002440
002450 01  WS-Check-Grade          PIC X(2).
002460 01  WS-Check-Course         PIC X(4).
002470 01  WS-Lookup-Points        PIC 9V99.
002480 01  WS-Min-Points           PIC 9V99.
002490 01  WS-Course-Desc          PIC X(20).
002500
002510 01  WS-Student-Figures.
002520     02  WS-Passed-Count     PIC 9(3)  COMP.
002530     02  WS-Unmet-Count      PIC 9(3)  COMP.
002540     02  WS-Unmet-Unpassed   PIC 9(3)  COMP.
002550     02  WS-More-Needed      PIC S9(3) COMP.
002560     02  WS-Outstanding      PIC 9(3)  COMP.
002570 01  WS-Outstanding-Edit     PIC ZZ9.
002580
002590 01  WS-Counters.
002600     02  WS-Students-Read    PIC 9(7)  COMP VALUE ZERO.
002610     02  WS-Audited-Count    PIC 9(7)  COMP VALUE ZERO.
002620     02  WS-Eligible-Count   PIC 9(7)  COMP VALUE ZERO.
002630     02  WS-Graduated-Count  PIC 9(7)  COMP VALUE ZERO.
002640     02  WS-Not-Yet-Count    PIC 9(7)  COMP VALUE ZERO.
002650     02  WS-No-Program-Count PIC 9(7)  COMP VALUE ZERO.
002660     02  WS-Letters-Printed  PIC 9(7)  COMP VALUE ZERO.
002670     02  WS-No-Address-Count PIC 9(7)  COMP VALUE ZERO.
002680     02  WS-Rewrite-Fails    PIC 9(7)  COMP VALUE ZERO.
002690
002700 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
002710 01  WS-Rule-Line            PIC X(62)  VALUE ALL "-".
002720
002730 01  WS-Report-Heading       PIC X(40)
002740     VALUE "GRADUATION ELIGIBILITY AUDIT".
002750 01  WS-Run-Line.
002760     02  FILLER              PIC X(10)  VALUE "RUN DATE: ".
002770     02  RN-RunDate          PIC 9(8).
002780     02  FILLER              PIC X(8)   VALUE "  MODE: ".
002790     02  RN-ModeText         PIC X(20).
002800     02  FILLER              PIC X(16)
002810          VALUE "  LETTER LIMIT: ".
002820     02  RN-Limit            PIC 9.
002830
002840 01  WS-Student-Heading.
002850     02  FILLER              PIC X(9)   VALUE "STUDENT: ".
002860     02  SH-StudentId        PIC 9(7).
002870     02  FILLER              PIC X(2)   VALUE SPACES.
002880     02  SH-Surname          PIC X(8).
002890     02  FILLER              PIC X      VALUE SPACE.
002900     02  SH-Initials         PIC XX.
002910     02  FILLER              PIC X(11)  VALUE "  PROGRAM: ".
002920     02  SH-ProgramCode      PIC X(4).
002930     02  FILLER              PIC X      VALUE SPACE.
002940     02  SH-Description      PIC X(20).
002950
002960 01  WS-Passed-Line.
002970     02  FILLER              PIC X(20)
002980          VALUE "    COURSES PASSED: ".
002990     02  PL-Passed           PIC ZZ9.
003000     02  FILLER              PIC X(4)   VALUE " OF ".
003010     02  PL-Needed           PIC Z9.
003020     02  FILLER              PIC X(7)   VALUE " NEEDED".
003030
003040 01  WS-Req-Line.
003050     02  FILLER              PIC X(6)   VALUE SPACES.
003060     02  RQ-CourseCode       PIC X(4).
003070     02  FILLER              PIC X(2)   VALUE SPACES.
003080     02  RQ-Description      PIC X(20).
003090     02  FILLER              PIC X(6)   VALUE "  MIN ".
003100     02  RQ-MinGrade         PIC X(2).
003110     02  FILLER              PIC X(7)   VALUE "  BEST ".
003120     02  RQ-BestGrade        PIC X(2).
003130     02  FILLER              PIC X(2)   VALUE SPACES.
003140     02  RQ-Result           PIC X(12).
003150
003160 01  WS-More-Line.
003170     02  FILLER              PIC X(6)   VALUE SPACES.
003180     02  MO-More             PIC Z9.
003190     02  FILLER              PIC X(34)
003200          VALUE " MORE COURSE(S) STILL TO BE PASSED".
003210
003220 01  WS-Result-Line.
003230     02  FILLER              PIC X(12)  VALUE "    RESULT: ".
003240     02  RS-Text             PIC X(40).
003250
003260 01  WS-Total-Line.
003270     02  TO-Label            PIC X(32).
003280     02  TO-Count            PIC ZZZZZZ9.
003290
003300****************************************************************
003310* "Still needs" letter, laid out as the StudLetters
003320* enrollment confirmation is.
003330****************************************************************
003340 01  WS-Letter-Head.
003350     02  FILLER              PIC X(26)
003360          VALUE "REGISTRARS OFFICE         ".
003370     02  LH-Yr               PIC 9(4).
003380     02  FILLER              PIC X      VALUE "-".
003390     02  LH-Mo               PIC 9(2).
003400     02  FILLER              PIC X      VALUE "-".
003410     02  LH-Dy               PIC 9(2).
003420
003430 01  WS-Title-Line           PIC X(40)
003440     VALUE "PROGRAM COMPLETION - STILL NEEDED".
003450
003460 01  WS-Name-Line.
003470     02  FILLER              PIC X(4)   VALUE "TO: ".
003480     02  NL-Name             PIC X(20).
003490     02  FILLER              PIC X(14)  VALUE "  STUDENT ID: ".
003500     02  NL-StudentId        PIC 9(7).
003510
003520 01  WS-Mail-Line-1.
003530     02  FILLER              PIC X(9)   VALUE "MAIL TO: ".
003540     02  ML1-Street          PIC X(25).
003550 01  WS-Mail-Line-2.
003560     02  FILLER              PIC X(9)   VALUE SPACES.
003570     02  ML2-City            PIC X(15).
003580     02  FILLER              PIC X      VALUE SPACE.
003590     02  ML2-Province        PIC X(2).
003600     02  FILLER              PIC X(2)   VALUE SPACES.
003610     02  ML2-PostalCode      PIC X(7).
003620 01  WS-Mail-Line-3.
003630     02  FILLER              PIC X(9)   VALUE "PHONE:   ".
003640     02  ML3-Phone           PIC X(12).
003650 01  WS-No-Address-Line      PIC X(38)
003660     VALUE "*** NO MAILING ADDRESS ON FILE ***".
003670
003680 01  WS-Audit-Line-1.
003690     02  FILLER              PIC X(37)
003700          VALUE "OUR AUDIT OF YOUR RECORD FOR PROGRAM ".
003710     02  AL-Description      PIC X(20).
003720     02  FILLER              PIC X(2)   VALUE " (".
003730     02  AL-ProgramCode      PIC X(4).
003740     02  FILLER              PIC X      VALUE ")".
003750 01  WS-Audit-Line-2         PIC X(50)
003760     VALUE "SHOWS YOU STILL NEED THE FOLLOWING TO GRADUATE:".
003770
003780 01  WS-Needs-Line.
003790     02  FILLER              PIC X(4)   VALUE SPACES.
003800     02  NE-Description      PIC X(20).
003810     02  FILLER              PIC X(2)   VALUE " (".
003820     02  NE-CourseCode       PIC X(4).
003830     02  FILLER              PIC X(10)  VALUE ") AT GRADE".
003840     02  FILLER              PIC X      VALUE SPACE.
003850     02  NE-MinGrade         PIC X(2).
003860     02  FILLER              PIC X(10)  VALUE " OR BETTER".
003870
003880 01  WS-Needs-More-Line.
003890     02  FILLER              PIC X(4)   VALUE SPACES.
003900     02  NM-More             PIC Z9.
003910     02  FILLER              PIC X(30)
003920          VALUE " MORE COURSE(S) OF YOUR CHOICE".
003930
003940 01  WS-Footer-Line-1        PIC X(48)
003950     VALUE "PLEASE CONTACT THE REGISTRARS OFFICE IF ANY".
003960 01  WS-Footer-Line-2        PIC X(34)
003970     VALUE "DETAIL ABOVE IS NOT CORRECT.".
003980
003990 PROCEDURE DIVISION.
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004020     PERFORM 2000-AUDIT-ONE-STUDENT THRU 2000-EXIT
004030          UNTIL WS-Student-EOF.
004040     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004050     STOP RUN.
004060
004070****************************************************************
004080* 1000-INITIALIZE - log the start, load the course table,
004090* sign the operator on, settle the mode (a Confirm run is
004100* Supervisor only and confirmed) and the letter threshold,
004110* open the files, and start the report.
004120****************************************************************
004130 1000-INITIALIZE.
004140     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
004150     ACCEPT WS-Today FROM DATE YYYYMMDD.
004160     PERFORM 1500-LOAD-COURSE-TABLE THRU 1500-EXIT.
004170     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
004180     DISPLAY "GRADAUDIT - GRADUATION ELIGIBILITY AUDIT".
004190     DISPLAY "Mode (A-Audit only,C-Confirm graduation): "
004200          WITH NO ADVANCING.
004210     ACCEPT WS-Mode-Code.
004220     IF NOT WS-Is-Audit-Only AND NOT WS-Is-Confirm
004230          DISPLAY "*** INVALID MODE - USE A OR C"
004240          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004250          MOVE 8 TO RETURN-CODE
004260          STOP RUN
004270     END-IF.
004280     DISPLAY "Letter when this many courses or fewer are "
004290          "still needed (1 digit, blank for " WS-Letter-Limit
004300          "): " WITH NO ADVANCING.
004310     ACCEPT WS-Limit-Entry.
004320     IF WS-Limit-Entry NOT = SPACES
004330          IF WS-Limit-Entry NUMERIC
004340              MOVE WS-Limit-Entry TO WS-Letter-Limit
004350          ELSE
004360              DISPLAY "*** INVALID THRESHOLD - USE 1 DIGIT"
004370              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004380              MOVE 8 TO RETURN-CODE
004390              STOP RUN
004400          END-IF
004410     END-IF.
004420     IF WS-Is-Confirm
004430          PERFORM 1400-CONFIRM-GRADUATION THRU 1400-EXIT
004440          PERFORM 1900-FIND-OPEN-TERM THRU 1900-EXIT
004450     END-IF.
004460     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
004470     MOVE WS-Today TO RN-RunDate.
004480     MOVE WS-Letter-Limit TO RN-Limit.
004490     IF WS-Is-Confirm
004500          MOVE "CONFIRM GRADUATION" TO RN-ModeText
004510     ELSE
004520          MOVE "AUDIT ONLY" TO RN-ModeText
004530     END-IF.
004540     MOVE WS-Today-Yr TO LH-Yr.
004550     MOVE WS-Today-Mo TO LH-Mo.
004560     MOVE WS-Today-Dy TO LH-Dy.
004570     WRITE ReportLine FROM WS-Report-Heading.
004580     WRITE ReportLine FROM WS-Run-Line.
004590     WRITE ReportLine FROM WS-Blank-Line.
004600 1000-EXIT.
004610     EXIT.
004620
004630****************************************************************
004640* 1300-OPEN-FILES - STUDENTS.DAT is opened for update only
004650* on a Confirm run, which also extends AUDIT.DAT and
004660* JOURNAL.DAT.  Without PROGREQS.DAT or GRADES.DAT there
004670* is nothing to audit against; ADDRESS.DAT is optional.
004680****************************************************************
004690 1300-OPEN-FILES.
004700     OPEN INPUT ProgReqFile.
004710     IF WS-ProgReq-Status NOT = "00"
004720          DISPLAY "*** PROGREQS.DAT NOT AVAILABLE - "
004730              "RUN PROGREQMAINT FIRST"
004740          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004750          MOVE 8 TO RETURN-CODE
004760          STOP RUN
004770     END-IF.
004780     OPEN INPUT GradeFile.
004790     IF WS-Grade-Status NOT = "00"
004800          DISPLAY "*** GRADES.DAT NOT AVAILABLE - "
004810              "RUN GRADEENTRY FIRST"
004820          CLOSE ProgReqFile
004830          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004840          MOVE 8 TO RETURN-CODE
004850          STOP RUN
004860     END-IF.
004870     IF WS-Is-Confirm
004880          OPEN I-O StudentFile
004890     ELSE
004900          OPEN INPUT StudentFile
004910     END-IF.
004920     IF WS-Student-Status NOT = "00"
004930          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - "
004940              "NO STUDENTS AUDITED"
004950          CLOSE ProgReqFile
004960          CLOSE GradeFile
004970          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004980          MOVE 8 TO RETURN-CODE
004990          STOP RUN
005000     END-IF.
005010     OPEN INPUT AddressFile.
005020     IF WS-Address-Status = "00"
005030          SET WS-Addr-File-Open TO TRUE
005040     ELSE
005050          DISPLAY "*** ADDRESS.DAT NOT AVAILABLE - LETTERS "
005060              "PRINT WITHOUT A MAILING BLOCK"
005070     END-IF.
005080     IF WS-Is-Confirm
005090          OPEN EXTEND AuditFile
005100          IF WS-Audit-Status = "35"
005110              OPEN OUTPUT AuditFile
005120              CLOSE AuditFile
005130              OPEN EXTEND AuditFile
005140          END-IF
005150          OPEN EXTEND JournalFile
005160          IF WS-Journal-Status = "35"
005170              OPEN OUTPUT JournalFile
005180              CLOSE JournalFile
005190              OPEN EXTEND JournalFile
005200          END-IF
005210     END-IF.
005220     OPEN OUTPUT ReportFile.
005230     OPEN OUTPUT LetterFile.
005240 1300-EXIT.
005250     EXIT.
005260
005270****************************************************************
005280* 1400-CONFIRM-GRADUATION - a Confirm run changes student
005290* status, so it needs Supervisor authority and a
005300* confirmation.  Cancelling ends the run cleanly with
005310* nothing changed.
005320****************************************************************
005330 1400-CONFIRM-GRADUATION.
005340     IF NOT WS-Oper-Supervisor
005350          DISPLAY "*** CONFIRM RUN REQUIRES SUPERVISOR AUTHORITY"
005360          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005370          MOVE 8 TO RETURN-CODE
005380          STOP RUN
005390     END-IF.
005400     DISPLAY "EVERY ELIGIBLE STUDENT BECOMES GRADUATED AS OF "
005410          WS-Today " - CONFIRM Y/N: " WITH NO ADVANCING.
005420     ACCEPT WS-Confirm-Code.
005430     IF NOT WS-Confirmed
005440          DISPLAY "CONFIRM RUN CANCELLED"
005450          PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
005460          STOP RUN
005470     END-IF.
005480 1400-EXIT.
005490     EXIT.
005500
005510****************************************************************
005520* 1500-LOAD-COURSE-TABLE - course descriptions for the
005530* report and the letters; retired courses are kept, since
005540* a student may have passed one while it ran.  Without the
005550* master the codes print alone.
005560****************************************************************
005570 1500-LOAD-COURSE-TABLE.
005580     OPEN INPUT CourseFile.
005590     IF WS-Course-Status NOT = "00"
005600          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
005610              "COURSE NAMES WILL NOT PRINT"
005620          GO TO 1500-EXIT
005630     END-IF.
005640     PERFORM 1550-LOAD-ONE-COURSE THRU 1550-EXIT
005650          UNTIL WS-Course-EOF.
005660     CLOSE CourseFile.
005670 1500-EXIT.
005680     EXIT.
005690
005700 1550-LOAD-ONE-COURSE.
005710     READ CourseFile NEXT RECORD
005720          AT END
005730              SET WS-Course-EOF TO TRUE
005740          NOT AT END
005750              IF CT-NumEntries < CT-Max-Entries
005760                  ADD 1 TO CT-NumEntries
005770                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
005780                  MOVE CO-Description
005790                      TO CT-Description(CT-NumEntries)
005800                  MOVE CO-Active TO CT-Active(CT-NumEntries)
005810              ELSE
005820                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
005830                      "ENTRIES IGNORED"
005840                  SET WS-Course-EOF TO TRUE
005850              END-IF
005860     END-READ.
005870 1550-EXIT.
005880     EXIT.
005890
005900****************************************************************
005910* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
005920* as this run begins and one END row with its totals
005930* as it finishes, on the shared RUNLOG.DAT.
005940****************************************************************
005950 1600-LOG-RUN-START.
005960     MOVE "GRADAUDT" TO RL-ProgramId.
005970     SET RL-IsStart TO TRUE.
005980     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
005990     ACCEPT RL-LogTime FROM TIME.
006000     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
006010          RL-RecordsRejected.
006020     MOVE SPACES TO RL-Status.
006030     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
006040 1600-EXIT.
006050     EXIT.
006060
006070 1690-WRITE-RUN-LOG.
006080     OPEN EXTEND RunLogFile.
006090     IF WS-RunLog-Status = "35"
006100          OPEN OUTPUT RunLogFile
006110          CLOSE RunLogFile
006120          OPEN EXTEND RunLogFile
006130     END-IF.
006140     WRITE RunLogDetails.
006150     CLOSE RunLogFile.
006160 1690-EXIT.
006170     EXIT.
006180
006190****************************************************************
006200* 1700-SIGN-ON - verify the operator against the
006210* OPERATOR.DAT master: the id must be on file and
006220* active and the password must match, or the run ends
006230* here.
006240****************************************************************
006250 1700-SIGN-ON.
006260     OPEN INPUT OperatorFile.
006270     IF WS-Oper-File-Status NOT = "00"
006280          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
006290              "RUN OPERMAINT FIRST"
006300          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
006310     END-IF.
006320     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
006330     ACCEPT WS-Operator-Id.
006340     MOVE WS-Operator-Id TO OP-OperatorId.
006350     READ OperatorFile
006360          INVALID KEY
006370              DISPLAY "*** UNKNOWN OPERATOR ID - "
006380                  "SIGN-ON REJECTED"
006390              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
006400     END-READ.
006410     IF NOT OP-IsActive
006420          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
006430              "SIGN-ON REJECTED"
006440          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
006450     END-IF.
006460     DISPLAY "Enter Password: " WITH NO ADVANCING.
006470     ACCEPT WS-SignOn-Password.
006480     IF WS-SignOn-Password NOT = OP-Password
006490          DISPLAY "*** PASSWORD DOES NOT MATCH - "
006500              "SIGN-ON REJECTED"
006510          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
006520     END-IF.
006530     MOVE OP-Authority TO WS-Oper-Authority.
006540     CLOSE OperatorFile.
006550 1700-EXIT.
006560     EXIT.
006570
006580 1790-SIGN-OFF-AND-STOP.
006590     CLOSE OperatorFile.
006600     PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT.
006610     MOVE 8 TO RETURN-CODE.
006620     STOP RUN.
006630 1790-EXIT.
006640     EXIT.
006650
006660****************************************************************
006670* 1900-FIND-OPEN-TERM - the Open term goes on each STATUS
006680* audit row, as StudMaint's does.
006690****************************************************************
006700 1900-FIND-OPEN-TERM.
006710     OPEN INPUT TermFile.
006720     IF WS-Term-Status NOT = "00"
006730          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
006740              "RUN TERMMAINT FIRST"
006750          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006760          MOVE 8 TO RETURN-CODE
006770          STOP RUN
006780     END-IF.
006790     PERFORM 1950-CHECK-ONE-TERM THRU 1950-EXIT
006800          UNTIL WS-Term-EOF.
006810     CLOSE TermFile.
006820     IF NOT WS-Open-Term-Found
006830          DISPLAY "*** NO OPEN TERM ON TERMS.DAT - "
006840              "RUN TERMMAINT FIRST"
006850          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006860          MOVE 8 TO RETURN-CODE
006870          STOP RUN
006880     END-IF.
006890 1900-EXIT.
006900     EXIT.
006910
006920 1950-CHECK-ONE-TERM.
006930     READ TermFile NEXT RECORD
006940          AT END
006950              SET WS-Term-EOF TO TRUE
006960          NOT AT END
006970              IF TM-IsOpen
006980                  MOVE TM-TermCode TO WS-Open-Term
006990                  SET WS-Open-Term-Found TO TRUE
007000                  SET WS-Term-EOF TO TRUE
007010              END-IF
007020     END-READ.
007030 1950-EXIT.
007040     EXIT.
007050
007060****************************************************************
007070* 2000-AUDIT-ONE-STUDENT - read the next master record
007080* and, when it is Active, audit it against its program.
007090****************************************************************
007100 2000-AUDIT-ONE-STUDENT.
007110     READ StudentFile NEXT RECORD
007120          AT END
007130              SET WS-Student-EOF TO TRUE
007140              GO TO 2000-EXIT
007150     END-READ.
007160     ADD 1 TO WS-Students-Read.
007170     IF NOT StatusActive
007180          GO TO 2000-EXIT
007190     END-IF.
007200     ADD 1 TO WS-Audited-Count.
007210     MOVE StudentId TO SH-StudentId.
007220     MOVE Surname TO SH-Surname.
007230     MOVE Initials TO SH-Initials.
007240     MOVE CourseCode TO SH-ProgramCode.
007250     MOVE CourseCode TO WS-Check-Course.
007260     PERFORM 7500-FIND-COURSE-DESC THRU 7500-EXIT.
007270     MOVE WS-Course-Desc TO SH-Description.
007280     WRITE ReportLine FROM WS-Student-Heading.
007290     MOVE CourseCode TO PG-ProgramCode.
007300     READ ProgReqFile
007310          INVALID KEY
007320              SET WS-Program-Not-Found TO TRUE
007330          NOT INVALID KEY
007340              SET WS-Program-Found TO TRUE
007350     END-READ.
007360     IF WS-Program-Not-Found
007370          ADD 1 TO WS-No-Program-Count
007380          MOVE "NO PROGRAM REQUIREMENTS ON FILE" TO RS-Text
007390          WRITE ReportLine FROM WS-Result-Line
007400          WRITE ReportLine FROM WS-Blank-Line
007410          GO TO 2000-EXIT
007420     END-IF.
007430     PERFORM 2100-LOAD-STUDENT-GRADES THRU 2100-EXIT.
007440     PERFORM 2300-CHECK-REQUIREMENTS THRU 2300-EXIT.
007450     PERFORM 2500-PRINT-AUDIT THRU 2500-EXIT.
007460     EVALUATE TRUE
007470          WHEN WS-Outstanding = ZERO
007480              ADD 1 TO WS-Eligible-Count
007490              IF WS-Is-Confirm
007500                  PERFORM 4000-GRADUATE-STUDENT THRU 4000-EXIT
007510              ELSE
007520                  MOVE "ELIGIBLE TO GRADUATE" TO RS-Text
007530              END-IF
007540          WHEN OTHER
007550              ADD 1 TO WS-Not-Yet-Count
007560              MOVE SPACES TO RS-Text
007570              MOVE WS-Outstanding TO WS-Outstanding-Edit
007580              STRING "NOT YET ELIGIBLE - " DELIMITED BY SIZE
007590                  WS-Outstanding-Edit DELIMITED BY SIZE
007600                  " COURSE(S) OUTSTANDING" DELIMITED BY SIZE
007610                  INTO RS-Text
007620              IF WS-Outstanding NOT > WS-Letter-Limit
007630                  PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
007640              END-IF
007650     END-EVALUATE.
007660     WRITE ReportLine FROM WS-Result-Line.
007670     WRITE ReportLine FROM WS-Blank-Line.
007680 2000-EXIT.
007690     EXIT.
007700
007710****************************************************************
007720* 2100-LOAD-STUDENT-GRADES - every GRADES.DAT row for the
007730* student into the taken table, keeping the best grade
007740* for a repeated course.  GRADES.DAT is keyed StudentId /
007750* CourseCode / TermCode, so the rows are read from the
007760* student's first key until the id changes.
007770****************************************************************
007780 2100-LOAD-STUDENT-GRADES.
007790     MOVE ZERO TO WS-Taken-Count.
007800     MOVE "N" TO WS-Grade-EOF-Sw.
007810     MOVE StudentId TO GR-StudentId.
007820     MOVE LOW-VALUES TO GR-CourseCode GR-TermCode.
007830     START GradeFile KEY NOT < GR-GradeKey
007840          INVALID KEY
007850              SET WS-Grade-EOF TO TRUE
007860     END-START.
007870     PERFORM 2150-LOAD-ONE-GRADE THRU 2150-EXIT
007880          UNTIL WS-Grade-EOF.
007890 2100-EXIT.
007900     EXIT.
007910
007920 2150-LOAD-ONE-GRADE.
007930     READ GradeFile NEXT RECORD
007940          AT END
007950              SET WS-Grade-EOF TO TRUE
007960              GO TO 2150-EXIT
007970     END-READ.
007980     IF GR-StudentId NOT = StudentId
007990          SET WS-Grade-EOF TO TRUE
008000          GO TO 2150-EXIT
008010     END-IF.
008020     MOVE GR-Grade TO WS-Check-Grade.
008030     PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT.
008040     IF GP-NotFound
008050          GO TO 2150-EXIT
008060     END-IF.
008070     MOVE GR-CourseCode TO WS-Check-Course.
008080     PERFORM 7600-FIND-TAKEN THRU 7600-EXIT.
008090     IF WS-Taken-Found
008100          IF WS-Lookup-Points > TK-BestPoints(WS-Taken-Slot)
008110              MOVE GR-Grade TO TK-BestGrade(WS-Taken-Slot)
008120              MOVE WS-Lookup-Points
008130                  TO TK-BestPoints(WS-Taken-Slot)
008140          END-IF
008150          GO TO 2150-EXIT
008160     END-IF.
008170     IF WS-Taken-Count NOT < WS-Taken-Max
008180          DISPLAY "*** COURSES TAKEN TABLE FULL FOR "
008190              StudentId " - EXTRA GRADES IGNORED"
008200          SET WS-Grade-EOF TO TRUE
008210          GO TO 2150-EXIT
008220     END-IF.
008230     ADD 1 TO WS-Taken-Count.
008240     MOVE GR-CourseCode TO TK-CourseCode(WS-Taken-Count).
008250     MOVE GR-Grade TO TK-BestGrade(WS-Taken-Count).
008260     MOVE WS-Lookup-Points TO TK-BestPoints(WS-Taken-Count).
008270 2150-EXIT.
008280     EXIT.
008290
008300****************************************************************
008310* 2300-CHECK-REQUIREMENTS - settle each required course,
008320* then the courses-needed figure.  A required course still
008330* unmet must be passed again, so it counts as outstanding
008340* on its own; any courses needed beyond those and the
008350* courses already passed are outstanding as well.
008360****************************************************************
008370 2300-CHECK-REQUIREMENTS.
008380     MOVE ZERO TO WS-Passed-Count.
008390     PERFORM 2350-COUNT-ONE-PASS THRU 2350-EXIT
008400          VARYING WS-Taken-Sub FROM 1 BY 1
008410          UNTIL WS-Taken-Sub > WS-Taken-Count.
008420     MOVE ZERO TO WS-Unmet-Count.
008430     MOVE ZERO TO WS-Unmet-Unpassed.
008440     PERFORM 2400-CHECK-ONE-REQUIREMENT THRU 2400-EXIT
008450          VARYING WS-Req-Sub FROM 1 BY 1
008460          UNTIL WS-Req-Sub > PG-NumReqs.
008470     COMPUTE WS-More-Needed = PG-CoursesNeeded
008480          - WS-Passed-Count - WS-Unmet-Unpassed.
008490     IF WS-More-Needed < ZERO
008500          MOVE ZERO TO WS-More-Needed
008510     END-IF.
008520     COMPUTE WS-Outstanding = WS-Unmet-Count + WS-More-Needed.
008530 2300-EXIT.
008540     EXIT.
008550
008560 2350-COUNT-ONE-PASS.
008570     IF TK-BestPoints(WS-Taken-Sub) > ZERO
008580          ADD 1 TO WS-Passed-Count
008590     END-IF.
008600 2350-EXIT.
008610     EXIT.
008620
008630 2400-CHECK-ONE-REQUIREMENT.
008640     MOVE PG-ReqCourse(WS-Req-Sub) TO WS-Check-Course.
008650     PERFORM 7600-FIND-TAKEN THRU 7600-EXIT.
008660     IF NOT WS-Taken-Found
008670          SET RR-Not-Taken(WS-Req-Sub) TO TRUE
008680          MOVE SPACES TO RR-BestGrade(WS-Req-Sub)
008690          ADD 1 TO WS-Unmet-Count
008700          ADD 1 TO WS-Unmet-Unpassed
008710          GO TO 2400-EXIT
008720     END-IF.
008730     MOVE TK-BestGrade(WS-Taken-Slot) TO RR-BestGrade(WS-Req-Sub).
008740     MOVE PG-MinGrade(WS-Req-Sub) TO WS-Check-Grade.
008750     PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT.
008760     MOVE WS-Lookup-Points TO WS-Min-Points.
008770     IF TK-BestPoints(WS-Taken-Slot) > ZERO
008780          AND TK-BestPoints(WS-Taken-Slot) NOT < WS-Min-Points
008790          SET RR-Satisfied(WS-Req-Sub) TO TRUE
008800          GO TO 2400-EXIT
008810     END-IF.
008820     SET RR-Below-Min(WS-Req-Sub) TO TRUE.
008830     ADD 1 TO WS-Unmet-Count.
008840     IF TK-BestPoints(WS-Taken-Slot) = ZERO
008850          ADD 1 TO WS-Unmet-Unpassed
008860     END-IF.
008870 2400-EXIT.
008880     EXIT.
008890
008900****************************************************************
008910* 2500-PRINT-AUDIT - the courses-passed figure, one line
008920* per required course, and any further courses needed.
008930****************************************************************
008940 2500-PRINT-AUDIT.
008950     MOVE WS-Passed-Count TO PL-Passed.
008960     MOVE PG-CoursesNeeded TO PL-Needed.
008970     WRITE ReportLine FROM WS-Passed-Line.
008980     PERFORM 2550-PRINT-ONE-REQUIREMENT THRU 2550-EXIT
008990          VARYING WS-Req-Sub FROM 1 BY 1
009000          UNTIL WS-Req-Sub > PG-NumReqs.
009010     IF WS-More-Needed > ZERO
009020          MOVE WS-More-Needed TO MO-More
009030          WRITE ReportLine FROM WS-More-Line
009040     END-IF.
009050 2500-EXIT.
009060     EXIT.
009070
009080 2550-PRINT-ONE-REQUIREMENT.
009090     MOVE PG-ReqCourse(WS-Req-Sub) TO RQ-CourseCode.
009100     MOVE PG-ReqCourse(WS-Req-Sub) TO WS-Check-Course.
009110     PERFORM 7500-FIND-COURSE-DESC THRU 7500-EXIT.
009120     MOVE WS-Course-Desc TO RQ-Description.
009130     MOVE PG-MinGrade(WS-Req-Sub) TO RQ-MinGrade.
009140     MOVE RR-BestGrade(WS-Req-Sub) TO RQ-BestGrade.
009150     EVALUATE TRUE
009160          WHEN RR-Satisfied(WS-Req-Sub)
009170              MOVE "SATISFIED" TO RQ-Result
009180          WHEN RR-Below-Min(WS-Req-Sub)
009190              MOVE "OUTSTANDING" TO RQ-Result
009200          WHEN OTHER
009210              MOVE "NOT TAKEN" TO RQ-Result
009220     END-EVALUATE.
009230     WRITE ReportLine FROM WS-Req-Line.
009240 2550-EXIT.
009250     EXIT.
009260
009270****************************************************************
009280* 3000-PRINT-LETTER - one "still needs" letter, one page:
009290* the required courses not yet satisfied with the grade
009300* each needs, and any further courses of the student's
009310* choice.
009320****************************************************************
009330 3000-PRINT-LETTER.
009340     WRITE LetterLine FROM WS-Rule-Line.
009350     WRITE LetterLine FROM WS-Letter-Head.
009360     WRITE LetterLine FROM WS-Title-Line.
009370     WRITE LetterLine FROM WS-Blank-Line.
009380     MOVE SPACES TO NL-Name.
009390     STRING
009400          FUNCTION TRIM(Initials)    DELIMITED BY SIZE
009410          " "                        DELIMITED BY SIZE
009420          FUNCTION TRIM(Surname)     DELIMITED BY SIZE
009430          INTO NL-Name.
009440     MOVE StudentId TO NL-StudentId.
009450     WRITE LetterLine FROM WS-Name-Line.
009460     PERFORM 3500-PRINT-MAILING-BLOCK THRU 3500-EXIT.
009470     WRITE LetterLine FROM WS-Blank-Line.
009480     MOVE SH-Description TO AL-Description.
009490     MOVE PG-ProgramCode TO AL-ProgramCode.
009500     WRITE LetterLine FROM WS-Audit-Line-1.
009510     WRITE LetterLine FROM WS-Audit-Line-2.
009520     WRITE LetterLine FROM WS-Blank-Line.
009530     PERFORM 3100-PRINT-ONE-NEED THRU 3100-EXIT
009540          VARYING WS-Req-Sub FROM 1 BY 1
009550          UNTIL WS-Req-Sub > PG-NumReqs.
009560     IF WS-More-Needed > ZERO
009570          MOVE WS-More-Needed TO NM-More
009580          WRITE LetterLine FROM WS-Needs-More-Line
009590     END-IF.
009600     WRITE LetterLine FROM WS-Blank-Line.
009610     WRITE LetterLine FROM WS-Footer-Line-1.
009620     WRITE LetterLine FROM WS-Footer-Line-2.
009630     WRITE LetterLine FROM WS-Blank-Line.
009640     ADD 1 TO WS-Letters-Printed.
009650 3000-EXIT.
009660     EXIT.
009670
009680 3100-PRINT-ONE-NEED.
009690     IF RR-Satisfied(WS-Req-Sub)
009700          GO TO 3100-EXIT
009710     END-IF.
009720     MOVE PG-ReqCourse(WS-Req-Sub) TO NE-CourseCode.
009730     MOVE PG-ReqCourse(WS-Req-Sub) TO WS-Check-Course.
009740     PERFORM 7500-FIND-COURSE-DESC THRU 7500-EXIT.
009750     MOVE WS-Course-Desc TO NE-Description.
009760     MOVE PG-MinGrade(WS-Req-Sub) TO NE-MinGrade.
009770     WRITE LetterLine FROM WS-Needs-Line.
009780 3100-EXIT.
009790     EXIT.
009800
009810****************************************************************
009820* 3500-PRINT-MAILING-BLOCK - the ADDRESS.DAT row for the
009830* student, printed as the letter's mailing block.  No
009840* row on file (or a blank street) flags the letter and
009850* is counted on the report totals.
009860****************************************************************
009870 3500-PRINT-MAILING-BLOCK.
009880     MOVE "N" TO WS-Addr-Found-Sw.
009890     IF WS-Addr-File-Open
009900          MOVE StudentId TO AD-StudentId
009910          READ AddressFile
009920               INVALID KEY
009930                   CONTINUE
009940               NOT INVALID KEY
009950                   IF AD-Street NOT = SPACES
009960                       SET WS-Addr-Found TO TRUE
009970                   END-IF
009980          END-READ
009990     END-IF.
010000     IF WS-Addr-Found
010010          MOVE AD-Street TO ML1-Street
010020          WRITE LetterLine FROM WS-Mail-Line-1
010030          MOVE AD-City TO ML2-City
010040          MOVE AD-Province TO ML2-Province
010050          MOVE AD-PostalCode TO ML2-PostalCode
010060          WRITE LetterLine FROM WS-Mail-Line-2
010070          MOVE AD-Phone TO ML3-Phone
010080          WRITE LetterLine FROM WS-Mail-Line-3
010090     ELSE
010100          WRITE LetterLine FROM WS-No-Address-Line
010110          ADD 1 TO WS-No-Address-Count
010120     END-IF.
010130 3500-EXIT.
010140     EXIT.
010150
010160****************************************************************
010170* 4000-GRADUATE-STUDENT - the eligible student becomes
010180* Graduated as of today.  As in StudMaint's status change
010190* a STATUS row goes to AUDIT.DAT and the before/after
010200* images to JOURNAL.DAT.
010210****************************************************************
010220 4000-GRADUATE-STUDENT.
010230     MOVE StudentDetails TO WS-Before-Image.
010240     SET StatusGraduated TO TRUE.
010250     MOVE WS-Today TO StatusDate.
010260     REWRITE StudentDetails
010270          INVALID KEY
010280              ADD 1 TO WS-Rewrite-Fails
010290              MOVE "ELIGIBLE - REWRITE FAILED" TO RS-Text
010300              GO TO 4000-EXIT
010310     END-REWRITE.
010320     ADD 1 TO WS-Graduated-Count.
010330     MOVE "ELIGIBLE - GRADUATED" TO RS-Text.
010340     MOVE StudentId TO AU-StudentId.
010350     SET AU-IsStatus TO TRUE.
010360     MOVE SPACES TO AU-CourseCode.
010370     MOVE WS-Open-Term TO AU-TermCode.
010380     MOVE WS-Operator-Id TO AU-OperatorId.
010390     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
010400     ACCEPT AU-ActionTime FROM TIME.
010410     WRITE AuditDetails.
010420     MOVE WS-Before-Image TO JN-BeforeImage.
010430     MOVE StudentDetails TO JN-AfterImage.
010440     SET JN-IsStatus TO TRUE.
010450     MOVE "GRADAUDT" TO JN-ProgramId.
010460     MOVE WS-Operator-Id TO JN-OperatorId.
010470     ACCEPT JN-LogDate FROM DATE YYYYMMDD.
010480     ACCEPT JN-LogTime FROM TIME.
010490     WRITE JournalDetails.
010500 4000-EXIT.
010510     EXIT.
010520
010530****************************************************************
010540* 7500-FIND-COURSE-DESC - the table description for
010550* WS-Check-Course; an unmatched code falls back to the
010560* bare code so the line still reads.
010570****************************************************************
010580 7500-FIND-COURSE-DESC.
010590     SET CT-NotFound TO TRUE.
010600     MOVE WS-Check-Course TO WS-Course-Desc.
010610     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
010620          VARYING CT-Idx FROM 1 BY 1
010630          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
010640 7500-EXIT.
010650     EXIT.
010660
010670 7510-SEARCH-COURSE-TABLE.
010680     IF WS-Check-Course = CT-Code(CT-Idx)
010690          MOVE CT-Description(CT-Idx) TO WS-Course-Desc
010700          SET CT-Found TO TRUE
010710     END-IF.
010720 7510-EXIT.
010730     EXIT.
010740
010750****************************************************************
010760* 7600-FIND-TAKEN - look WS-Check-Course up in the
010770* student's taken table, leaving its slot in
010780* WS-Taken-Slot.
010790****************************************************************
010800 7600-FIND-TAKEN.
010810     MOVE "N" TO WS-Taken-Found-Sw.
010820     MOVE ZERO TO WS-Taken-Slot.
010830     PERFORM 7650-MATCH-TAKEN THRU 7650-EXIT
010840          VARYING WS-Taken-Sub FROM 1 BY 1
010850          UNTIL WS-Taken-Sub > WS-Taken-Count OR WS-Taken-Found.
010860 7600-EXIT.
010870     EXIT.
010880
010890 7650-MATCH-TAKEN.
010900     IF TK-CourseCode(WS-Taken-Sub) = WS-Check-Course
010910          MOVE WS-Taken-Sub TO WS-Taken-Slot
010920          SET WS-Taken-Found TO TRUE
010930     END-IF.
010940 7650-EXIT.
010950     EXIT.
010960
010970 7830-LOOKUP-GRADE-POINTS.
010980     MOVE ZERO TO WS-Lookup-Points.
010990     SET GP-NotFound TO TRUE.
011000     PERFORM 7835-MATCH-GRADE-POINT THRU 7835-EXIT
011010          VARYING GP-Idx FROM 1 BY 1
011020          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
011030 7830-EXIT.
011040     EXIT.
011050
011060 7835-MATCH-GRADE-POINT.
011070     IF WS-Check-Grade = GP-Grade(GP-Idx)
011080          MOVE GP-Points(GP-Idx) TO WS-Lookup-Points
011090          SET GP-Found TO TRUE
011100     END-IF.
011110 7835-EXIT.
011120     EXIT.
011130
011140****************************************************************
011150* 8000-TERMINATE - totals on the report, then close up.
011160****************************************************************
011170 8000-TERMINATE.
011180     MOVE "ACTIVE STUDENTS AUDITED       : " TO TO-Label.
011190     MOVE WS-Audited-Count TO TO-Count.
011200     WRITE ReportLine FROM WS-Total-Line.
011210     MOVE "ELIGIBLE TO GRADUATE          : " TO TO-Label.
011220     MOVE WS-Eligible-Count TO TO-Count.
011230     WRITE ReportLine FROM WS-Total-Line.
011240     MOVE "GRADUATED ON THIS RUN         : " TO TO-Label.
011250     MOVE WS-Graduated-Count TO TO-Count.
011260     WRITE ReportLine FROM WS-Total-Line.
011270     MOVE "NOT YET ELIGIBLE              : " TO TO-Label.
011280     MOVE WS-Not-Yet-Count TO TO-Count.
011290     WRITE ReportLine FROM WS-Total-Line.
011300     MOVE "NO PROGRAM REQUIREMENTS       : " TO TO-Label.
011310     MOVE WS-No-Program-Count TO TO-Count.
011320     WRITE ReportLine FROM WS-Total-Line.
011330     MOVE "STILL-NEEDS LETTERS PRINTED   : " TO TO-Label.
011340     MOVE WS-Letters-Printed TO TO-Count.
011350     WRITE ReportLine FROM WS-Total-Line.
011360     MOVE "LETTERS WITH NO ADDRESS       : " TO TO-Label.
011370     MOVE WS-No-Address-Count TO TO-Count.
011380     WRITE ReportLine FROM WS-Total-Line.
011390     IF WS-Rewrite-Fails > ZERO
011400          MOVE "STATUS REWRITES FAILED        : " TO TO-Label
011410          MOVE WS-Rewrite-Fails TO TO-Count
011420          WRITE ReportLine FROM WS-Total-Line
011430     END-IF.
011440     CLOSE StudentFile.
011450     CLOSE GradeFile.
011460     CLOSE ProgReqFile.
011470     IF WS-Addr-File-Open
011480          CLOSE AddressFile
011490     END-IF.
011500     IF WS-Is-Confirm
011510          CLOSE AuditFile
011520          CLOSE JournalFile
011530     END-IF.
011540     CLOSE ReportFile.
011550     CLOSE LetterFile.
011560     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
011570     DISPLAY WS-Audited-Count " ACTIVE STUDENT(S) AUDITED, "
011580          WS-Eligible-Count " ELIGIBLE, "
011590          WS-Graduated-Count " GRADUATED".
011600     DISPLAY WS-Letters-Printed " LETTER(S) ON GRADLTR.RPT".
011610     DISPLAY "GRADAUDIT COMPLETE".
011620 8000-EXIT.
011630     EXIT.
011640
011650 8900-LOG-RUN-END.
011660     MOVE "GRADAUDT" TO RL-ProgramId.
011670     SET RL-IsEnd TO TRUE.
011680     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
011690     ACCEPT RL-LogTime FROM TIME.
011700     MOVE WS-Audited-Count TO RL-RecordsRead.
011710     MOVE WS-Graduated-Count TO RL-RecordsWritten.
011720     MOVE WS-No-Program-Count TO RL-RecordsRejected.
011730     SET RL-IsOk TO TRUE.
011740     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
011750 8900-EXIT.
011760     EXIT.
011770
011780****************************************************************
011790* 8950-LOG-RUN-FAIL - END row with FAIL status for a
011800* startup abort, so the run log records why the run
011810* never did its work.
011820****************************************************************
011830 8950-LOG-RUN-FAIL.
011840     MOVE "GRADAUDT" TO RL-ProgramId.
011850     SET RL-IsEnd TO TRUE.
011860     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
011870     ACCEPT RL-LogTime FROM TIME.
011880     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
011890          RL-RecordsRejected.
011900     SET RL-IsFail TO TRUE.
011910     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
011920 8950-EXIT.
011930     EXIT.
