000100****************************************************************
000110* Program: GradeLapse
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Term-close follow-up on GRADES.DAT for one closed
000160*          term on TERMS.DAT (blank = the term just closed).
000170*          Every ENROLL.DAT row in the term with no GRADES.DAT
000180*          row is listed by course on MISSGRD.RPT so the
000190*          instructors can be chased.  Every I (Incomplete)
000200*          grade in the term is listed on the lapse register
000210*          LAPSE.RPT; once the grace period after TM-EndDate
000220*          has run out, a Lapse run rewrites it to F with
000230*          today's grade date and writes a GRADE row to
000240*          AUDIT.DAT for each one.  A Report-only run changes
000250*          nothing, so students can be warned before the
000260*          lapse.  START and END rows go to the shared
000270*          RUNLOG.DAT.
000280****************************************************************
000290* Maintenance History
000300* --------------------------------------------------
000310* 10/15/2026  EE  Original version - incompletes were never
000320*                 followed up and ungraded enrollments went
000330*                 unnoticed before this.
000340****************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.      GradeLapse.
000380 AUTHOR.          EUGY ENOCH.
000390 INSTALLATION.    REGISTRARS OFFICE.
000400 DATE-WRITTEN.    10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS DYNAMIC
000490          RECORD KEY IS GR-GradeKey
000500          FILE STATUS IS WS-Grade-Status.
000510
000520     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS SEQUENTIAL
000550          RECORD KEY IS EN-EnrollKey
000560          FILE STATUS IS WS-Enroll-Status.
000570
000580     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS StudentId
000620          FILE STATUS IS WS-Student-Status.
000630
000640     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS SEQUENTIAL
000670          RECORD KEY IS CO-CourseCode
000680          FILE STATUS IS WS-Course-Status.
000690
000700     SELECT TermFile ASSIGN TO "TERMS.DAT"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS SEQUENTIAL
000730          RECORD KEY IS TM-TermCode
000740          FILE STATUS IS WS-Term-Status.
000750
000760     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-Audit-Status.
000790
000800     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000810          ORGANIZATION IS INDEXED
000820          ACCESS MODE IS DYNAMIC
000830          RECORD KEY IS OP-OperatorId
000840          FILE STATUS IS WS-Oper-File-Status.
000850
000860     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS WS-RunLog-Status.
000890
000900     SELECT SortWorkFile ASSIGN TO "SORTWORK.DAT".
000910
000920     SELECT MissingFile ASSIGN TO "MISSGRD.RPT"
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS WS-Missing-Status.
000950
000960     SELECT LapseFile ASSIGN TO "LAPSE.RPT"
000970          ORGANIZATION IS LINE SEQUENTIAL
000980          FILE STATUS IS WS-Lapse-Status.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  GradeFile.
001030     COPY "grade-record.cpy".
001040
001050 FD  EnrollFile.
001060     COPY "enrollment-record.cpy".
001070
001080 FD  StudentFile.
001090     COPY "student-record.cpy".
001100
001110 FD  CourseFile.
001120     COPY "course-record.cpy".
001130
001140 FD  TermFile.
001150     COPY "term-record.cpy".
001160
001170 FD  AuditFile.
001180     COPY "audit-record.cpy".
001190
001200 FD  OperatorFile.
001210     COPY "operator-record.cpy".
001220
001230 FD  RunLogFile.
001240     COPY "run-log-record.cpy".
001250
001260 SD  SortWorkFile.
001270 01  SortWorkRecord.
001280     02  SW-CourseCode       PIC X(4).
001290     02  SW-StudentId        PIC 9(7).
001300     02  SW-Surname          PIC X(8).
001310     02  SW-Initials         PIC XX.
001320     02  SW-Status           PIC X.
001330     02  SW-EnrollDate       PIC 9(8).
001340
001350 FD  MissingFile.
001360 01  MissingLine             PIC X(80).
001370
001380 FD  LapseFile.
001390 01  LapseLine               PIC X(80).
001400
001410 WORKING-STORAGE SECTION.
001420 COPY "course-table.cpy".
001430
001440 01  WS-Status-Group.
001450     02  WS-Grade-Status     PIC XX.
001460     02  WS-Enroll-Status    PIC XX.
001470     02  WS-Student-Status   PIC XX.
001480     02  WS-Course-Status    PIC XX.
001490     02  WS-Term-Status      PIC XX.
001500     02  WS-Audit-Status     PIC XX.
001510     02  WS-Oper-File-Status PIC XX.
001520     02  WS-RunLog-Status    PIC XX.
001530     02  WS-Missing-Status   PIC XX.
001540     02  WS-Lapse-Status     PIC XX.
001550
001560 01  WS-Switches.
001570     02  WS-Enroll-EOF-Sw    PIC X     VALUE "N".
001580          88  WS-Enroll-EOF           VALUE "Y".
001590     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
001600          88  WS-Grade-EOF            VALUE "Y".
001610     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
001620          88  WS-Course-EOF           VALUE "Y".
001630     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001640          88  WS-Term-EOF             VALUE "Y".
001650     02  WS-Sort-EOF-Sw      PIC X     VALUE "N".
001660          88  WS-Sort-EOF             VALUE "Y".
001670     02  WS-Students-Sw      PIC X     VALUE "Y".
001680          88  WS-Students-Open        VALUE "Y".
001690          88  WS-Students-Missing     VALUE "N".
001700     02  WS-Enrolls-Sw       PIC X     VALUE "Y".
001710          88  WS-Enrolls-Open         VALUE "Y".
001720          88  WS-Enrolls-Missing      VALUE "N".
001730     02  WS-Term-Found-Sw    PIC X     VALUE "N".
001740          88  WS-Term-Found           VALUE "Y".
001750     02  WS-First-Course-Sw  PIC X     VALUE "Y".
001760          88  WS-First-Course         VALUE "Y".
001770          88  WS-Not-First-Course     VALUE "N".
001780
001790 01  WS-Mode-Code            PIC X.
001800     88  WS-Is-Report-Only         VALUE "R" "r".
001810     88  WS-Is-Lapse               VALUE "L" "l".
001820 01  WS-Confirm-Code         PIC X.
001830     88  WS-Confirmed              VALUE "Y" "y".
001840 01  WS-Operator-Id          PIC X(8).
001850 01  WS-SignOn-Password      PIC X(8).
001860 01  WS-Oper-Authority       PIC X.
001870     88  WS-Oper-Supervisor        VALUE "S".
001880
001890****************************************************************
001900* Every term on TERMS.DAT with its dates and status, for
001910* picking the closed term to follow up.
001920****************************************************************
001930 01  WS-Term-Table.
001940     02  WS-Term-Entry OCCURS 100 TIMES.
001950          03  TT-TermCode     PIC X(6).
001960          03  TT-StartDate    PIC 9(8).
001970          03  TT-EndDate      PIC 9(8).
001980          03  TT-Status       PIC X.
001990 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
002000 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
002010 01  WS-Term-Sub             PIC 9(3)  COMP.
002020 01  WS-Term-Slot            PIC 9(3)  COMP.
002030 01  WS-Find-Term            PIC X(6).
002040
002050 01  WS-Lapse-Term           PIC X(6)  VALUE SPACES.
002060     88  WS-Latest-Closed          VALUE SPACES.
002070 01  WS-Term-Start           PIC 9(8)  VALUE ZERO.
002080 01  WS-Term-End             PIC 9(8)  VALUE ZERO.
002090 01  WS-Today                PIC 9(8).
002100
002110****************************************************************
002120* Lapse rule.  An I grade still on file more than the grace
002130* days after the term's end date lapses to F.  The keyed
002140* entry overrides the standing period for one run.
002150****************************************************************
002160 01  WS-Grace-Days           PIC 9(3)  VALUE 60.
002170 01  WS-Grace-Entry          PIC X(3).
002180 01  WS-Lapse-Date           PIC 9(8).
002190 01  WS-Lapse-Due-Sw         PIC X     VALUE "N".
002200     88  WS-Lapse-Due              VALUE "Y".
002210 01  WS-Lapse-Grade          PIC X(2)  VALUE "F ".
002220
002230****************************************************************
002240* Calendar dates and day numbers, so a number of days can
002250* be added to a date; 7300 turns WS-Calc-Date into a day
002260* number and 7350 turns a day number back into a date.
002270****************************************************************
002280 01  WS-Calc-Date.
002290     02  WS-Calc-Year        PIC 9(4).
002300     02  WS-Calc-Month       PIC 9(2).
002310     02  WS-Calc-Day         PIC 9(2).
002320 01  WS-Day-Number           PIC 9(9)  COMP.
002330 01  WS-Calc-A               PIC 9(9)  COMP.
002340 01  WS-Calc-B               PIC 9(9)  COMP.
002350 01  WS-Calc-C               PIC 9(9)  COMP.
002360 01  WS-Calc-D               PIC 9(9)  COMP.
002370 01  WS-Calc-E               PIC 9(9)  COMP.
002380 01  WS-Calc-M               PIC 9(9)  COMP.
002390 01  WS-Calc-Y               PIC 9(9)  COMP.
002400 01  WS-Calc-Work            PIC 9(9)  COMP.
002410
002420 01  WS-Prev-Course-Code     PIC X(4)  VALUE SPACES.
002430 01  WS-Action-Text          PIC X(16).
002440
002450 01  WS-Counters.
002460     02  WS-Enrolls-In-Term  PIC 9(7)  COMP VALUE ZERO.
002470     02  WS-Missing-Count    PIC 9(7)  COMP VALUE ZERO.
002480     02  WS-Course-Missing   PIC 9(5)  COMP VALUE ZERO.
002490     02  WS-Incompletes      PIC 9(7)  COMP VALUE ZERO.
002500     02  WS-Lapsed-Count     PIC 9(7)  COMP VALUE ZERO.
002510     02  WS-Due-Count        PIC 9(7)  COMP VALUE ZERO.
002520
002530 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
002540
002550 01  WS-Missing-Heading      PIC X(40)
002560     VALUE "MISSING GRADE REPORT".
002570 01  WS-Lapse-Heading        PIC X(40)
002580     VALUE "INCOMPLETE GRADE LAPSE REGISTER".
002590
002600 01  WS-Term-Line.
002610     02  FILLER              PIC X(6)   VALUE "TERM: ".
002620     02  TL-TermCode         PIC X(6).
002630     02  FILLER              PIC X(3)   VALUE "  (".
002640     02  TL-StartDate        PIC 9(8).
002650     02  FILLER              PIC X(3)   VALUE " - ".
002660     02  TL-EndDate          PIC 9(8).
002670     02  FILLER              PIC X      VALUE ")".
002680
002690 01  WS-Rule-Line.
002700     02  FILLER              PIC X(30)
002710          VALUE "INCOMPLETES UNRESOLVED AFTER ".
002720     02  RU-LapseDate        PIC 9(8).
002730     02  FILLER              PIC X(15)  VALUE " LAPSE TO F -  ".
002740     02  RU-ModeText         PIC X(20).
002750
002760 01  WS-Course-Heading.
002770     02  FILLER              PIC X(8)   VALUE "COURSE: ".
002780     02  CH-CourseCode       PIC X(4).
002790     02  FILLER              PIC X(2)   VALUE SPACES.
002800     02  CH-Description      PIC X(20).
002810
002820 01  WS-Missing-Column-Heading.
002830     02  FILLER  PIC X(24) VALUE "STUDENT-ID  NAME        ".
002840     02  FILLER  PIC X(16) VALUE "  ST  ENROLLED  ".
002850
002860 01  WS-Missing-Detail-Line.
002870     02  MD-StudentId         PIC 9(7).
002880     02  FILLER               PIC X(2)  VALUE SPACES.
002890     02  MD-Surname           PIC X(8).
002900     02  FILLER               PIC X     VALUE SPACE.
002910     02  MD-Initials          PIC XX.
002920     02  FILLER               PIC X(6)  VALUE SPACES.
002930     02  MD-Status            PIC X.
002940     02  FILLER               PIC X(3)  VALUE SPACES.
002950     02  MD-EnrollDate        PIC 9(8).
002960
002970 01  WS-Course-Total-Line.
002980     02  FILLER               PIC X(12) VALUE SPACES.
002990     02  FILLER               PIC X(16) VALUE "MISSING GRADES: ".
003000     02  CM-Missing           PIC ZZZ9.
003010
003020 01  WS-Lapse-Column-Heading.
003030     02  FILLER  PIC X(24) VALUE "STUDENT-ID  NAME        ".
003040     02  FILLER  PIC X(28) VALUE "  COURSE  GRADE  POSTED     ".
003050     02  FILLER  PIC X(6)  VALUE "ACTION".
003060
003070 01  WS-Lapse-Detail-Line.
003080     02  LD-StudentId         PIC 9(7).
003090     02  FILLER               PIC X(2)  VALUE SPACES.
003100     02  LD-Surname           PIC X(8).
003110     02  FILLER               PIC X     VALUE SPACE.
003120     02  LD-Initials          PIC XX.
003130     02  FILLER               PIC X(6)  VALUE SPACES.
003140     02  LD-CourseCode        PIC X(4).
003150     02  FILLER               PIC X(4)  VALUE SPACES.
003160     02  LD-Grade             PIC X(2).
003170     02  FILLER               PIC X(5)  VALUE SPACES.
003180     02  LD-GradeDate         PIC 9(8).
003190     02  FILLER               PIC X(3)  VALUE SPACES.
003200     02  LD-Action            PIC X(16).
003210
003220 01  WS-Total-Line.
003230     02  TO-Label             PIC X(28).
003240     02  TO-Count             PIC ZZZZZZ9.
003250
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     SORT SortWorkFile
003300          ON ASCENDING KEY SW-CourseCode SW-StudentId
003310          INPUT PROCEDURE IS 2000-RELEASE-MISSING THRU 2000-EXIT
003320          OUTPUT PROCEDURE IS 3000-PRINT-MISSING THRU 3000-EXIT.
003330     PERFORM 4000-LAPSE-INCOMPLETES THRU 4000-EXIT.
003340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003350     STOP RUN.
003360
003370****************************************************************
003380* 1000-INITIALIZE - open the files, load the term and course
003390* tables, sign the operator on, settle the closed term, the
003400* grace period, and the mode (a Lapse run is Supervisor only
003410* and confirmed), and start both reports.
003420****************************************************************
003430 1000-INITIALIZE.
003440     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003450     ACCEPT WS-Today FROM DATE YYYYMMDD.
003460     PERFORM 1800-LOAD-TERM-TABLE THRU 1800-EXIT.
003470     PERFORM 1500-LOAD-COURSE-TABLE THRU 1500-EXIT.
003480     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
003490     DISPLAY "GRADELAPSE - INCOMPLETE LAPSE AND MISSING GRADES".
003500     DISPLAY "Term code (blank for the term just closed): "
003510          WITH NO ADVANCING.
003520     ACCEPT WS-Lapse-Term.
003530     PERFORM 1900-SELECT-TERM THRU 1900-EXIT.
003540     DISPLAY "Days after term end before an I lapses "
003550          "(3 digits, blank for " WS-Grace-Days "): "
003560          WITH NO ADVANCING.
003570     ACCEPT WS-Grace-Entry.
003580     IF WS-Grace-Entry NOT = SPACES
003590          IF WS-Grace-Entry NUMERIC
003600              MOVE WS-Grace-Entry TO WS-Grace-Days
003610          ELSE
003620              DISPLAY "*** INVALID DAYS - USE 3 DIGITS"
003630              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003640              MOVE 8 TO RETURN-CODE
003650              STOP RUN
003660          END-IF
003670     END-IF.
003680     MOVE WS-Term-End TO WS-Calc-Date.
003690     PERFORM 7300-DATE-TO-DAYS THRU 7300-EXIT.
003700     ADD WS-Grace-Days TO WS-Day-Number.
003710     PERFORM 7350-DAYS-TO-DATE THRU 7350-EXIT.
003720     MOVE WS-Calc-Date TO WS-Lapse-Date.
003730     IF WS-Today > WS-Lapse-Date
003740          SET WS-Lapse-Due TO TRUE
003750     END-IF.
003760     DISPLAY "Mode (R-Report only,L-Lapse): " WITH NO ADVANCING.
003770     ACCEPT WS-Mode-Code.
003780     IF NOT WS-Is-Report-Only AND NOT WS-Is-Lapse
003790          DISPLAY "*** INVALID MODE - USE R OR L"
003800          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003810          MOVE 8 TO RETURN-CODE
003820          STOP RUN
003830     END-IF.
003840     IF WS-Is-Lapse
003850          PERFORM 1400-CONFIRM-LAPSE THRU 1400-EXIT
003860     END-IF.
003870     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
003880     MOVE WS-Lapse-Term TO TL-TermCode.
003890     MOVE WS-Term-Start TO TL-StartDate.
003900     MOVE WS-Term-End TO TL-EndDate.
003910     MOVE WS-Lapse-Date TO RU-LapseDate.
003920     IF WS-Is-Lapse
003930          MOVE "LAPSE RUN" TO RU-ModeText
003940     ELSE
003950          MOVE "REPORT ONLY" TO RU-ModeText
003960     END-IF.
003970     WRITE MissingLine FROM WS-Missing-Heading.
003980     WRITE MissingLine FROM WS-Term-Line.
003990     WRITE MissingLine FROM WS-Blank-Line.
004000     WRITE LapseLine FROM WS-Lapse-Heading.
004010     WRITE LapseLine FROM WS-Term-Line.
004020     WRITE LapseLine FROM WS-Rule-Line.
004030     WRITE LapseLine FROM WS-Blank-Line.
004040     WRITE LapseLine FROM WS-Lapse-Column-Heading.
004050     DISPLAY "TERM " WS-Lapse-Term " ENDED " WS-Term-End
004060          " - INCOMPLETES LAPSE AFTER " WS-Lapse-Date.
004070 1000-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110* 1300-OPEN-FILES - GRADES.DAT is opened for update only on
004120* a Lapse run; a missing AUDIT.DAT is created.
004130****************************************************************
004140 1300-OPEN-FILES.
004150     IF WS-Is-Lapse
004160          OPEN I-O GradeFile
004170     ELSE
004180          OPEN INPUT GradeFile
004190     END-IF.
004200     IF WS-Grade-Status NOT = "00"
004210          DISPLAY "*** GRADES.DAT NOT AVAILABLE - "
004220              "RUN GRADEENTRY FIRST"
004230          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004240          MOVE 8 TO RETURN-CODE
004250          STOP RUN
004260     END-IF.
004270     OPEN INPUT EnrollFile.
004280     IF WS-Enroll-Status NOT = "00"
004290          DISPLAY "*** ENROLL.DAT NOT AVAILABLE - "
004300              "NO MISSING GRADES LISTED"
004310          SET WS-Enroll-EOF TO TRUE
004320          SET WS-Enrolls-Missing TO TRUE
004330     END-IF.
004340     OPEN INPUT StudentFile.
004350     IF WS-Student-Status NOT = "00"
004360          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - "
004370              "NAMES WILL NOT PRINT"
004380          SET WS-Students-Missing TO TRUE
004390     END-IF.
004400     IF WS-Is-Lapse
004410          OPEN EXTEND AuditFile
004420          IF WS-Audit-Status = "35"
004430              OPEN OUTPUT AuditFile
004440              CLOSE AuditFile
004450              OPEN EXTEND AuditFile
004460          END-IF
004470     END-IF.
004480     OPEN OUTPUT MissingFile.
004490     OPEN OUTPUT LapseFile.
004500 1300-EXIT.
004510     EXIT.
004520
004530****************************************************************
004540* 1400-CONFIRM-LAPSE - a Lapse run rewrites grades, so it
004550* needs Supervisor authority and a confirmation.  Cancelling
004560* ends the run cleanly with nothing changed.
004570****************************************************************
004580 1400-CONFIRM-LAPSE.
004590     IF NOT WS-Oper-Supervisor
004600          DISPLAY "*** LAPSE RUN REQUIRES SUPERVISOR AUTHORITY"
004610          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004620          MOVE 8 TO RETURN-CODE
004630          STOP RUN
004640     END-IF.
004650     IF NOT WS-Lapse-Due
004660          DISPLAY "GRACE PERIOD RUNS TO " WS-Lapse-Date
004670              " - NO GRADE WILL LAPSE ON THIS RUN"
004680          GO TO 1400-EXIT
004690     END-IF.
004700     DISPLAY "I GRADES IN " WS-Lapse-Term " BECOME F - "
004710          "CONFIRM Y/N: " WITH NO ADVANCING.
004720     ACCEPT WS-Confirm-Code.
004730     IF NOT WS-Confirmed
004740          DISPLAY "LAPSE RUN CANCELLED"
004750          PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
004760          STOP RUN
004770     END-IF.
004780 1400-EXIT.
004790     EXIT.
004800
004810****************************************************************
004820* 1500-LOAD-COURSE-TABLE - course descriptions for the
004830* missing-grade headings; retired courses are kept, since a
004840* closed term may have run one.  Without the master the
004850* headings print the code alone.
004860****************************************************************
004870 1500-LOAD-COURSE-TABLE.
004880     OPEN INPUT CourseFile.
004890     IF WS-Course-Status NOT = "00"
004900          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
004910              "COURSE NAMES WILL NOT PRINT"
004920          GO TO 1500-EXIT
004930     END-IF.
004940     PERFORM 1550-LOAD-ONE-COURSE THRU 1550-EXIT
004950          UNTIL WS-Course-EOF.
004960     CLOSE CourseFile.
004970 1500-EXIT.
004980     EXIT.
004990
005000 1550-LOAD-ONE-COURSE.
005010     READ CourseFile NEXT RECORD
005020          AT END
005030              SET WS-Course-EOF TO TRUE
005040          NOT AT END
005050              IF CT-NumEntries < CT-Max-Entries
005060                  ADD 1 TO CT-NumEntries
005070                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
005080                  MOVE CO-Description
005090                      TO CT-Description(CT-NumEntries)
005100                  MOVE CO-Active TO CT-Active(CT-NumEntries)
005110              ELSE
005120                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
005130                      "ENTRIES IGNORED"
005140                  SET WS-Course-EOF TO TRUE
005150              END-IF
005160     END-READ.
005170 1550-EXIT.
005180     EXIT.
005190
005200****************************************************************
005210* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
005220* as this run begins and one END row with its totals
005230* as it finishes, on the shared RUNLOG.DAT.
005240****************************************************************
005250 1600-LOG-RUN-START.
005260     MOVE "GRDLAPSE" TO RL-ProgramId.
005270     SET RL-IsStart TO TRUE.
005280     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
005290     ACCEPT RL-LogTime FROM TIME.
005300     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
005310          RL-RecordsRejected.
005320     MOVE SPACES TO RL-Status.
005330     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
005340 1600-EXIT.
005350     EXIT.
005360
005370 1690-WRITE-RUN-LOG.
005380     OPEN EXTEND RunLogFile.
005390     IF WS-RunLog-Status = "35"
005400          OPEN OUTPUT RunLogFile
005410          CLOSE RunLogFile
005420          OPEN EXTEND RunLogFile
005430     END-IF.
005440     WRITE RunLogDetails.
005450     CLOSE RunLogFile.
005460 1690-EXIT.
005470     EXIT.
005480
005490****************************************************************
005500* 1700-SIGN-ON - verify the operator against the
005510* OPERATOR.DAT master: the id must be on file and
005520* active and the password must match, or the run ends
005530* here.
005540****************************************************************
005550 1700-SIGN-ON.
005560     OPEN INPUT OperatorFile.
005570     IF WS-Oper-File-Status NOT = "00"
005580          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
005590              "RUN OPERMAINT FIRST"
005600          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
005610     END-IF.
005620     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
005630     ACCEPT WS-Operator-Id.
005640     MOVE WS-Operator-Id TO OP-OperatorId.
005650     READ OperatorFile
005660          INVALID KEY
005670              DISPLAY "*** UNKNOWN OPERATOR ID - "
005680                  "SIGN-ON REJECTED"
005690              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
005700     END-READ.
005710     IF NOT OP-IsActive
005720          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
005730              "SIGN-ON REJECTED"
005740          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
005750     END-IF.
005760     DISPLAY "Enter Password: " WITH NO ADVANCING.
005770     ACCEPT WS-SignOn-Password.
005780     IF WS-SignOn-Password NOT = OP-Password
005790          DISPLAY "*** PASSWORD DOES NOT MATCH - "
005800              "SIGN-ON REJECTED"
005810          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
005820     END-IF.
005830     MOVE OP-Authority TO WS-Oper-Authority.
005840     CLOSE OperatorFile.
005850 1700-EXIT.
005860     EXIT.
005870
005880 1790-SIGN-OFF-AND-STOP.
005890     CLOSE OperatorFile.
005900     PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT.
005910     MOVE 8 TO RETURN-CODE.
005920     STOP RUN.
005930 1790-EXIT.
005940     EXIT.
005950
005960****************************************************************
005970* 1800-LOAD-TERM-TABLE - every TERMS.DAT row into the
005980* in-memory term table.
005990****************************************************************
006000 1800-LOAD-TERM-TABLE.
006010     OPEN INPUT TermFile.
006020     IF WS-Term-Status NOT = "00"
006030          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
006040              "RUN TERMMAINT FIRST"
006050          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006060          MOVE 8 TO RETURN-CODE
006070          STOP RUN
006080     END-IF.
006090     PERFORM 1850-LOAD-ONE-TERM THRU 1850-EXIT
006100          UNTIL WS-Term-EOF.
006110     CLOSE TermFile.
006120 1800-EXIT.
006130     EXIT.
006140
006150 1850-LOAD-ONE-TERM.
006160     READ TermFile NEXT RECORD
006170          AT END
006180              SET WS-Term-EOF TO TRUE
006190          NOT AT END
006200              IF WS-Term-Count < WS-Term-Max
006210                  ADD 1 TO WS-Term-Count
006220                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
006230                  MOVE TM-StartDate
006240                      TO TT-StartDate(WS-Term-Count)
006250                  MOVE TM-EndDate TO TT-EndDate(WS-Term-Count)
006260                  MOVE TM-Status TO TT-Status(WS-Term-Count)
006270              ELSE
006280                  DISPLAY "*** TERM TABLE FULL - EXTRA "
006290                      "TERMS IGNORED"
006300                  SET WS-Term-EOF TO TRUE
006310              END-IF
006320     END-READ.
006330 1850-EXIT.
006340     EXIT.
006350
006360****************************************************************
006370* 1900-SELECT-TERM - a blank entry takes the Closed term
006380* with the latest end date; a keyed term must be on
006390* TERMS.DAT and Closed, since an Open term is still being
006400* taught and graded.
006410****************************************************************
006420 1900-SELECT-TERM.
006430     IF WS-Latest-Closed
006440          PERFORM 1950-CHECK-LATEST-CLOSED THRU 1950-EXIT
006450              VARYING WS-Term-Sub FROM 1 BY 1
006460              UNTIL WS-Term-Sub > WS-Term-Count
006470          IF WS-Latest-Closed
006480              DISPLAY "*** NO CLOSED TERM ON TERMS.DAT - "
006490                  "RUN TERMROLL FIRST"
006500              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006510              MOVE 8 TO RETURN-CODE
006520              STOP RUN
006530          END-IF
006540          GO TO 1900-EXIT
006550     END-IF.
006560     MOVE WS-Lapse-Term TO WS-Find-Term.
006570     PERFORM 7100-FIND-TERM THRU 7100-EXIT.
006580     IF NOT WS-Term-Found
006590          DISPLAY "*** TERM " WS-Lapse-Term
006600              " NOT ON TERMS.DAT - NO RUN"
006610          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006620          MOVE 8 TO RETURN-CODE
006630          STOP RUN
006640     END-IF.
006650     IF TT-Status(WS-Term-Slot) NOT = "C"
006660          DISPLAY "*** TERM " WS-Lapse-Term
006670              " IS NOT CLOSED - NO RUN"
006680          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
006690          MOVE 8 TO RETURN-CODE
006700          STOP RUN
006710     END-IF.
006720     MOVE TT-StartDate(WS-Term-Slot) TO WS-Term-Start.
006730     MOVE TT-EndDate(WS-Term-Slot) TO WS-Term-End.
006740 1900-EXIT.
006750     EXIT.
006760
006770 1950-CHECK-LATEST-CLOSED.
006780     IF TT-Status(WS-Term-Sub) = "C"
006790          AND TT-EndDate(WS-Term-Sub) > WS-Term-End
006800          MOVE TT-TermCode(WS-Term-Sub) TO WS-Lapse-Term
006810          MOVE TT-StartDate(WS-Term-Sub) TO WS-Term-Start
006820          MOVE TT-EndDate(WS-Term-Sub) TO WS-Term-End
006830     END-IF.
006840 1950-EXIT.
006850     EXIT.
006860
006870****************************************************************
006880* 2000-RELEASE-MISSING - SORT input procedure.  Reads every
006890* ENROLL.DAT row, and for each one in the term with no
006900* GRADES.DAT row under the same key releases a sort record
006910* carrying the student's name and status.
006920****************************************************************
006930 2000-RELEASE-MISSING.
006940     PERFORM 2100-CHECK-ONE-ENROLLMENT THRU 2100-EXIT
006950          UNTIL WS-Enroll-EOF.
006960 2000-EXIT.
006970     EXIT.
006980
006990 2100-CHECK-ONE-ENROLLMENT.
007000     READ EnrollFile NEXT RECORD
007010          AT END
007020              SET WS-Enroll-EOF TO TRUE
007030          NOT AT END
007040              IF EN-TermCode = WS-Lapse-Term
007050                  ADD 1 TO WS-Enrolls-In-Term
007060                  PERFORM 2200-RELEASE-IF-UNGRADED THRU 2200-EXIT
007070              END-IF
007080     END-READ.
007090 2100-EXIT.
007100     EXIT.
007110
007120 2200-RELEASE-IF-UNGRADED.
007130     MOVE EN-StudentId TO GR-StudentId.
007140     MOVE EN-CourseCode TO GR-CourseCode.
007150     MOVE EN-TermCode TO GR-TermCode.
007160     READ GradeFile
007170          INVALID KEY
007180              CONTINUE
007190          NOT INVALID KEY
007200              GO TO 2200-EXIT
007210     END-READ.
007220     MOVE EN-CourseCode TO SW-CourseCode.
007230     MOVE EN-StudentId TO SW-StudentId.
007240     MOVE EN-EnrollDate TO SW-EnrollDate.
007250     MOVE EN-StudentId TO StudentId.
007260     PERFORM 7400-READ-STUDENT THRU 7400-EXIT.
007270     MOVE Surname TO SW-Surname.
007280     MOVE Initials TO SW-Initials.
007290     MOVE EnrollStatus TO SW-Status.
007300     RELEASE SortWorkRecord.
007310 2200-EXIT.
007320     EXIT.
007330
007340****************************************************************
007350* 3000-PRINT-MISSING - SORT output procedure.  Returns the
007360* ungraded enrollments in CourseCode/StudentId order with a
007370* heading and a count for each course.
007380****************************************************************
007390 3000-PRINT-MISSING.
007400     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
007410          UNTIL WS-Sort-EOF.
007420     IF NOT WS-First-Course
007430          PERFORM 3400-PRINT-COURSE-TOTAL THRU 3400-EXIT
007440     END-IF.
007450     IF WS-Missing-Count = ZERO
007460          MOVE "NO MISSING GRADES IN THE TERM" TO MissingLine
007470          WRITE MissingLine
007480     END-IF.
007490 3000-EXIT.
007500     EXIT.
007510
007520 3100-RETURN-AND-PRINT.
007530     RETURN SortWorkFile
007540          AT END
007550              SET WS-Sort-EOF TO TRUE
007560          NOT AT END
007570              IF SW-CourseCode NOT = WS-Prev-Course-Code
007580                  PERFORM 3200-START-COURSE THRU 3200-EXIT
007590              END-IF
007600              PERFORM 3300-PRINT-MISSING-LINE THRU 3300-EXIT
007610     END-RETURN.
007620 3100-EXIT.
007630     EXIT.
007640
007650 3200-START-COURSE.
007660     IF NOT WS-First-Course
007670          PERFORM 3400-PRINT-COURSE-TOTAL THRU 3400-EXIT
007680     END-IF.
007690     SET WS-Not-First-Course TO TRUE.
007700     MOVE ZERO TO WS-Course-Missing.
007710     MOVE SW-CourseCode TO WS-Prev-Course-Code.
007720     MOVE SW-CourseCode TO CH-CourseCode.
007730     MOVE SPACES TO CH-Description.
007740     SET CT-NotFound TO TRUE.
007750     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
007760          VARYING CT-Idx FROM 1 BY 1
007770          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
007780     WRITE MissingLine FROM WS-Course-Heading.
007790     WRITE MissingLine FROM WS-Missing-Column-Heading.
007800 3200-EXIT.
007810     EXIT.
007820
007830 3300-PRINT-MISSING-LINE.
007840     MOVE SW-StudentId TO MD-StudentId.
007850     MOVE SW-Surname TO MD-Surname.
007860     MOVE SW-Initials TO MD-Initials.
007870     MOVE SW-Status TO MD-Status.
007880     MOVE SW-EnrollDate TO MD-EnrollDate.
007890     WRITE MissingLine FROM WS-Missing-Detail-Line.
007900     ADD 1 TO WS-Course-Missing.
007910     ADD 1 TO WS-Missing-Count.
007920 3300-EXIT.
007930     EXIT.
007940
007950 3400-PRINT-COURSE-TOTAL.
007960     MOVE WS-Course-Missing TO CM-Missing.
007970     WRITE MissingLine FROM WS-Course-Total-Line.
007980     WRITE MissingLine FROM WS-Blank-Line.
007990 3400-EXIT.
008000     EXIT.
008010
008020****************************************************************
008030* 4000-LAPSE-INCOMPLETES - walk GRADES.DAT for the term's
008040* I grades.  Each is registered; once the grace period has
008050* run out a Lapse run rewrites it to F and audits it, and a
008060* Report-only run shows what the next Lapse run will do.
008070****************************************************************
008080 4000-LAPSE-INCOMPLETES.
008090     MOVE LOW-VALUES TO GR-GradeKey.
008100     START GradeFile KEY NOT < GR-GradeKey
008110          INVALID KEY
008120              SET WS-Grade-EOF TO TRUE
008130     END-START.
008140     PERFORM 4100-CHECK-ONE-GRADE THRU 4100-EXIT
008150          UNTIL WS-Grade-EOF.
008160 4000-EXIT.
008170     EXIT.
008180
008190 4100-CHECK-ONE-GRADE.
008200     READ GradeFile NEXT RECORD
008210          AT END
008220              SET WS-Grade-EOF TO TRUE
008230              GO TO 4100-EXIT
008240     END-READ.
008250     IF GR-TermCode NOT = WS-Lapse-Term
008260          OR GR-Grade(1:1) NOT = "I"
008270          GO TO 4100-EXIT
008280     END-IF.
008290     ADD 1 TO WS-Incompletes.
008300     MOVE GR-StudentId TO LD-StudentId.
008310     MOVE GR-CourseCode TO LD-CourseCode.
008320     MOVE GR-Grade TO LD-Grade.
008330     MOVE GR-GradeDate TO LD-GradeDate.
008340     EVALUATE TRUE
008350          WHEN NOT WS-Lapse-Due
008360              MOVE "NOT YET DUE" TO WS-Action-Text
008370          WHEN WS-Is-Report-Only
008380              ADD 1 TO WS-Due-Count
008390              MOVE "WILL LAPSE TO F" TO WS-Action-Text
008400          WHEN OTHER
008410              ADD 1 TO WS-Due-Count
008420              PERFORM 4200-LAPSE-ONE-GRADE THRU 4200-EXIT
008430     END-EVALUATE.
008440     MOVE GR-StudentId TO StudentId.
008450     PERFORM 7400-READ-STUDENT THRU 7400-EXIT.
008460     MOVE Surname TO LD-Surname.
008470     MOVE Initials TO LD-Initials.
008480     MOVE WS-Action-Text TO LD-Action.
008490     WRITE LapseLine FROM WS-Lapse-Detail-Line.
008500 4100-EXIT.
008510     EXIT.
008520
008530****************************************************************
008540* 4200-LAPSE-ONE-GRADE - the I becomes F dated today, with
008550* a GRADE row on AUDIT.DAT for the course and term.
008560****************************************************************
008570 4200-LAPSE-ONE-GRADE.
008580     MOVE WS-Lapse-Grade TO GR-Grade.
008590     MOVE WS-Today TO GR-GradeDate.
008600     REWRITE GradeDetails
008610          INVALID KEY
008620              MOVE "REWRITE FAILED" TO WS-Action-Text
008630              GO TO 4200-EXIT
008640     END-REWRITE.
008650     ADD 1 TO WS-Lapsed-Count.
008660     MOVE "LAPSED TO F" TO WS-Action-Text.
008670     MOVE GR-StudentId TO AU-StudentId.
008680     SET AU-IsGrade TO TRUE.
008690     MOVE GR-CourseCode TO AU-CourseCode.
008700     MOVE GR-TermCode TO AU-TermCode.
008710     MOVE WS-Operator-Id TO AU-OperatorId.
008720     ACCEPT AU-ActionDate FROM DATE YYYYMMDD.
008730     ACCEPT AU-ActionTime FROM TIME.
008740     WRITE AuditDetails.
008750 4200-EXIT.
008760     EXIT.
008770
008780****************************************************************
008790* 7100-FIND-TERM - look WS-Find-Term up in the term table.
008800****************************************************************
008810 7100-FIND-TERM.
008820     MOVE "N" TO WS-Term-Found-Sw.
008830     PERFORM 7150-MATCH-TERM THRU 7150-EXIT
008840          VARYING WS-Term-Sub FROM 1 BY 1
008850          UNTIL WS-Term-Sub > WS-Term-Count OR WS-Term-Found.
008860 7100-EXIT.
008870     EXIT.
008880
008890 7150-MATCH-TERM.
008900     IF TT-TermCode(WS-Term-Sub) = WS-Find-Term
008910          SET WS-Term-Found TO TRUE
008920          MOVE WS-Term-Sub TO WS-Term-Slot
008930     END-IF.
008940 7150-EXIT.
008950     EXIT.
008960
008970****************************************************************
008980* 7300-DATE-TO-DAYS - WS-Calc-Date (YYYYMMDD) to a running
008990* day number in WS-Day-Number.  March is taken as the first
009000* month so February's leap day falls at the end of the year;
009010* each division is its own step so it truncates.
009020****************************************************************
009030 7300-DATE-TO-DAYS.
009040     IF WS-Calc-Month > 2
009050          MOVE WS-Calc-Year TO WS-Calc-Y
009060          COMPUTE WS-Calc-M = WS-Calc-Month - 3
009070     ELSE
009080          COMPUTE WS-Calc-Y = WS-Calc-Year - 1
009090          COMPUTE WS-Calc-M = WS-Calc-Month + 9
009100     END-IF.
009110     COMPUTE WS-Calc-Work = 153 * WS-Calc-M + 2.
009120     DIVIDE WS-Calc-Work BY 5 GIVING WS-Day-Number.
009130     ADD WS-Calc-Day TO WS-Day-Number.
009140     COMPUTE WS-Day-Number = WS-Day-Number + 365 * WS-Calc-Y.
009150     DIVIDE WS-Calc-Y BY 4 GIVING WS-Calc-Work.
009160     ADD WS-Calc-Work TO WS-Day-Number.
009170     DIVIDE WS-Calc-Y BY 100 GIVING WS-Calc-Work.
009180     SUBTRACT WS-Calc-Work FROM WS-Day-Number.
009190     DIVIDE WS-Calc-Y BY 400 GIVING WS-Calc-Work.
009200     ADD WS-Calc-Work TO WS-Day-Number.
009210 7300-EXIT.
009220     EXIT.
009230
009240****************************************************************
009250* 7350-DAYS-TO-DATE - the reverse of 7300: WS-Day-Number back
009260* to WS-Calc-Date, working out the 400-year cycle, the
009270* century, the four-year cycle, and the day within it.
009280****************************************************************
009290 7350-DAYS-TO-DATE.
009300     COMPUTE WS-Calc-Work = WS-Day-Number - 1.
009310     DIVIDE WS-Calc-Work BY 146097 GIVING WS-Calc-A
009320          REMAINDER WS-Calc-B.
009330     DIVIDE WS-Calc-B BY 36524 GIVING WS-Calc-C.
009340     IF WS-Calc-C > 3
009350          MOVE 3 TO WS-Calc-C
009360     END-IF.
009370     COMPUTE WS-Calc-B = WS-Calc-B - 36524 * WS-Calc-C.
009380     DIVIDE WS-Calc-B BY 1461 GIVING WS-Calc-D
009390          REMAINDER WS-Calc-B.
009400     DIVIDE WS-Calc-B BY 365 GIVING WS-Calc-E.
009410     IF WS-Calc-E > 3
009420          MOVE 3 TO WS-Calc-E
009430     END-IF.
009440     COMPUTE WS-Calc-B = WS-Calc-B - 365 * WS-Calc-E.
009450     COMPUTE WS-Calc-Y = 400 * WS-Calc-A + 100 * WS-Calc-C
009460          + 4 * WS-Calc-D + WS-Calc-E.
009470     COMPUTE WS-Calc-Work = 5 * WS-Calc-B + 2.
009480     DIVIDE WS-Calc-Work BY 153 GIVING WS-Calc-M.
009490     COMPUTE WS-Calc-Work = 153 * WS-Calc-M + 2.
009500     DIVIDE WS-Calc-Work BY 5 GIVING WS-Calc-Work.
009510     COMPUTE WS-Calc-Day = WS-Calc-B - WS-Calc-Work + 1.
009520     IF WS-Calc-M < 10
009530          COMPUTE WS-Calc-Month = WS-Calc-M + 3
009540          MOVE WS-Calc-Y TO WS-Calc-Year
009550     ELSE
009560          COMPUTE WS-Calc-Month = WS-Calc-M - 9
009570          COMPUTE WS-Calc-Year = WS-Calc-Y + 1
009580     END-IF.
009590 7350-EXIT.
009600     EXIT.
009610
009620****************************************************************
009630* 7400-READ-STUDENT - the master row for StudentId, or a
009640* blank name and status when it is gone.
009650****************************************************************
009660 7400-READ-STUDENT.
009670     IF WS-Students-Missing
009680          MOVE SPACES TO Surname Initials EnrollStatus
009690          GO TO 7400-EXIT
009700     END-IF.
009710     READ StudentFile
009720          INVALID KEY
009730              MOVE "*NONE*" TO Surname
009740              MOVE SPACES TO Initials EnrollStatus
009750     END-READ.
009760 7400-EXIT.
009770     EXIT.
009780
009790 7510-SEARCH-COURSE-TABLE.
009800     IF SW-CourseCode = CT-Code(CT-Idx)
009810          SET CT-Found TO TRUE
009820          MOVE CT-Description(CT-Idx) TO CH-Description
009830     END-IF.
009840 7510-EXIT.
009850     EXIT.
009860
009870****************************************************************
009880* 8000-TERMINATE - totals on both reports, then close up.
009890****************************************************************
009900 8000-TERMINATE.
009910     WRITE MissingLine FROM WS-Blank-Line.
009920     MOVE "ENROLLMENTS IN TERM       : " TO TO-Label.
009930     MOVE WS-Enrolls-In-Term TO TO-Count.
009940     WRITE MissingLine FROM WS-Total-Line.
009950     MOVE "ENROLLMENTS WITH NO GRADE : " TO TO-Label.
009960     MOVE WS-Missing-Count TO TO-Count.
009970     WRITE MissingLine FROM WS-Total-Line.
009980     WRITE LapseLine FROM WS-Blank-Line.
009990     MOVE "INCOMPLETE GRADES IN TERM : " TO TO-Label.
010000     MOVE WS-Incompletes TO TO-Count.
010010     WRITE LapseLine FROM WS-Total-Line.
010020     MOVE "PAST THE GRACE PERIOD     : " TO TO-Label.
010030     MOVE WS-Due-Count TO TO-Count.
010040     WRITE LapseLine FROM WS-Total-Line.
010050     MOVE "LAPSED TO F ON THIS RUN   : " TO TO-Label.
010060     MOVE WS-Lapsed-Count TO TO-Count.
010070     WRITE LapseLine FROM WS-Total-Line.
010080     CLOSE GradeFile.
010090     IF WS-Enrolls-Open
010100          CLOSE EnrollFile
010110     END-IF.
010120     IF WS-Students-Open
010130          CLOSE StudentFile
010140     END-IF.
010150     IF WS-Is-Lapse
010160          CLOSE AuditFile
010170     END-IF.
010180     CLOSE MissingFile.
010190     CLOSE LapseFile.
010200     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
010210     DISPLAY WS-Missing-Count " MISSING GRADE(S) ON MISSGRD.RPT, "
010220          WS-Incompletes " INCOMPLETE(S) ON LAPSE.RPT".
010230     DISPLAY WS-Lapsed-Count " GRADE(S) LAPSED TO F".
010240     DISPLAY "GRADELAPSE COMPLETE".
010250 8000-EXIT.
010260     EXIT.
010270
010280 8900-LOG-RUN-END.
010290     MOVE "GRDLAPSE" TO RL-ProgramId.
010300     SET RL-IsEnd TO TRUE.
010310     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
010320     ACCEPT RL-LogTime FROM TIME.
010330     MOVE WS-Enrolls-In-Term TO RL-RecordsRead.
010340     MOVE WS-Lapsed-Count TO RL-RecordsWritten.
010350     MOVE WS-Missing-Count TO RL-RecordsRejected.
010360     SET RL-IsOk TO TRUE.
010370     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
010380 8900-EXIT.
010390     EXIT.
010400
010410****************************************************************
010420* 8950-LOG-RUN-FAIL - END row with FAIL status for a
010430* startup abort, so the run log records why the run
010440* never did its work.
010450****************************************************************
010460 8950-LOG-RUN-FAIL.
010470     MOVE "GRDLAPSE" TO RL-ProgramId.
010480     SET RL-IsEnd TO TRUE.
010490     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
010500     ACCEPT RL-LogTime FROM TIME.
010510     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
010520          RL-RecordsRejected.
010530     SET RL-IsFail TO TRUE.
010540     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
010550 8950-EXIT.
010560     EXIT.
