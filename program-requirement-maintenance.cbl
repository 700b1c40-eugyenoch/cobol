000100****************************************************************
000110* Program: ProgReqMaint
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Maintain PROGREQS.DAT, the indexed program
000160*          completion master keyed on the primary CourseCode
000170*          that names a program - add the list of required
000180*          courses (up to twelve, each with a minimum grade)
000190*          and the number of courses a student must pass to
000200*          complete the program, change or delete them, or
000210*          inquire on one.  GradAudit checks every Active
000220*          student against this master before graduation.
000230*          Every add/change/delete is logged to PGMAUDIT.DAT
000240*          with operator id and time.
000250****************************************************************
000260* Maintenance History
000270* --------------------------------------------------
000280* 10/15/2026  EE  Original version.
000290****************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      ProgReqMaint.
000330 AUTHOR.          EUGY ENOCH.
000340 INSTALLATION.    REGISTRARS OFFICE.
000350 DATE-WRITTEN.    10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ProgReqFile ASSIGN TO "PROGREQS.DAT"
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS DYNAMIC
000440          RECORD KEY IS PG-ProgramCode
000450          FILE STATUS IS WS-ProgReq-Status.
000460
000470     SELECT ProgReqAuditFile ASSIGN TO "PGMAUDIT.DAT"
000480          ORGANIZATION IS LINE SEQUENTIAL
000490          FILE STATUS IS WS-PgmAudit-Status.
000500
000510     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS SEQUENTIAL
000540          RECORD KEY IS CO-CourseCode
000550          FILE STATUS IS WS-Course-Status.
000560
000570     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000580          ORGANIZATION IS INDEXED
000590          ACCESS MODE IS DYNAMIC
000600          RECORD KEY IS OP-OperatorId
000610          FILE STATUS IS WS-Oper-File-Status.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ProgReqFile.
000660     COPY "program-requirement-record.cpy".
000670
000680 FD  ProgReqAuditFile.
000690     COPY "program-requirement-audit-record.cpy".
000700
000710 FD  CourseFile.
000720     COPY "course-record.cpy".
000730
000740 FD  OperatorFile.
000750     COPY "operator-record.cpy".
000760
000770 WORKING-STORAGE SECTION.
000780 COPY "course-table.cpy".
000790 COPY "grade-point-table.cpy".
000800
000810 01  WS-Status-Group.
000820     02  WS-ProgReq-Status   PIC XX.
000830          88  WS-ProgReq-Ok       VALUE "00".
000840          88  WS-ProgReq-NotFnd   VALUE "35".
000850     02  WS-PgmAudit-Status  PIC XX.
000860     02  WS-Course-Status    PIC XX.
000870     02  WS-Oper-File-Status PIC XX.
000880
000890 01  WS-Switches.
000900     02  WS-Stop-Switch      PIC X     VALUE "N".
000910          88  WS-Stop                 VALUE "Y".
000920     02  WS-Found-Switch     PIC X     VALUE "N".
000930          88  WS-Record-Found         VALUE "Y".
000940          88  WS-Record-Not-Found     VALUE "N".
000950     02  WS-Valid-Switch     PIC X     VALUE "Y".
000960          88  WS-Valid-Entry          VALUE "Y".
000970          88  WS-Invalid-Entry        VALUE "N".
000980     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
000990          88  WS-Course-EOF           VALUE "Y".
001000     02  WS-Keying-Done-Sw   PIC X     VALUE "N".
001010          88  WS-Keying-Done          VALUE "Y".
001020
001030 01  WS-Action-Code        PIC X.
001040     88  WS-Is-Add                VALUE "A" "a".
001050     88  WS-Is-Change             VALUE "C" "c".
001060     88  WS-Is-Delete             VALUE "D" "d".
001070     88  WS-Is-Inquire            VALUE "I" "i".
001080     88  WS-Is-Exit               VALUE "X" "x".
001090
001100 01  WS-Search-Code         PIC X(4).
001110 01  WS-Confirm-Code        PIC X.
001120     88  WS-Confirmed              VALUE "Y" "y".
001130 01  WS-New-ReqCourse       PIC X(4).
001140 01  WS-New-MinGrade        PIC X(2).
001150 01  WS-Needed-Entry        PIC X(2).
001160 01  WS-Check-Course        PIC X(4).
001170 01  WS-Check-Grade         PIC X(2).
001180 01  WS-Matched-Idx         PIC 9(2)  COMP VALUE ZERO.
001190 01  WS-Slot-Sub            PIC 9(2)  COMP VALUE ZERO.
001200 01  WS-Dup-Sub             PIC 9(2)  COMP VALUE ZERO.
001210 01  WS-Slot-Display        PIC 9(2).
001220 01  WS-Show-Description    PIC X(20).
001230 01  WS-Error-Message       PIC X(60).
001240 01  WS-Operator-Id         PIC X(8).
001250 01  WS-SignOn-Password     PIC X(8).
001260 01  WS-Oper-Authority      PIC X.
001270     88  WS-Oper-Supervisor       VALUE "S".
001280
001290****************************************************************
001300* The requirements being keyed or changed are built here
001310* first and only moved onto ProgramReqDetails once every
001320* entry has passed its edit checks, so a rejected entry
001330* leaves the master exactly as it was.
001340****************************************************************
001350 01  WS-Work-Reqs.
001360     02  WS-Work-Entry OCCURS 12 TIMES.
001370          03  WS-Work-ReqCourse PIC X(4).
001380          03  WS-Work-MinGrade  PIC X(2).
001390 01  WS-Work-Count          PIC 9(2)  COMP VALUE ZERO.
001400 01  WS-Work-Needed         PIC 9(2)  VALUE ZERO.
001410 01  WS-Max-Reqs            PIC 9(2)  COMP VALUE 12.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001470          UNTIL WS-Stop.
001480     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001490     STOP RUN.
001500
001510 1000-INITIALIZE.
001520     OPEN I-O ProgReqFile.
001530     IF WS-ProgReq-NotFnd
001540          OPEN OUTPUT ProgReqFile
001550          CLOSE ProgReqFile
001560          OPEN I-O ProgReqFile
001570     END-IF.
001580     OPEN EXTEND ProgReqAuditFile.
001590     IF WS-PgmAudit-Status = "35"
001600          OPEN OUTPUT ProgReqAuditFile
001610          CLOSE ProgReqAuditFile
001620          OPEN EXTEND ProgReqAuditFile
001630     END-IF.
001640     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
001650     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
001660     DISPLAY "PROGREQMAINT - PROGRAM COMPLETION REQUIREMENTS".
001670 1000-EXIT.
001680     EXIT.
001690
001700****************************************************************
001710* 1700-SIGN-ON - verify the operator against the
001720* OPERATOR.DAT master: the id must be on file and
001730* active and the password must match, or the run ends
001740* here.
001750****************************************************************
001760 1700-SIGN-ON.
001770     OPEN INPUT OperatorFile.
001780     IF WS-Oper-File-Status NOT = "00"
001790          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
001800              "RUN OPERMAINT FIRST"
001810          CLOSE ProgReqFile
001820          CLOSE ProgReqAuditFile
001830          STOP RUN
001840     END-IF.
001850     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
001860     ACCEPT WS-Operator-Id.
001870     MOVE WS-Operator-Id TO OP-OperatorId.
001880     READ OperatorFile
001890          INVALID KEY
001900              DISPLAY "*** UNKNOWN OPERATOR ID - "
001910                  "SIGN-ON REJECTED"
001920              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
001930     END-READ.
001940     IF NOT OP-IsActive
001950          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
001960              "SIGN-ON REJECTED"
001970          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
001980     END-IF.
001990     DISPLAY "Enter Password: " WITH NO ADVANCING.
002000     ACCEPT WS-SignOn-Password.
002010     IF WS-SignOn-Password NOT = OP-Password
002020          DISPLAY "*** PASSWORD DOES NOT MATCH - "
002030              "SIGN-ON REJECTED"
002040          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
002050     END-IF.
002060     MOVE OP-Authority TO WS-Oper-Authority.
002070     CLOSE OperatorFile.
002080 1700-EXIT.
002090     EXIT.
002100
002110 1790-SIGN-OFF-AND-STOP.
002120     CLOSE OperatorFile.
002130     CLOSE ProgReqFile.
002140     CLOSE ProgReqAuditFile.
002150     STOP RUN.
002160 1790-EXIT.
002170     EXIT.
002180
002190****************************************************************
002200* 1800-LOAD-COURSE-TABLE - fill the in-memory course
002210* table from the COURSES.DAT master.  The program code
002220* and every required course must be on the master, so a
002230* missing or empty file stops the run.
002240****************************************************************
002250 1800-LOAD-COURSE-TABLE.
002260     OPEN INPUT CourseFile.
002270     IF WS-Course-Status NOT = "00"
002280          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
002290              "RUN COURSEMAINT FIRST"
002300          CLOSE ProgReqFile
002310          CLOSE ProgReqAuditFile
002320          MOVE 8 TO RETURN-CODE
002330          STOP RUN
002340     END-IF.
002350     PERFORM 1850-LOAD-ONE-COURSE THRU 1850-EXIT
002360          UNTIL WS-Course-EOF.
002370     CLOSE CourseFile.
002380     IF CT-NumEntries = ZERO
002390          DISPLAY "*** NO COURSES ON COURSES.DAT - "
002400              "RUN COURSEMAINT FIRST"
002410          CLOSE ProgReqFile
002420          CLOSE ProgReqAuditFile
002430          MOVE 8 TO RETURN-CODE
002440          STOP RUN
002450     END-IF.
002460 1800-EXIT.
002470     EXIT.
002480
002490 1850-LOAD-ONE-COURSE.
002500     READ CourseFile NEXT RECORD
002510          AT END
002520              SET WS-Course-EOF TO TRUE
002530          NOT AT END
002540              IF CT-NumEntries < CT-Max-Entries
002550                  ADD 1 TO CT-NumEntries
002560                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
002570                  MOVE CO-Description
002580                      TO CT-Description(CT-NumEntries)
002590                  MOVE CO-Active TO CT-Active(CT-NumEntries)
002600                  MOVE CO-MaxSeats
002610                      TO CT-MaxSeats(CT-NumEntries)
002620                  MOVE CO-FeeAmount
002630                      TO CT-FeeAmount(CT-NumEntries)
002640              ELSE
002650                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
002660                      "ENTRIES IGNORED"
002670                  SET WS-Course-EOF TO TRUE
002680              END-IF
002690     END-READ.
002700 1850-EXIT.
002710     EXIT.
002720
002730****************************************************************
002740* 2000-PROCESS-TRANSACTION - get an action code and
002750* dispatch to the paragraph that handles it.
002760****************************************************************
002770 2000-PROCESS-TRANSACTION.
002780     PERFORM 2100-GET-ACTION THRU 2100-EXIT.
002790     IF WS-Stop
002800          GO TO 2000-EXIT
002810     END-IF.
002820     EVALUATE TRUE
002830          WHEN WS-Is-Add
002840              PERFORM 3000-ADD-REQUIREMENTS THRU 3000-EXIT
002850          WHEN WS-Is-Change
002860              PERFORM 4000-CHANGE-REQUIREMENTS THRU 4000-EXIT
002870          WHEN WS-Is-Delete
002880              PERFORM 5000-DELETE-REQUIREMENTS THRU 5000-EXIT
002890          WHEN WS-Is-Inquire
002900              PERFORM 6000-INQUIRE-REQUIREMENTS THRU 6000-EXIT
002910          WHEN OTHER
002920              DISPLAY "*** INVALID ACTION - USE A,C,D,I,X"
002930     END-EVALUATE.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-GET-ACTION.
002980     DISPLAY "Action (A-Add,C-Change,D-Delete,I-Inquire,"
002990          "X-Exit): " WITH NO ADVANCING.
003000     ACCEPT WS-Action-Code.
003010     IF WS-Is-Exit
003020          SET WS-Stop TO TRUE
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060
003070****************************************************************
003080* 3000-ADD-REQUIREMENTS - accept the required courses and
003090* the courses-needed figure for a program that has none
003100* yet, edit check every entry, and write it to
003110* PROGREQS.DAT.  A program may list no required courses
003120* and only a number of courses to pass.
003130****************************************************************
003140 3000-ADD-REQUIREMENTS.
003150     IF NOT WS-Oper-Supervisor
003160          DISPLAY "*** ADD REQUIRES SUPERVISOR AUTHORITY"
003170          GO TO 3000-EXIT
003180     END-IF.
003190     DISPLAY "Enter Program code (4 chars): "
003200          WITH NO ADVANCING.
003210     ACCEPT WS-Search-Code.
003220     MOVE WS-Search-Code TO WS-Check-Course.
003230     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
003240     IF CT-NotFound
003250          DISPLAY "*** " WS-Search-Code
003260              " IS NOT ON COURSES.DAT - NOT ADDED"
003270          GO TO 3000-EXIT
003280     END-IF.
003290     MOVE SPACES TO WS-Work-Reqs.
003300     MOVE ZERO TO WS-Work-Count.
003310     MOVE ZERO TO WS-Work-Needed.
003320     SET WS-Valid-Entry TO TRUE.
003330     MOVE "N" TO WS-Keying-Done-Sw.
003340     PERFORM 3100-KEY-ONE-REQUIREMENT THRU 3100-EXIT
003350          UNTIL WS-Keying-Done
003360          OR WS-Work-Count = WS-Max-Reqs.
003370     IF WS-Invalid-Entry
003380          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
003390          GO TO 3000-EXIT
003400     END-IF.
003410     DISPLAY "Courses needed to complete (2 digits, blank "
003420          "for the required courses only): " WITH NO ADVANCING.
003430     ACCEPT WS-Needed-Entry.
003440     IF WS-Needed-Entry = SPACES
003450          MOVE WS-Work-Count TO WS-Work-Needed
003460     ELSE
003470          PERFORM 7400-VALIDATE-NEEDED THRU 7400-EXIT
003480     END-IF.
003490     IF WS-Invalid-Entry
003500          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
003510          GO TO 3000-EXIT
003520     END-IF.
003530     IF WS-Work-Needed = ZERO
003540          DISPLAY "*** NO REQUIREMENTS KEYED - NOT ADDED"
003550          GO TO 3000-EXIT
003560     END-IF.
003570     MOVE WS-Search-Code TO PG-ProgramCode.
003580     PERFORM 7300-MOVE-WORK-TO-RECORD THRU 7300-EXIT.
003590     WRITE ProgramReqDetails
003600          INVALID KEY
003610              DISPLAY "*** " WS-Search-Code " ALREADY HAS "
003620                  "REQUIREMENTS - USE CHANGE"
003630          NOT INVALID KEY
003640              DISPLAY "REQUIREMENTS FOR " PG-ProgramCode " ADDED"
003650              PERFORM 7100-WRITE-ADD-AUDIT THRU 7100-EXIT
003660     END-WRITE.
003670 3000-EXIT.
003680     EXIT.
003690
003700 3100-KEY-ONE-REQUIREMENT.
003710     COMPUTE WS-Slot-Display = WS-Work-Count + 1.
003720     DISPLAY "Required course " WS-Slot-Display
003730          " code, blank to finish: " WITH NO ADVANCING.
003740     ACCEPT WS-New-ReqCourse.
003750     IF WS-New-ReqCourse = SPACES
003760          SET WS-Keying-Done TO TRUE
003770          GO TO 3100-EXIT
003780     END-IF.
003790     DISPLAY "Minimum grade in " WS-New-ReqCourse
003800          " (A+ through D-): " WITH NO ADVANCING.
003810     ACCEPT WS-New-MinGrade.
003820     PERFORM 7600-VALIDATE-REQUIREMENT THRU 7600-EXIT.
003830     IF WS-Invalid-Entry
003840          SET WS-Keying-Done TO TRUE
003850          GO TO 3100-EXIT
003860     END-IF.
003870     ADD 1 TO WS-Work-Count.
003880     MOVE WS-New-ReqCourse TO WS-Work-ReqCourse(WS-Work-Count).
003890     MOVE WS-New-MinGrade TO WS-Work-MinGrade(WS-Work-Count).
003900 3100-EXIT.
003910     EXIT.
003920
003930****************************************************************
003940* 4000-CHANGE-REQUIREMENTS - walk the twelve slots of an
003950* existing program: a filled slot can be kept (blank),
003960* replaced (a new course code), or removed ("*"); an
003970* empty slot can take a new entry.  The courses-needed
003980* figure is then kept (blank) or rekeyed.  The list is
003990* closed up on rewrite.  The ProgramCode key is
004000* immutable; to remove a program use Delete.
004010****************************************************************
004020 4000-CHANGE-REQUIREMENTS.
004030     IF NOT WS-Oper-Supervisor
004040          DISPLAY "*** CHANGE REQUIRES SUPERVISOR AUTHORITY"
004050          GO TO 4000-EXIT
004060     END-IF.
004070     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
004080     IF WS-Record-Not-Found
004090          DISPLAY "*** NO REQUIREMENTS ON FILE FOR: "
004100              WS-Search-Code
004110          GO TO 4000-EXIT
004120     END-IF.
004130     PERFORM 6100-SHOW-REQUIREMENTS THRU 6100-EXIT.
004140     MOVE SPACES TO WS-Work-Reqs.
004150     MOVE ZERO TO WS-Work-Count.
004160     SET WS-Valid-Entry TO TRUE.
004170     PERFORM 4100-CHANGE-ONE-SLOT THRU 4100-EXIT
004180          VARYING WS-Slot-Sub FROM 1 BY 1
004190          UNTIL WS-Slot-Sub > WS-Max-Reqs OR WS-Invalid-Entry.
004200     IF WS-Invalid-Entry
004210          DISPLAY "*** " WS-Error-Message " - NOT CHANGED"
004220          GO TO 4000-EXIT
004230     END-IF.
004240     DISPLAY "Courses needed, blank to keep " PG-CoursesNeeded
004250          ": " WITH NO ADVANCING.
004260     ACCEPT WS-Needed-Entry.
004270     IF WS-Needed-Entry = SPACES
004280          MOVE PG-CoursesNeeded TO WS-Work-Needed
004290          IF WS-Work-Needed < WS-Work-Count
004300              MOVE WS-Work-Count TO WS-Work-Needed
004310          END-IF
004320     ELSE
004330          PERFORM 7400-VALIDATE-NEEDED THRU 7400-EXIT
004340     END-IF.
004350     IF WS-Invalid-Entry
004360          DISPLAY "*** " WS-Error-Message " - NOT CHANGED"
004370          GO TO 4000-EXIT
004380     END-IF.
004390     IF WS-Work-Needed = ZERO
004400          DISPLAY "*** NO REQUIREMENTS LEFT - USE DELETE "
004410              "TO REMOVE " PG-ProgramCode
004420          GO TO 4000-EXIT
004430     END-IF.
004440     PERFORM 7300-MOVE-WORK-TO-RECORD THRU 7300-EXIT.
004450     REWRITE ProgramReqDetails
004460          INVALID KEY
004470              DISPLAY "*** REWRITE FAILED FOR: " PG-ProgramCode
004480          NOT INVALID KEY
004490              DISPLAY "REQUIREMENTS FOR " PG-ProgramCode
004500                  " CHANGED"
004510              PERFORM 7150-WRITE-CHANGE-AUDIT THRU 7150-EXIT
004520     END-REWRITE.
004530 4000-EXIT.
004540     EXIT.
004550
004560 4100-CHANGE-ONE-SLOT.
004570     MOVE WS-Slot-Sub TO WS-Slot-Display.
004580     IF WS-Slot-Sub > PG-NumReqs
004590          DISPLAY "Slot " WS-Slot-Display " (empty) - course "
004600              "code, blank to leave empty: " WITH NO ADVANCING
004610          ACCEPT WS-New-ReqCourse
004620          IF WS-New-ReqCourse = SPACES
004630              GO TO 4100-EXIT
004640          END-IF
004650          DISPLAY "Minimum grade in " WS-New-ReqCourse
004660              " (A+ through D-): " WITH NO ADVANCING
004670          ACCEPT WS-New-MinGrade
004680     ELSE
004690          DISPLAY "Slot " WS-Slot-Display " ("
004700              PG-ReqCourse(WS-Slot-Sub) " MIN "
004710              PG-MinGrade(WS-Slot-Sub) ") - new course, blank "
004720              "to keep, * to remove: " WITH NO ADVANCING
004730          ACCEPT WS-New-ReqCourse
004740          IF WS-New-ReqCourse = "*"
004750              GO TO 4100-EXIT
004760          END-IF
004770          IF WS-New-ReqCourse = SPACES
004780              MOVE PG-ReqCourse(WS-Slot-Sub) TO WS-New-ReqCourse
004790              DISPLAY "Minimum grade, blank to keep "
004800                  PG-MinGrade(WS-Slot-Sub) ": " WITH NO ADVANCING
004810              ACCEPT WS-New-MinGrade
004820              IF WS-New-MinGrade = SPACES
004830                  MOVE PG-MinGrade(WS-Slot-Sub) TO WS-New-MinGrade
004840              END-IF
004850          ELSE
004860              DISPLAY "Minimum grade in " WS-New-ReqCourse
004870                  " (A+ through D-): " WITH NO ADVANCING
004880              ACCEPT WS-New-MinGrade
004890          END-IF
004900     END-IF.
004910     PERFORM 7600-VALIDATE-REQUIREMENT THRU 7600-EXIT.
004920     IF WS-Invalid-Entry
004930          GO TO 4100-EXIT
004940     END-IF.
004950     ADD 1 TO WS-Work-Count.
004960     MOVE WS-New-ReqCourse TO WS-Work-ReqCourse(WS-Work-Count).
004970     MOVE WS-New-MinGrade TO WS-Work-MinGrade(WS-Work-Count).
004980 4100-EXIT.
004990     EXIT.
005000
005010****************************************************************
005020* 5000-DELETE-REQUIREMENTS - remove a program's row after
005030* the operator confirms; GradAudit then lists its
005040* students as having no requirements on file.
005050****************************************************************
005060 5000-DELETE-REQUIREMENTS.
005070     IF NOT WS-Oper-Supervisor
005080          DISPLAY "*** DELETE REQUIRES SUPERVISOR AUTHORITY"
005090          GO TO 5000-EXIT
005100     END-IF.
005110     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
005120     IF WS-Record-Not-Found
005130          DISPLAY "*** NO REQUIREMENTS ON FILE FOR: "
005140              WS-Search-Code
005150          GO TO 5000-EXIT
005160     END-IF.
005170     PERFORM 6100-SHOW-REQUIREMENTS THRU 6100-EXIT.
005180     DISPLAY "DELETE ALL REQUIREMENTS FOR " PG-ProgramCode
005190          " - CONFIRM Y/N: " WITH NO ADVANCING.
005200     ACCEPT WS-Confirm-Code.
005210     IF NOT WS-Confirmed
005220          DISPLAY "DELETE CANCELLED"
005230          GO TO 5000-EXIT
005240     END-IF.
005250     DELETE ProgReqFile
005260          INVALID KEY
005270              DISPLAY "*** DELETE FAILED FOR: " PG-ProgramCode
005280          NOT INVALID KEY
005290              DISPLAY "REQUIREMENTS FOR " PG-ProgramCode
005300                  " DELETED"
005310              PERFORM 7175-WRITE-DELETE-AUDIT THRU 7175-EXIT
005320     END-DELETE.
005330 5000-EXIT.
005340     EXIT.
005350
005360****************************************************************
005370* 6000-INQUIRE-REQUIREMENTS - display one program, no
005380* update.
005390****************************************************************
005400 6000-INQUIRE-REQUIREMENTS.
005410     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
005420     IF WS-Record-Not-Found
005430          DISPLAY "NO REQUIREMENTS ON FILE FOR: "
005440              WS-Search-Code
005450          GO TO 6000-EXIT
005460     END-IF.
005470     PERFORM 6100-SHOW-REQUIREMENTS THRU 6100-EXIT.
005480 6000-EXIT.
005490     EXIT.
005500
005510 6100-SHOW-REQUIREMENTS.
005520     MOVE PG-ProgramCode TO WS-Check-Course.
005530     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
005540     DISPLAY "PROGRAM: " PG-ProgramCode " " WS-Show-Description
005550          " COURSES NEEDED: " PG-CoursesNeeded
005560          " REQUIRED: " PG-NumReqs.
005570     PERFORM 6150-SHOW-ONE-REQUIREMENT THRU 6150-EXIT
005580          VARYING WS-Slot-Sub FROM 1 BY 1
005590          UNTIL WS-Slot-Sub > PG-NumReqs.
005600 6100-EXIT.
005610     EXIT.
005620
005630 6150-SHOW-ONE-REQUIREMENT.
005640     MOVE WS-Slot-Sub TO WS-Slot-Display.
005650     MOVE PG-ReqCourse(WS-Slot-Sub) TO WS-Check-Course.
005660     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
005670     DISPLAY "  " WS-Slot-Display ". " PG-ReqCourse(WS-Slot-Sub)
005680          " " WS-Show-Description " MIN GRADE "
005690          PG-MinGrade(WS-Slot-Sub).
005700 6150-EXIT.
005710     EXIT.
005720
005730 7200-READ-BY-CODE.
005740     DISPLAY "Enter Program code: " WITH NO ADVANCING.
005750     ACCEPT WS-Search-Code.
005760     MOVE WS-Search-Code TO PG-ProgramCode.
005770     READ ProgReqFile
005780          INVALID KEY
005790              SET WS-Record-Not-Found TO TRUE
005800          NOT INVALID KEY
005810              SET WS-Record-Found TO TRUE
005820     END-READ.
005830 7200-EXIT.
005840     EXIT.
005850
005860****************************************************************
005870* 7300-MOVE-WORK-TO-RECORD - the edited requirements go
005880* onto ProgramReqDetails, unused slots blanked.
005890****************************************************************
005900 7300-MOVE-WORK-TO-RECORD.
005910     MOVE WS-Work-Needed TO PG-CoursesNeeded.
005920     MOVE WS-Work-Count TO PG-NumReqs.
005930     PERFORM 7350-MOVE-ONE-SLOT THRU 7350-EXIT
005940          VARYING WS-Slot-Sub FROM 1 BY 1
005950          UNTIL WS-Slot-Sub > WS-Max-Reqs.
005960 7300-EXIT.
005970     EXIT.
005980
005990 7350-MOVE-ONE-SLOT.
006000     MOVE WS-Work-ReqCourse(WS-Slot-Sub)
006010          TO PG-ReqCourse(WS-Slot-Sub).
006020     MOVE WS-Work-MinGrade(WS-Slot-Sub)
006030          TO PG-MinGrade(WS-Slot-Sub).
006040 7350-EXIT.
006050     EXIT.
006060
006070****************************************************************
006080* 7400-VALIDATE-NEEDED - the keyed courses-needed figure
006090* must be two digits and cannot be fewer than the
006100* required courses, which all count toward it.
006110****************************************************************
006120 7400-VALIDATE-NEEDED.
006130     SET WS-Valid-Entry TO TRUE.
006140     IF WS-Needed-Entry NOT NUMERIC
006150          MOVE "COURSES NEEDED MUST BE 2 DIGITS"
006160              TO WS-Error-Message
006170          SET WS-Invalid-Entry TO TRUE
006180          GO TO 7400-EXIT
006190     END-IF.
006200     MOVE WS-Needed-Entry TO WS-Work-Needed.
006210     IF WS-Work-Needed < WS-Work-Count
006220          MOVE "COURSES NEEDED IS FEWER THAN THE REQUIRED COURSES"
006230              TO WS-Error-Message
006240          SET WS-Invalid-Entry TO TRUE
006250     END-IF.
006260 7400-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300* 7500-FIND-COURSE - look WS-Check-Course up in the
006310* course table, retired courses included, leaving its
006320* description in WS-Show-Description.
006330****************************************************************
006340 7500-FIND-COURSE.
006350     SET CT-NotFound TO TRUE.
006360     MOVE "*** NOT ON FILE ***" TO WS-Show-Description.
006370     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
006380          VARYING CT-Idx FROM 1 BY 1
006390          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
006400 7500-EXIT.
006410     EXIT.
006420
006430 7510-SEARCH-COURSE-TABLE.
006440     IF WS-Check-Course = CT-Code(CT-Idx)
006450          MOVE CT-Idx TO WS-Matched-Idx
006460          MOVE CT-Description(CT-Idx) TO WS-Show-Description
006470          SET CT-Found TO TRUE
006480     END-IF.
006490 7510-EXIT.
006500     EXIT.
006510
006520****************************************************************
006530* 7600-VALIDATE-REQUIREMENT - edit check one keyed entry
006540* (WS-New-ReqCourse, WS-New-MinGrade) against the course
006550* master, the grade point table, and the entries already
006560* accepted into the work list.  A retired course may
006570* still be required - students passed it while it ran.
006580* F cannot be a minimum grade.
006590****************************************************************
006600 7600-VALIDATE-REQUIREMENT.
006610     SET WS-Valid-Entry TO TRUE.
006620     MOVE WS-New-ReqCourse TO WS-Check-Course.
006630     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
006640     IF CT-NotFound
006650          MOVE "REQUIRED COURSE IS NOT ON COURSES.DAT"
006660              TO WS-Error-Message
006670          SET WS-Invalid-Entry TO TRUE
006680          GO TO 7600-EXIT
006690     END-IF.
006700     PERFORM 7650-CHECK-ONE-DUPLICATE THRU 7650-EXIT
006710          VARYING WS-Dup-Sub FROM 1 BY 1
006720          UNTIL WS-Dup-Sub > WS-Work-Count OR WS-Invalid-Entry.
006730     IF WS-Invalid-Entry
006740          GO TO 7600-EXIT
006750     END-IF.
006760     MOVE WS-New-MinGrade TO WS-Check-Grade.
006770     SET GP-NotFound TO TRUE.
006780     PERFORM 7700-MATCH-GRADE THRU 7700-EXIT
006790          VARYING GP-Idx FROM 1 BY 1
006800          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
006810     IF GP-NotFound OR WS-Check-Grade(1:1) = "F"
006820          MOVE "MINIMUM GRADE MUST BE A+ THROUGH D-"
006830              TO WS-Error-Message
006840          SET WS-Invalid-Entry TO TRUE
006850     END-IF.
006860 7600-EXIT.
006870     EXIT.
006880
006890 7650-CHECK-ONE-DUPLICATE.
006900     IF WS-New-ReqCourse = WS-Work-ReqCourse(WS-Dup-Sub)
006910          MOVE "REQUIRED COURSE IS ALREADY LISTED"
006920              TO WS-Error-Message
006930          SET WS-Invalid-Entry TO TRUE
006940     END-IF.
006950 7650-EXIT.
006960     EXIT.
006970
006980 7700-MATCH-GRADE.
006990     IF WS-Check-Grade = GP-Grade(GP-Idx)
007000          SET GP-Found TO TRUE
007010     END-IF.
007020 7700-EXIT.
007030     EXIT.
007040
007050****************************************************************
007060* 7100/7150/7175 - write one PGMAUDIT.DAT row per
007070* add/change/delete, with operator id and timestamp.
007080****************************************************************
007090 7100-WRITE-ADD-AUDIT.
007100     SET PQ-IsAdd TO TRUE.
007110     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
007120 7100-EXIT.
007130     EXIT.
007140
007150 7150-WRITE-CHANGE-AUDIT.
007160     SET PQ-IsChange TO TRUE.
007170     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
007180 7150-EXIT.
007190     EXIT.
007200
007210 7175-WRITE-DELETE-AUDIT.
007220     SET PQ-IsDelete TO TRUE.
007230     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
007240 7175-EXIT.
007250     EXIT.
007260
007270 7190-STAMP-AND-WRITE.
007280     MOVE PG-ProgramCode TO PQ-ProgramCode.
007290     MOVE PG-CoursesNeeded TO PQ-CoursesNeeded.
007300     MOVE PG-NumReqs TO PQ-NumReqs.
007310     MOVE WS-Operator-Id TO PQ-OperatorId.
007320     ACCEPT PQ-ActionDate FROM DATE YYYYMMDD.
007330     ACCEPT PQ-ActionTime FROM TIME.
007340     WRITE ProgramReqAuditDetails.
007350 7190-EXIT.
007360     EXIT.
007370
007380 8000-TERMINATE.
007390     CLOSE ProgReqFile.
007400     CLOSE ProgReqAuditFile.
007410     DISPLAY "PROGREQMAINT COMPLETE".
007420 8000-EXIT.
007430     EXIT.
