000100****************************************************************
000110* Program: PrereqMaint
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Maintain PREREQS.DAT, the indexed prerequisite
000160*          master keyed on CourseCode - add the list of
000170*          courses that must be passed before a course can
000180*          be taken (up to five, each with a minimum grade),
000190*          change or delete a list, or inquire on one.
000200*          StudMaint and StudApply refuse an enroll without
000210*          a qualifying GRADES.DAT row for every entry.
000220*          Every add/change/delete is logged to PRQAUDIT.DAT
000230*          with operator id and time.
000240****************************************************************
000250* Maintenance History
000260* --------------------------------------------------
000270* 10/15/2026  EE  Original version.
000280****************************************************************
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.      PrereqMaint.
000320 AUTHOR.          EUGY ENOCH.
000330 INSTALLATION.    REGISTRARS OFFICE.
000340 DATE-WRITTEN.    10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS DYNAMIC
000430          RECORD KEY IS PR-CourseCode
000440          FILE STATUS IS WS-Prereq-Status.
000450
000460     SELECT PrereqAuditFile ASSIGN TO "PRQAUDIT.DAT"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-PrqAudit-Status.
000490
000500     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000510          ORGANIZATION IS INDEXED
000520          ACCESS MODE IS SEQUENTIAL
000530          RECORD KEY IS CO-CourseCode
000540          FILE STATUS IS WS-Course-Status.
000550
000560     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS DYNAMIC
000590          RECORD KEY IS OP-OperatorId
000600          FILE STATUS IS WS-Oper-File-Status.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PrereqFile.
000650     COPY "prereq-record.cpy".
000660
000670 FD  PrereqAuditFile.
000680     COPY "prereq-audit-record.cpy".
000690
000700 FD  CourseFile.
000710     COPY "course-record.cpy".
000720
000730 FD  OperatorFile.
000740     COPY "operator-record.cpy".
000750
000760 WORKING-STORAGE SECTION.
000770 COPY "course-table.cpy".
000780 COPY "grade-point-table.cpy".
000790
000800 01  WS-Status-Group.
000810     02  WS-Prereq-Status    PIC XX.
000820          88  WS-Prereq-Ok        VALUE "00".
000830          88  WS-Prereq-NotFnd    VALUE "35".
000840     02  WS-PrqAudit-Status  PIC XX.
000850     02  WS-Course-Status    PIC XX.
000860     02  WS-Oper-File-Status PIC XX.
000870
000880 01  WS-Switches.
000890     02  WS-Stop-Switch      PIC X     VALUE "N".
000900          88  WS-Stop                 VALUE "Y".
000910     02  WS-Found-Switch     PIC X     VALUE "N".
000920          88  WS-Record-Found         VALUE "Y".
000930          88  WS-Record-Not-Found     VALUE "N".
000940     02  WS-Valid-Switch     PIC X     VALUE "Y".
000950          88  WS-Valid-Entry          VALUE "Y".
000960          88  WS-Invalid-Entry        VALUE "N".
000970     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
000980          88  WS-Course-EOF           VALUE "Y".
000990     02  WS-Keying-Done-Sw   PIC X     VALUE "N".
001000          88  WS-Keying-Done          VALUE "Y".
001010
001020 01  WS-Action-Code        PIC X.
001030     88  WS-Is-Add                VALUE "A" "a".
001040     88  WS-Is-Change             VALUE "C" "c".
001050     88  WS-Is-Delete             VALUE "D" "d".
001060     88  WS-Is-Inquire            VALUE "I" "i".
001070     88  WS-Is-Exit               VALUE "X" "x".
001080
001090 01  WS-Search-Code         PIC X(4).
001100 01  WS-Confirm-Code        PIC X.
001110     88  WS-Confirmed              VALUE "Y" "y".
001120 01  WS-New-ReqCourse       PIC X(4).
001130 01  WS-New-MinGrade        PIC X(2).
001140 01  WS-Check-Course        PIC X(4).
001150 01  WS-Check-Grade         PIC X(2).
001160 01  WS-Matched-Idx         PIC 9(2)  COMP VALUE ZERO.
001170 01  WS-Slot-Sub            PIC 9(2)  COMP VALUE ZERO.
001180 01  WS-Dup-Sub             PIC 9(2)  COMP VALUE ZERO.
001190 01  WS-Slot-Display        PIC 9.
001200 01  WS-Show-Description    PIC X(20).
001210 01  WS-Error-Message       PIC X(60).
001220 01  WS-Operator-Id         PIC X(8).
001230 01  WS-SignOn-Password     PIC X(8).
001240 01  WS-Oper-Authority      PIC X.
001250     88  WS-Oper-Supervisor       VALUE "S".
001260
001270****************************************************************
001280* The list being keyed or changed is built here first and
001290* only moved onto PrereqDetails once every entry has passed
001300* its edit checks, so a rejected entry leaves the master
001310* exactly as it was.
001320****************************************************************
001330 01  WS-Work-Prereqs.
001340     02  WS-Work-Entry OCCURS 5 TIMES.
001350          03  WS-Work-ReqCourse PIC X(4).
001360          03  WS-Work-MinGrade  PIC X(2).
001370 01  WS-Work-Count          PIC 9(2)  COMP VALUE ZERO.
001380 01  WS-Max-Prereqs         PIC 9(2)  COMP VALUE 5.
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001440          UNTIL WS-Stop.
001450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001460     STOP RUN.
001470
001480 1000-INITIALIZE.
001490     OPEN I-O PrereqFile.
001500     IF WS-Prereq-NotFnd
001510          OPEN OUTPUT PrereqFile
001520          CLOSE PrereqFile
001530          OPEN I-O PrereqFile
001540     END-IF.
001550     OPEN EXTEND PrereqAuditFile.
001560     IF WS-PrqAudit-Status = "35"
001570          OPEN OUTPUT PrereqAuditFile
001580          CLOSE PrereqAuditFile
001590          OPEN EXTEND PrereqAuditFile
001600     END-IF.
001610     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
001620     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
001630     DISPLAY "PREREQMAINT - COURSE PREREQUISITE MAINTENANCE".
001640 1000-EXIT.
001650     EXIT.
001660
001670****************************************************************
001680* 1700-SIGN-ON - verify the operator against the
001690* OPERATOR.DAT master: the id must be on file and
001700* active and the password must match, or the run ends
001710* here.
001720****************************************************************
001730 1700-SIGN-ON.
001740     OPEN INPUT OperatorFile.
001750     IF WS-Oper-File-Status NOT = "00"
001760          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
001770              "RUN OPERMAINT FIRST"
001780          CLOSE PrereqFile
001790          CLOSE PrereqAuditFile
001800          STOP RUN
001810     END-IF.
001820     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
001830     ACCEPT WS-Operator-Id.
001840     MOVE WS-Operator-Id TO OP-OperatorId.
001850     READ OperatorFile
001860          INVALID KEY
001870              DISPLAY "*** UNKNOWN OPERATOR ID - "
001880                  "SIGN-ON REJECTED"
001890              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
001900     END-READ.
001910     IF NOT OP-IsActive
001920          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
001930              "SIGN-ON REJECTED"
001940          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
001950     END-IF.
001960     DISPLAY "Enter Password: " WITH NO ADVANCING.
001970     ACCEPT WS-SignOn-Password.
001980     IF WS-SignOn-Password NOT = OP-Password
001990          DISPLAY "*** PASSWORD DOES NOT MATCH - "
002000              "SIGN-ON REJECTED"
002010          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
002020     END-IF.
002030     MOVE OP-Authority TO WS-Oper-Authority.
002040     CLOSE OperatorFile.
002050 1700-EXIT.
002060     EXIT.
002070
002080 1790-SIGN-OFF-AND-STOP.
002090     CLOSE OperatorFile.
002100     CLOSE PrereqFile.
002110     CLOSE PrereqAuditFile.
002120     STOP RUN.
002130 1790-EXIT.
002140     EXIT.
002150
002160****************************************************************
002170* 1800-LOAD-COURSE-TABLE - fill the in-memory course
002180* table from the COURSES.DAT master.  Both the course
002190* that has the prerequisites and every course it lists
002200* must be on the master, so a missing or empty file
002210* stops the run.
002220****************************************************************
002230 1800-LOAD-COURSE-TABLE.
002240     OPEN INPUT CourseFile.
002250     IF WS-Course-Status NOT = "00"
002260          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
002270              "RUN COURSEMAINT FIRST"
002280          CLOSE PrereqFile
002290          CLOSE PrereqAuditFile
002300          MOVE 8 TO RETURN-CODE
002310          STOP RUN
002320     END-IF.
002330     PERFORM 1850-LOAD-ONE-COURSE THRU 1850-EXIT
002340          UNTIL WS-Course-EOF.
002350     CLOSE CourseFile.
002360     IF CT-NumEntries = ZERO
002370          DISPLAY "*** NO COURSES ON COURSES.DAT - "
002380              "RUN COURSEMAINT FIRST"
002390          CLOSE PrereqFile
002400          CLOSE PrereqAuditFile
002410          MOVE 8 TO RETURN-CODE
002420          STOP RUN
002430     END-IF.
002440 1800-EXIT.
002450     EXIT.
002460
002470 1850-LOAD-ONE-COURSE.
002480     READ CourseFile NEXT RECORD
002490          AT END
002500              SET WS-Course-EOF TO TRUE
002510          NOT AT END
002520              IF CT-NumEntries < CT-Max-Entries
002530                  ADD 1 TO CT-NumEntries
002540                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
002550                  MOVE CO-Description
002560                      TO CT-Description(CT-NumEntries)
002570                  MOVE CO-Active TO CT-Active(CT-NumEntries)
002580                  MOVE CO-MaxSeats
002590                      TO CT-MaxSeats(CT-NumEntries)
002600                  MOVE CO-FeeAmount
002610                      TO CT-FeeAmount(CT-NumEntries)
002620              ELSE
002630                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
002640                      "ENTRIES IGNORED"
002650                  SET WS-Course-EOF TO TRUE
002660              END-IF
002670     END-READ.
002680 1850-EXIT.
002690     EXIT.
002700
002710****************************************************************
002720* 2000-PROCESS-TRANSACTION - get an action code and
002730* dispatch to the paragraph that handles it.
002740****************************************************************
002750 2000-PROCESS-TRANSACTION.
002760     PERFORM 2100-GET-ACTION THRU 2100-EXIT.
002770     IF WS-Stop
002780          GO TO 2000-EXIT
002790     END-IF.
002800     EVALUATE TRUE
002810          WHEN WS-Is-Add
002820              PERFORM 3000-ADD-PREREQS THRU 3000-EXIT
002830          WHEN WS-Is-Change
002840              PERFORM 4000-CHANGE-PREREQS THRU 4000-EXIT
002850          WHEN WS-Is-Delete
002860              PERFORM 5000-DELETE-PREREQS THRU 5000-EXIT
002870          WHEN WS-Is-Inquire
002880              PERFORM 6000-INQUIRE-PREREQS THRU 6000-EXIT
002890          WHEN OTHER
002900              DISPLAY "*** INVALID ACTION - USE A,C,D,I,X"
002910     END-EVALUATE.
002920 2000-EXIT.
002930     EXIT.
002940
002950 2100-GET-ACTION.
002960     DISPLAY "Action (A-Add,C-Change,D-Delete,I-Inquire,"
002970          "X-Exit): " WITH NO ADVANCING.
002980     ACCEPT WS-Action-Code.
002990     IF WS-Is-Exit
003000          SET WS-Stop TO TRUE
003010     END-IF.
003020 2100-EXIT.
003030     EXIT.
003040
003050****************************************************************
003060* 3000-ADD-PREREQS - accept the prerequisite list for a
003070* course that has none yet, edit check every entry, and
003080* write it to PREREQS.DAT.
003090****************************************************************
003100 3000-ADD-PREREQS.
003110     IF NOT WS-Oper-Supervisor
003120          DISPLAY "*** ADD REQUIRES SUPERVISOR AUTHORITY"
003130          GO TO 3000-EXIT
003140     END-IF.
003150     DISPLAY "Enter Course code (4 chars): "
003160          WITH NO ADVANCING.
003170     ACCEPT WS-Search-Code.
003180     MOVE WS-Search-Code TO WS-Check-Course.
003190     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
003200     IF CT-NotFound
003210          DISPLAY "*** " WS-Search-Code
003220              " IS NOT ON COURSES.DAT - NOT ADDED"
003230          GO TO 3000-EXIT
003240     END-IF.
003250     MOVE SPACES TO WS-Work-Prereqs.
003260     MOVE ZERO TO WS-Work-Count.
003270     SET WS-Valid-Entry TO TRUE.
003280     MOVE "N" TO WS-Keying-Done-Sw.
003290     PERFORM 3100-KEY-ONE-PREREQ THRU 3100-EXIT
003300          UNTIL WS-Keying-Done
003310          OR WS-Work-Count = WS-Max-Prereqs.
003320     IF WS-Invalid-Entry
003330          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
003340          GO TO 3000-EXIT
003350     END-IF.
003360     IF WS-Work-Count = ZERO
003370          DISPLAY "*** NO PREREQUISITES KEYED - NOT ADDED"
003380          GO TO 3000-EXIT
003390     END-IF.
003400     MOVE WS-Search-Code TO PR-CourseCode.
003410     PERFORM 7300-MOVE-WORK-TO-RECORD THRU 7300-EXIT.
003420     WRITE PrereqDetails
003430          INVALID KEY
003440              DISPLAY "*** " WS-Search-Code " ALREADY HAS "
003450                  "PREREQUISITES - USE CHANGE"
003460          NOT INVALID KEY
003470              DISPLAY "PREREQUISITES FOR " PR-CourseCode " ADDED"
003480              PERFORM 7100-WRITE-ADD-AUDIT THRU 7100-EXIT
003490     END-WRITE.
003500 3000-EXIT.
003510     EXIT.
003520
003530 3100-KEY-ONE-PREREQ.
003540     COMPUTE WS-Slot-Display = WS-Work-Count + 1.
003550     DISPLAY "Prerequisite " WS-Slot-Display
003560          " course code, blank to finish: " WITH NO ADVANCING.
003570     ACCEPT WS-New-ReqCourse.
003580     IF WS-New-ReqCourse = SPACES
003590          SET WS-Keying-Done TO TRUE
003600          GO TO 3100-EXIT
003610     END-IF.
003620     DISPLAY "Minimum grade in " WS-New-ReqCourse
003630          " (A+ through D-): " WITH NO ADVANCING.
003640     ACCEPT WS-New-MinGrade.
003650     PERFORM 7600-VALIDATE-PREREQ THRU 7600-EXIT.
003660     IF WS-Invalid-Entry
003670          SET WS-Keying-Done TO TRUE
003680          GO TO 3100-EXIT
003690     END-IF.
003700     ADD 1 TO WS-Work-Count.
003710     MOVE WS-New-ReqCourse TO WS-Work-ReqCourse(WS-Work-Count).
003720     MOVE WS-New-MinGrade TO WS-Work-MinGrade(WS-Work-Count).
003730 3100-EXIT.
003740     EXIT.
003750
003760****************************************************************
003770* 4000-CHANGE-PREREQS - walk the five slots of an
003780* existing list: a filled slot can be kept (blank),
003790* replaced (a new course code), or removed ("*"); an
003800* empty slot can take a new entry.  The list is closed
003810* up on rewrite.  The CourseCode key is immutable; to
003820* remove the last entry use Delete.
003830****************************************************************
003840 4000-CHANGE-PREREQS.
003850     IF NOT WS-Oper-Supervisor
003860          DISPLAY "*** CHANGE REQUIRES SUPERVISOR AUTHORITY"
003870          GO TO 4000-EXIT
003880     END-IF.
003890     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
003900     IF WS-Record-Not-Found
003910          DISPLAY "*** NO PREREQUISITES ON FILE FOR: "
003920              WS-Search-Code
003930          GO TO 4000-EXIT
003940     END-IF.
003950     PERFORM 6100-SHOW-PREREQS THRU 6100-EXIT.
003960     MOVE SPACES TO WS-Work-Prereqs.
003970     MOVE ZERO TO WS-Work-Count.
003980     SET WS-Valid-Entry TO TRUE.
003990     PERFORM 4100-CHANGE-ONE-SLOT THRU 4100-EXIT
004000          VARYING WS-Slot-Sub FROM 1 BY 1
004010          UNTIL WS-Slot-Sub > WS-Max-Prereqs OR WS-Invalid-Entry.
004020     IF WS-Invalid-Entry
004030          DISPLAY "*** " WS-Error-Message " - NOT CHANGED"
004040          GO TO 4000-EXIT
004050     END-IF.
004060     IF WS-Work-Count = ZERO
004070          DISPLAY "*** NO PREREQUISITES LEFT - USE DELETE "
004080              "TO REMOVE " PR-CourseCode
004090          GO TO 4000-EXIT
004100     END-IF.
004110     PERFORM 7300-MOVE-WORK-TO-RECORD THRU 7300-EXIT.
004120     REWRITE PrereqDetails
004130          INVALID KEY
004140              DISPLAY "*** REWRITE FAILED FOR: " PR-CourseCode
004150          NOT INVALID KEY
004160              DISPLAY "PREREQUISITES FOR " PR-CourseCode
004170                  " CHANGED"
004180              PERFORM 7150-WRITE-CHANGE-AUDIT THRU 7150-EXIT
004190     END-REWRITE.
004200 4000-EXIT.
004210     EXIT.
004220
004230 4100-CHANGE-ONE-SLOT.
004240     MOVE WS-Slot-Sub TO WS-Slot-Display.
004250     IF WS-Slot-Sub > PR-NumReqs
004260          DISPLAY "Slot " WS-Slot-Display " (empty) - course "
004270              "code, blank to leave empty: " WITH NO ADVANCING
004280          ACCEPT WS-New-ReqCourse
004290          IF WS-New-ReqCourse = SPACES
004300              GO TO 4100-EXIT
004310          END-IF
004320          DISPLAY "Minimum grade in " WS-New-ReqCourse
004330              " (A+ through D-): " WITH NO ADVANCING
004340          ACCEPT WS-New-MinGrade
004350     ELSE
004360          DISPLAY "Slot " WS-Slot-Display " ("
004370              PR-ReqCourse(WS-Slot-Sub) " MIN "
004380              PR-MinGrade(WS-Slot-Sub) ") - new course, blank "
004390              "to keep, * to remove: " WITH NO ADVANCING
004400          ACCEPT WS-New-ReqCourse
004410          IF WS-New-ReqCourse = "*"
004420              GO TO 4100-EXIT
004430          END-IF
004440          IF WS-New-ReqCourse = SPACES
004450              MOVE PR-ReqCourse(WS-Slot-Sub) TO WS-New-ReqCourse
004460              DISPLAY "Minimum grade, blank to keep "
004470                  PR-MinGrade(WS-Slot-Sub) ": " WITH NO ADVANCING
004480              ACCEPT WS-New-MinGrade
004490              IF WS-New-MinGrade = SPACES
004500                  MOVE PR-MinGrade(WS-Slot-Sub) TO WS-New-MinGrade
004510              END-IF
004520          ELSE
004530              DISPLAY "Minimum grade in " WS-New-ReqCourse
004540                  " (A+ through D-): " WITH NO ADVANCING
004550              ACCEPT WS-New-MinGrade
004560          END-IF
004570     END-IF.
004580     PERFORM 7600-VALIDATE-PREREQ THRU 7600-EXIT.
004590     IF WS-Invalid-Entry
004600          GO TO 4100-EXIT
004610     END-IF.
004620     ADD 1 TO WS-Work-Count.
004630     MOVE WS-New-ReqCourse TO WS-Work-ReqCourse(WS-Work-Count).
004640     MOVE WS-New-MinGrade TO WS-Work-MinGrade(WS-Work-Count).
004650 4100-EXIT.
004660     EXIT.
004670
004680****************************************************************
004690* 5000-DELETE-PREREQS - remove a course's whole list
004700* after the operator confirms; the course can then be
004710* taken without any prerequisite.
004720****************************************************************
004730 5000-DELETE-PREREQS.
004740     IF NOT WS-Oper-Supervisor
004750          DISPLAY "*** DELETE REQUIRES SUPERVISOR AUTHORITY"
004760          GO TO 5000-EXIT
004770     END-IF.
004780     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
004790     IF WS-Record-Not-Found
004800          DISPLAY "*** NO PREREQUISITES ON FILE FOR: "
004810              WS-Search-Code
004820          GO TO 5000-EXIT
004830     END-IF.
004840     PERFORM 6100-SHOW-PREREQS THRU 6100-EXIT.
004850     DISPLAY "DELETE ALL PREREQUISITES FOR " PR-CourseCode
004860          " - CONFIRM Y/N: " WITH NO ADVANCING.
004870     ACCEPT WS-Confirm-Code.
004880     IF NOT WS-Confirmed
004890          DISPLAY "DELETE CANCELLED"
004900          GO TO 5000-EXIT
004910     END-IF.
004920     DELETE PrereqFile
004930          INVALID KEY
004940              DISPLAY "*** DELETE FAILED FOR: " PR-CourseCode
004950          NOT INVALID KEY
004960              DISPLAY "PREREQUISITES FOR " PR-CourseCode
004970                  " DELETED"
004980              PERFORM 7175-WRITE-DELETE-AUDIT THRU 7175-EXIT
004990     END-DELETE.
005000 5000-EXIT.
005010     EXIT.
005020
005030****************************************************************
005040* 6000-INQUIRE-PREREQS - display one list, no update.
005050****************************************************************
005060 6000-INQUIRE-PREREQS.
005070     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
005080     IF WS-Record-Not-Found
005090          DISPLAY "NO PREREQUISITES ON FILE FOR: "
005100              WS-Search-Code
005110          GO TO 6000-EXIT
005120     END-IF.
005130     PERFORM 6100-SHOW-PREREQS THRU 6100-EXIT.
005140 6000-EXIT.
005150     EXIT.
005160
005170 6100-SHOW-PREREQS.
005180     MOVE PR-CourseCode TO WS-Check-Course.
005190     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
005200     DISPLAY "COURSE: " PR-CourseCode " " WS-Show-Description
005210          " PREREQUISITES: " PR-NumReqs.
005220     PERFORM 6150-SHOW-ONE-PREREQ THRU 6150-EXIT
005230          VARYING WS-Slot-Sub FROM 1 BY 1
005240          UNTIL WS-Slot-Sub > PR-NumReqs.
005250 6100-EXIT.
005260     EXIT.
005270
005280 6150-SHOW-ONE-PREREQ.
005290     MOVE WS-Slot-Sub TO WS-Slot-Display.
005300     MOVE PR-ReqCourse(WS-Slot-Sub) TO WS-Check-Course.
005310     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
005320     DISPLAY "  " WS-Slot-Display ". " PR-ReqCourse(WS-Slot-Sub)
005330          " " WS-Show-Description " MIN GRADE "
005340          PR-MinGrade(WS-Slot-Sub).
005350 6150-EXIT.
005360     EXIT.
005370
005380 7200-READ-BY-CODE.
005390     DISPLAY "Enter Course code: " WITH NO ADVANCING.
005400     ACCEPT WS-Search-Code.
005410     MOVE WS-Search-Code TO PR-CourseCode.
005420     READ PrereqFile
005430          INVALID KEY
005440              SET WS-Record-Not-Found TO TRUE
005450          NOT INVALID KEY
005460              SET WS-Record-Found TO TRUE
005470     END-READ.
005480 7200-EXIT.
005490     EXIT.
005500
005510****************************************************************
005520* 7300-MOVE-WORK-TO-RECORD - the edited list goes onto
005530* PrereqDetails, unused slots blanked.
005540****************************************************************
005550 7300-MOVE-WORK-TO-RECORD.
005560     MOVE WS-Work-Count TO PR-NumReqs.
005570     PERFORM 7350-MOVE-ONE-SLOT THRU 7350-EXIT
005580          VARYING WS-Slot-Sub FROM 1 BY 1
005590          UNTIL WS-Slot-Sub > WS-Max-Prereqs.
005600 7300-EXIT.
005610     EXIT.
005620
005630 7350-MOVE-ONE-SLOT.
005640     MOVE WS-Work-ReqCourse(WS-Slot-Sub)
005650          TO PR-ReqCourse(WS-Slot-Sub).
005660     MOVE WS-Work-MinGrade(WS-Slot-Sub)
005670          TO PR-MinGrade(WS-Slot-Sub).
005680 7350-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720* 7500-FIND-COURSE - look WS-Check-Course up in the
005730* course table, retired courses included, leaving its
005740* description in WS-Show-Description.
005750****************************************************************
005760 7500-FIND-COURSE.
005770     SET CT-NotFound TO TRUE.
005780     MOVE "*** NOT ON FILE ***" TO WS-Show-Description.
005790     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
005800          VARYING CT-Idx FROM 1 BY 1
005810          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
005820 7500-EXIT.
005830     EXIT.
005840
005850 7510-SEARCH-COURSE-TABLE.
005860     IF WS-Check-Course = CT-Code(CT-Idx)
005870          MOVE CT-Idx TO WS-Matched-Idx
005880          MOVE CT-Description(CT-Idx) TO WS-Show-Description
005890          SET CT-Found TO TRUE
005900     END-IF.
005910 7510-EXIT.
005920     EXIT.
005930
005940****************************************************************
005950* 7600-VALIDATE-PREREQ - edit check one keyed entry
005960* (WS-New-ReqCourse, WS-New-MinGrade) against the course
005970* master, the grade point table, and the entries already
005980* accepted into the work list.  A retired course may
005990* still be a prerequisite - students passed it while it
006000* ran.  F cannot be a minimum grade.
006010****************************************************************
006020 7600-VALIDATE-PREREQ.
006030     SET WS-Valid-Entry TO TRUE.
006040     IF WS-New-ReqCourse = WS-Search-Code
006050          MOVE "A COURSE CANNOT BE ITS OWN PREREQUISITE"
006060              TO WS-Error-Message
006070          SET WS-Invalid-Entry TO TRUE
006080          GO TO 7600-EXIT
006090     END-IF.
006100     MOVE WS-New-ReqCourse TO WS-Check-Course.
006110     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
006120     IF CT-NotFound
006130          MOVE "PREREQUISITE COURSE IS NOT ON COURSES.DAT"
006140              TO WS-Error-Message
006150          SET WS-Invalid-Entry TO TRUE
006160          GO TO 7600-EXIT
006170     END-IF.
006180     PERFORM 7650-CHECK-ONE-DUPLICATE THRU 7650-EXIT
006190          VARYING WS-Dup-Sub FROM 1 BY 1
006200          UNTIL WS-Dup-Sub > WS-Work-Count OR WS-Invalid-Entry.
006210     IF WS-Invalid-Entry
006220          GO TO 7600-EXIT
006230     END-IF.
006240     MOVE WS-New-MinGrade TO WS-Check-Grade.
006250     SET GP-NotFound TO TRUE.
006260     PERFORM 7700-MATCH-GRADE THRU 7700-EXIT
006270          VARYING GP-Idx FROM 1 BY 1
006280          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
006290     IF GP-NotFound OR WS-Check-Grade(1:1) = "F"
006300          MOVE "MINIMUM GRADE MUST BE A+ THROUGH D-"
006310              TO WS-Error-Message
006320          SET WS-Invalid-Entry TO TRUE
006330     END-IF.
006340 7600-EXIT.
006350     EXIT.
006360
006370 7650-CHECK-ONE-DUPLICATE.
006380     IF WS-New-ReqCourse = WS-Work-ReqCourse(WS-Dup-Sub)
006390          MOVE "PREREQUISITE COURSE IS ALREADY LISTED"
006400              TO WS-Error-Message
006410          SET WS-Invalid-Entry TO TRUE
006420     END-IF.
006430 7650-EXIT.
006440     EXIT.
006450
006460 7700-MATCH-GRADE.
006470     IF WS-Check-Grade = GP-Grade(GP-Idx)
006480          SET GP-Found TO TRUE
006490     END-IF.
006500 7700-EXIT.
006510     EXIT.
006520
006530****************************************************************
006540* 7100/7150/7175 - write one PRQAUDIT.DAT row per
006550* add/change/delete, with operator id and timestamp.
006560****************************************************************
006570 7100-WRITE-ADD-AUDIT.
006580     MOVE PR-CourseCode TO PA-CourseCode.
006590     SET PA-IsAdd TO TRUE.
006600     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
006610 7100-EXIT.
006620     EXIT.
006630
006640 7150-WRITE-CHANGE-AUDIT.
006650     MOVE PR-CourseCode TO PA-CourseCode.
006660     SET PA-IsChange TO TRUE.
006670     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
006680 7150-EXIT.
006690     EXIT.
006700
006710 7175-WRITE-DELETE-AUDIT.
006720     MOVE PR-CourseCode TO PA-CourseCode.
006730     SET PA-IsDelete TO TRUE.
006740     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
006750 7175-EXIT.
006760     EXIT.
006770
006780 7190-STAMP-AND-WRITE.
006790     MOVE ZERO TO PA-StudentId.
006800     MOVE SPACES TO PA-ReqCourse.
006810     MOVE WS-Operator-Id TO PA-OperatorId.
006820     ACCEPT PA-ActionDate FROM DATE YYYYMMDD.
006830     ACCEPT PA-ActionTime FROM TIME.
006840     WRITE PrereqAuditDetails.
006850 7190-EXIT.
006860     EXIT.
006870
006880 8000-TERMINATE.
006890     CLOSE PrereqFile.
006900     CLOSE PrereqAuditFile.
006910     DISPLAY "PREREQMAINT COMPLETE".
006920 8000-EXIT.
006930     EXIT.
