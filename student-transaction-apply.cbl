000730*                 student's ADDRESS.DAT row with the
000740*                 enrollments, so a re-issued id cannot
000750*                 inherit the old mailing address.
000751* 10/15/2026  EE  An applied add or course change is
000752*                 now checked against the course's
000753*                 PREREQS.DAT list and the student's
000754*                 GRADES.DAT rows; a transaction that
000755*                 fails goes to REJECTS.DAT with the
000756*                 prerequisite not met as the reason.
000757* 10/15/2026  EE  WAIT audit rows carry the course and
000758*                 Open term; the other rows leave the new
000759*                 audit course and term fields blank.
000760* 10/15/2026  EE  TRANSIN.DAT rows may carry a section
000761*                 number after the gender.  An applied
000762*                 add or course change places the
000763*                 student in that section of the course
000764*                 (SECTIONS.DAT), or in the first one
000765*                 that fits when none is given, and
000766*                 rejects a section whose meetings clash
000767*                 with the student's other Open-term
000768*                 sections.  Placements are written to
000769*                 SECTENRL.DAT and go with a repointed
000770*                 or deleted enrollment.
000771****************************************************************
000772
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID.      StudApply.
000800 AUTHOR.          EUGY ENOCH.
001010          RECORD KEY IS CO-CourseCode
001020          FILE STATUS IS WS-Course-Status.
001030
001031     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
001032          ORGANIZATION IS INDEXED
001033          ACCESS MODE IS DYNAMIC
001034          RECORD KEY IS PR-CourseCode
001035          FILE STATUS IS WS-Prereq-Status.
001036
001040     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
001050          ORGANIZATION IS INDEXED
001060          ACCESS MODE IS DYNAMIC
001070          RECORD KEY IS EN-EnrollKey
001080          FILE STATUS IS WS-Enroll-Status.
001090
001091     SELECT PlacementFile ASSIGN TO "SECTENRL.DAT"
001092          ORGANIZATION IS INDEXED
001093          ACCESS MODE IS DYNAMIC
001094          RECORD KEY IS SP-PlaceKey
001095          FILE STATUS IS WS-Place-Status.
001096
001100     SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
001110          ORGANIZATION IS INDEXED
001120          ACCESS MODE IS DYNAMIC
001190          RECORD KEY IS TM-TermCode
001200          FILE STATUS IS WS-Term-Status.
001210
001211     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
001212          ORGANIZATION IS INDEXED
001213          ACCESS MODE IS DYNAMIC
001214          RECORD KEY IS SC-SectionKey
001215          FILE STATUS IS WS-Section-Status.
001216
001220     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
001230          ORGANIZATION IS LINE SEQUENTIAL
001240          FILE STATUS IS WS-Journal-Status.
001510          ORGANIZATION IS LINE SEQUENTIAL
001520          FILE STATUS IS WS-Report-Status.
001530
001531     SELECT GradeFile ASSIGN TO "GRADES.DAT"
001532          ORGANIZATION IS INDEXED
001533          ACCESS MODE IS DYNAMIC
001534          RECORD KEY IS GR-GradeKey
001535          FILE STATUS IS WS-Grade-Status.
001536
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  StudentFile.
001990               04  TR-DOBirth      PIC 9(2).
002000          03  TR-CourseCode   PIC X(4).
002010          03  TR-Gender       PIC X.
002015     02  TR-SectionNo        PIC X(2).
002020
002030 FD  RejectFile.
002040 01  RejectDetails.
002050     02  RJ-Transaction      PIC X(33).
002060     02  FILLER              PIC XX.
002070     02  RJ-Reason           PIC X(60).
002080
002090 FD  ReportFile.
002100 01  ReportLine              PIC X(80).
002101
002102 FD  GradeFile.
002103     COPY "grade-record.cpy".
002104
002105 FD  PrereqFile.
002106     COPY "prereq-record.cpy".
002107
002108 FD  SectionFile.
002109     COPY "section-record.cpy".
002110
002111 FD  PlacementFile.
002112     COPY "section-placement-record.cpy".
002113
002120 WORKING-STORAGE SECTION.
002130 COPY "course-table.cpy".
002135 COPY "grade-point-table.cpy".
002140
002150 01  WS-Status-Group.
002160     02  WS-Student-Status   PIC XX.
002330     02  WS-Trans-Status     PIC XX.
002340     02  WS-Reject-Status    PIC XX.
002350     02  WS-Report-Status    PIC XX.
002353     02  WS-Grade-Status     PIC XX.
002356     02  WS-Prereq-Status    PIC XX.
002357     02  WS-Section-Status   PIC XX.
002358     02  WS-Place-Status     PIC XX.
002359          88  WS-Place-NotFnd     VALUE "35".
002360
002370 01  WS-Switches.
002380     02  WS-Trans-EOF-Sw     PIC X     VALUE "N".
002570          88  WS-Seats-Full           VALUE "Y".
002580     02  WS-Already-Wait-Sw  PIC X     VALUE "N".
002590          88  WS-Already-Waitlisted   VALUE "Y".
002591     02  WS-Grades-Open-Sw   PIC X     VALUE "N".
002592          88  WS-Grades-Open          VALUE "Y".
002593     02  WS-Prereqs-Open-Sw  PIC X     VALUE "N".
002594          88  WS-Prereqs-Open         VALUE "Y".
002595     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
002596          88  WS-Grade-EOF            VALUE "Y".
002597     02  WS-Prereqs-Met-Sw   PIC X     VALUE "Y".
002598          88  WS-Prereqs-Met          VALUE "Y".
002599          88  WS-Prereqs-Not-Met      VALUE "N".
002600     02  WS-Qualified-Sw     PIC X     VALUE "N".
002601          88  WS-Grade-Qualifies      VALUE "Y".
002602     02  WS-Sections-Open-Sw PIC X     VALUE "N".
002603          88  WS-Sections-Open        VALUE "Y".
002604     02  WS-Section-EOF-Sw   PIC X     VALUE "N".
002605          88  WS-Section-EOF          VALUE "Y".
002606     02  WS-Section-Chosen-Sw PIC X    VALUE "N".
002607          88  WS-Section-Chosen       VALUE "Y".
002608     02  WS-Clash-EOF-Sw     PIC X     VALUE "N".
002609          88  WS-Clash-EOF            VALUE "Y".
002610     02  WS-Timetable-Clash-Sw PIC X   VALUE "N".
002611          88  WS-Timetable-Clash      VALUE "Y".
002612     02  WS-Day-Shared-Sw    PIC X     VALUE "N".
002613          88  WS-Day-Shared           VALUE "Y".
002614
002615 01  WS-Counters.
002620     02  WS-Trans-Read       PIC 9(5)  COMP VALUE ZERO.
002630     02  WS-Adds-Applied     PIC 9(5)  COMP VALUE ZERO.
002640     02  WS-Changes-Applied  PIC 9(5)  COMP VALUE ZERO.
002780 01  WS-Before-Image         PIC X(39).
002790 01  WS-Old-Course           PIC X(4).
002800 01  WS-Error-Message        PIC X(60).
002801 01  WS-Prereq-Student       PIC 9(7).
002802 01  WS-Prereq-Sub           PIC 9(2)  COMP VALUE ZERO.
002803 01  WS-Check-Grade          PIC X(2).
002804 01  WS-Lookup-Points        PIC 9V99.
002805 01  WS-Min-Points           PIC 9V99.
002806 01  WS-Missing-Course       PIC X(4).
002807 01  WS-Missing-Grade        PIC X(2).
002808****************************************************************
002809* Section placement work fields.  The chosen section's
002810* days and times are held here while the student's other
002811* Open-term sections are read into SectionDetails for
002812* the clash check.
002813****************************************************************
002814 01  WS-Place-Student        PIC 9(7).
002815 01  WS-Place-Course         PIC X(4).
002816 01  WS-Skip-Course          PIC X(4).
002817 01  WS-Place-Section        PIC X(2).
002818 01  WS-Place-Section-No REDEFINES WS-Place-Section
002819                             PIC 9(2).
002820 01  WS-Section-Count        PIC 9(3)  COMP VALUE ZERO.
002821 01  WS-Clash-Course         PIC X(4).
002822 01  WS-Clash-Section        PIC 9(2).
002823 01  WS-Day-Sub              PIC 9(2)  COMP VALUE ZERO.
002824 01  WS-Chosen-Days          PIC X(7).
002825 01  WS-Chosen-Day-Table REDEFINES WS-Chosen-Days.
002826     02  WS-Chosen-Day       PIC X     OCCURS 7 TIMES.
002827 01  WS-Chosen-StartTime     PIC 9(4).
002828 01  WS-Chosen-EndTime       PIC 9(4).
002829 01  WS-Operator-Id          PIC X(8).
002830 01  WS-SignOn-Password      PIC X(8).
002831 01  WS-Oper-Authority       PIC X.
002840     88  WS-Oper-Supervisor        VALUE "S".
002850 01  WS-System-Date.
002860     02  WS-Current-Century-Yr PIC 9(4).
003820          CLOSE AddressFile
003830          OPEN I-O AddressFile
003840     END-IF.
003841     OPEN INPUT GradeFile.
003842     IF WS-Grade-Status = "00"
003843          SET WS-Grades-Open TO TRUE
003844     END-IF.
003845     OPEN INPUT PrereqFile.
003846     IF WS-Prereq-Status = "00"
003847          SET WS-Prereqs-Open TO TRUE
003848     END-IF.
003849     OPEN INPUT SectionFile.
003850     IF WS-Section-Status = "00"
003851          SET WS-Sections-Open TO TRUE
003852     END-IF.
003853     OPEN I-O PlacementFile.
003854     IF WS-Place-NotFnd
003855          OPEN OUTPUT PlacementFile
003856          CLOSE PlacementFile
003857          OPEN I-O PlacementFile
003858     END-IF.
003859     OPEN INPUT TransactionFile.
003860     IF WS-Trans-Status NOT = "00"
003870          DISPLAY "*** TRANSIN.DAT NOT AVAILABLE - NO RUN"
003880          CLOSE StudentFile
004890     CLOSE EnrollFile.
004900     CLOSE WaitlistFile.
004910     CLOSE JournalFile.
004911     CLOSE PlacementFile.
004920     CLOSE AddressFile.
004921     IF WS-Grades-Open
004922          CLOSE GradeFile
004923     END-IF.
004924     IF WS-Prereqs-Open
004925          CLOSE PrereqFile
004926     END-IF.
004927     IF WS-Sections-Open
004928          CLOSE SectionFile
004929     END-IF.
004930     CLOSE TransactionFile.
004940     CLOSE RejectFile.
004950     CLOSE ReportFile.
005120          CLOSE EnrollFile
005130          CLOSE WaitlistFile
005140          CLOSE JournalFile
005141          CLOSE PlacementFile
005150          CLOSE AddressFile
005151          IF WS-Grades-Open
005152               CLOSE GradeFile
005153          END-IF
005154          IF WS-Prereqs-Open
005155               CLOSE PrereqFile
005156          END-IF
005157          IF WS-Sections-Open
005158               CLOSE SectionFile
005159          END-IF
005160          CLOSE TransactionFile
005170          CLOSE RejectFile
005180          CLOSE ReportFile
005310          CLOSE EnrollFile
005320          CLOSE WaitlistFile
005330          CLOSE JournalFile
005331          CLOSE PlacementFile
005340          CLOSE AddressFile
005341          IF WS-Grades-Open
005342               CLOSE GradeFile
005343          END-IF
005344          IF WS-Prereqs-Open
005345               CLOSE PrereqFile
005346          END-IF
005347          IF WS-Sections-Open
005348               CLOSE SectionFile
005349          END-IF
005350          CLOSE TransactionFile
005360          CLOSE RejectFile
005370          CLOSE ReportFile
006960     END-IF.
006970     MOVE TR-CourseCode TO WS-Check-Course.
006980     PERFORM 7500-VALIDATE-COURSE THRU 7500-EXIT.
006981     IF WS-Invalid-Entry
006982          GO TO 3100-EXIT
006983     END-IF.
006984     MOVE TR-StudentId TO WS-Prereq-Student.
006985     PERFORM 7800-CHECK-PREREQUISITES THRU 7800-EXIT.
006986     IF WS-Prereqs-Not-Met
006987          SET WS-Invalid-Entry TO TRUE
006988          GO TO 3100-EXIT
006989     END-IF.
006990     MOVE TR-StudentId TO WS-Place-Student.
006991     MOVE SPACES TO WS-Skip-Course.
006992     PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT.
006993 3100-EXIT.
007000     EXIT.
007010
007020****************************************************************
007410              PERFORM 6000-REJECT-TRANSACTION THRU 6000-EXIT
007420              GO TO 4000-EXIT
007430          END-IF
007431          IF TR-CourseCode NOT = WS-Old-Course
007432              MOVE TR-StudentId TO WS-Prereq-Student
007433              PERFORM 7800-CHECK-PREREQUISITES THRU 7800-EXIT
007434              IF WS-Prereqs-Not-Met
007435                  PERFORM 6000-REJECT-TRANSACTION THRU 6000-EXIT
007436                  GO TO 4000-EXIT
007437              END-IF
007438              MOVE TR-StudentId TO WS-Place-Student
007439              MOVE WS-Old-Course TO WS-Skip-Course
007440              PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT
007441              IF WS-Invalid-Entry
007442                  PERFORM 6000-REJECT-TRANSACTION THRU 6000-EXIT
007443                  GO TO 4000-EXIT
007444              END-IF
007445          END-IF
007446          MOVE TR-CourseCode TO CourseCode
007450     END-IF.
007460     REWRITE StudentDetails
007470          INVALID KEY
009280* the student onto WAITLIST.DAT instead; the master
009290* still carries the CourseCode, so a later promotion
009300* needs no further master change.
009302* The section chosen by 7900-CHOOSE-SECTION is recorded
009304* with the enrollment; a waitlisted student is placed
009306* when promoted.
009310****************************************************************
009320 7300-ENROLL-PRIMARY-COURSE.
009330     MOVE CourseCode TO WS-Check-Course.
009460              DISPLAY "*** ENROLLMENT ROW ALREADY ON FILE FOR "
009470                  StudentId
009480          NOT INVALID KEY
009490              PERFORM 7980-WRITE-PLACEMENT THRU 7980-EXIT
009500     END-WRITE.
009510 7300-EXIT.
009520     EXIT.
010640* change has to move the student's ENROLL.DAT row too,
010650* or the roster join would keep printing the old
010660* course.
010665* The old course's section placement goes with it.
010670****************************************************************
010680 7320-REPOINT-ENROLLMENT.
010690     MOVE StudentId TO EN-StudentId.
010730          INVALID KEY
010740              CONTINUE
010750     END-DELETE.
010751     MOVE EN-EnrollKey TO SP-PlaceKey.
010752     DELETE PlacementFile
010753          INVALID KEY
010754              CONTINUE
010755     END-DELETE.
010760     PERFORM 7300-ENROLL-PRIMARY-COURSE THRU 7300-EXIT.
010770 7320-EXIT.
010780     EXIT.
010810* 7350-DROP-ALL-ENROLLMENTS - after an applied delete,
010820* sweep every ENROLL.DAT row for that id so no orphan
010830* enrollment survives the master record.
010835* Each row's section placement goes with it.
010840****************************************************************
010850 7350-DROP-ALL-ENROLLMENTS.
010860     MOVE "N" TO WS-Enroll-EOF-Sw.
011020          NOT AT END
011030              IF EN-StudentId = TR-StudentId
011040                  DELETE EnrollFile END-DELETE
011043                  MOVE EN-EnrollKey TO SP-PlaceKey
011046                  DELETE PlacementFile END-DELETE
011050              ELSE
011060                  SET WS-Enroll-EOF TO TRUE
011070              END-IF
011310 7100-WRITE-ADD-AUDIT.
011320     MOVE StudentId TO AU-StudentId.
011330     SET AU-IsAdd TO TRUE.
011335     MOVE SPACES TO AU-CourseCode AU-TermCode.
011340     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
011350 7100-EXIT.
011360     EXIT.
011380 7150-WRITE-CHANGE-AUDIT.
011390     MOVE StudentId TO AU-StudentId.
011400     SET AU-IsChange TO TRUE.
011405     MOVE SPACES TO AU-CourseCode AU-TermCode.
011410     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
011420 7150-EXIT.
011430     EXIT.
011450 7175-WRITE-DELETE-AUDIT.
011460     MOVE TR-StudentId TO AU-StudentId.
011470     SET AU-IsDelete TO TRUE.
011475     MOVE SPACES TO AU-CourseCode AU-TermCode.
011480     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
011490 7175-EXIT.
011500     EXIT.
011520 7180-WRITE-WAIT-AUDIT.
011530     MOVE WS-Wait-Student TO AU-StudentId.
011540     SET AU-IsWait TO TRUE.
011543     MOVE WS-Check-Course TO AU-CourseCode.
011546     MOVE WS-Open-Term TO AU-TermCode.
011550     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
011560 7180-EXIT.
011570     EXIT.
011790 7390-EXIT.
011800     EXIT.
011810
012500****************************************************************
012510* 7800-CHECK-PREREQUISITES - WS-Prereq-Student may take
012520* WS-Check-Course only if GRADES.DAT holds a grade at or
012530* above the minimum for every course PREREQS.DAT lists
012540* against it (a repeated course passes on its best
012550* attempt).  A course with no PREREQS.DAT row, or no
012560* prerequisite master at all, always passes.  The first
012570* prerequisite not met is described in WS-Error-Message,
012580* which becomes the REJECTS.DAT reason.
012590****************************************************************
012600 7800-CHECK-PREREQUISITES.
012610     SET WS-Prereqs-Met TO TRUE.
012620     IF NOT WS-Prereqs-Open
012630          GO TO 7800-EXIT
012640     END-IF.
012650     MOVE WS-Check-Course TO PR-CourseCode.
012660     READ PrereqFile
012670          INVALID KEY
012680              MOVE ZERO TO PR-NumReqs
012690     END-READ.
012700     PERFORM 7810-CHECK-ONE-PREREQ THRU 7810-EXIT
012710          VARYING WS-Prereq-Sub FROM 1 BY 1
012720          UNTIL WS-Prereq-Sub > PR-NumReqs OR WS-Prereqs-Not-Met.
012730 7800-EXIT.
012740     EXIT.
012750
012760 7810-CHECK-ONE-PREREQ.
012770     MOVE PR-MinGrade(WS-Prereq-Sub) TO WS-Check-Grade.
012780     PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT.
012790     MOVE WS-Lookup-Points TO WS-Min-Points.
012800     MOVE "N" TO WS-Qualified-Sw.
012810     IF WS-Grades-Open
012820          MOVE "N" TO WS-Grade-EOF-Sw
012830          MOVE WS-Prereq-Student TO GR-StudentId
012840          MOVE PR-ReqCourse(WS-Prereq-Sub) TO GR-CourseCode
012850          MOVE LOW-VALUES TO GR-TermCode
012860          START GradeFile KEY NOT < GR-GradeKey
012870              INVALID KEY
012880                  SET WS-Grade-EOF TO TRUE
012890          END-START
012900          PERFORM 7820-SCAN-ONE-GRADE THRU 7820-EXIT
012910              UNTIL WS-Grade-EOF OR WS-Grade-Qualifies
012920     END-IF.
012930     IF NOT WS-Grade-Qualifies
012940          SET WS-Prereqs-Not-Met TO TRUE
012950          MOVE PR-ReqCourse(WS-Prereq-Sub) TO WS-Missing-Course
012960          MOVE PR-MinGrade(WS-Prereq-Sub) TO WS-Missing-Grade
012970          MOVE SPACES TO WS-Error-Message
012980          STRING "PREREQUISITE " WS-Missing-Course
012990              " (MIN GRADE " DELIMITED BY SIZE
013000              WS-Missing-Grade DELIMITED BY SPACE
013010              ") NOT MET" DELIMITED BY SIZE
013020              INTO WS-Error-Message
013030     END-IF.
013040 7810-EXIT.
013050     EXIT.
013060
013070 7820-SCAN-ONE-GRADE.
013080     READ GradeFile NEXT RECORD
013090          AT END
013100              SET WS-Grade-EOF TO TRUE
013110          NOT AT END
013120              IF GR-StudentId NOT = WS-Prereq-Student
013130                  OR GR-CourseCode NOT =
013140                      PR-ReqCourse(WS-Prereq-Sub)
013150                  SET WS-Grade-EOF TO TRUE
013160              ELSE
013170                  MOVE GR-Grade TO WS-Check-Grade
013180                  PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT
013190                  IF GP-Found AND WS-Lookup-Points > ZERO
013200                      AND WS-Lookup-Points NOT < WS-Min-Points
013210                      SET WS-Grade-Qualifies TO TRUE
013220                  END-IF
013230              END-IF
013240     END-READ.
013250 7820-EXIT.
013260     EXIT.
013270
013280 7830-LOOKUP-GRADE-POINTS.
013290     MOVE ZERO TO WS-Lookup-Points.
013300     SET GP-NotFound TO TRUE.
013310     PERFORM 7835-MATCH-GRADE-POINT THRU 7835-EXIT
013320          VARYING GP-Idx FROM 1 BY 1
013330          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
013340 7830-EXIT.
013350     EXIT.
013360
013370 7835-MATCH-GRADE-POINT.
013380     IF WS-Check-Grade = GP-Grade(GP-Idx)
013390          MOVE GP-Points(GP-Idx) TO WS-Lookup-Points
013400          SET GP-Found TO TRUE
013410     END-IF.
013420 7835-EXIT.
013430     EXIT.
013431
013440****************************************************************
013450* 7900-CHOOSE-SECTION - when WS-Check-Course has sections
013460* in the Open term, place WS-Place-Student in the one
013470* named by TR-SectionNo, or in the lowest-numbered one
013480* that fits when it is blank.  The section must be on
013490* file and must not clash with the student's other
013500* Open-term sections (WS-Skip-Course, the course a
013510* course change is leaving, is not counted).  A course
013520* with no sections, or no section master at all, needs
013530* no placement and WS-Section-Chosen stays off.  A
013540* refusal sets WS-Invalid-Entry with the reason in
013550* WS-Error-Message.
013560****************************************************************
013570 7900-CHOOSE-SECTION.
013580     SET WS-Valid-Entry TO TRUE.
013590     MOVE "N" TO WS-Section-Chosen-Sw.
013600     MOVE WS-Check-Course TO WS-Place-Course.
013610     IF NOT WS-Sections-Open
013620          GO TO 7900-EXIT
013630     END-IF.
013640     IF TR-SectionNo = SPACES
013650          PERFORM 7910-FIRST-FREE-SECTION THRU 7910-EXIT
013660          GO TO 7900-EXIT
013670     END-IF.
013680     MOVE TR-SectionNo TO WS-Place-Section.
013690     IF WS-Place-Section NOT NUMERIC
013700          OR WS-Place-Section-No = ZERO
013710          MOVE "INVALID SECTION NUMBER - MUST BE 01-99"
013720              TO WS-Error-Message
013730          SET WS-Invalid-Entry TO TRUE
013740          GO TO 7900-EXIT
013750     END-IF.
013760     MOVE WS-Place-Course TO SC-CourseCode.
013770     MOVE WS-Open-Term TO SC-TermCode.
013780     MOVE WS-Place-Section-No TO SC-SectionNo.
013790     READ SectionFile
013800          INVALID KEY
013810              MOVE SPACES TO WS-Error-Message
013820              STRING "NO SECTION " WS-Place-Section " OF "
013830                  WS-Place-Course " IN TERM " WS-Open-Term
013840                  DELIMITED BY SIZE INTO WS-Error-Message
013850              SET WS-Invalid-Entry TO TRUE
013860              GO TO 7900-EXIT
013870     END-READ.
013880     MOVE SC-Days TO WS-Chosen-Days.
013890     MOVE SC-StartTime TO WS-Chosen-StartTime.
013900     MOVE SC-EndTime TO WS-Chosen-EndTime.
013910     PERFORM 7950-CHECK-TIMETABLE THRU 7950-EXIT.
013920     IF WS-Timetable-Clash
013930          MOVE SPACES TO WS-Error-Message
013940          STRING "SECTION " WS-Place-Section " OF "
013950              WS-Place-Course " CLASHES WITH " WS-Clash-Course
013960              " SECTION " WS-Clash-Section
013970              DELIMITED BY SIZE INTO WS-Error-Message
013980          SET WS-Invalid-Entry TO TRUE
013990          GO TO 7900-EXIT
014000     END-IF.
014010     SET WS-Section-Chosen TO TRUE.
014020 7900-EXIT.
014030     EXIT.
014040
014050****************************************************************
014060* 7910-FIRST-FREE-SECTION - walk the course's Open-term
014070* sections in number order and take the first that does
014080* not clash.  The clash check reads SECTIONS.DAT by key,
014090* so the walk is restarted after the section just tried.
014100* Sections on file but none that fits is a refusal.
014110****************************************************************
014120 7910-FIRST-FREE-SECTION.
014130     MOVE ZERO TO WS-Section-Count.
014140     MOVE "N" TO WS-Section-EOF-Sw.
014150     MOVE WS-Place-Course TO SC-CourseCode.
014160     MOVE WS-Open-Term TO SC-TermCode.
014170     MOVE ZERO TO SC-SectionNo.
014180     START SectionFile KEY NOT < SC-SectionKey
014190          INVALID KEY
014200              SET WS-Section-EOF TO TRUE
014210     END-START.
014220     PERFORM 7915-TRY-ONE-SECTION THRU 7915-EXIT
014230          UNTIL WS-Section-EOF OR WS-Section-Chosen.
014240     IF WS-Section-Count > ZERO
014250          AND NOT WS-Section-Chosen
014260          MOVE SPACES TO WS-Error-Message
014270          STRING "NO SECTION OF " WS-Place-Course
014280              " FITS - ALL CLASH WITH THE TIMETABLE"
014290              DELIMITED BY SIZE INTO WS-Error-Message
014300          SET WS-Invalid-Entry TO TRUE
014310     END-IF.
014320 7910-EXIT.
014330     EXIT.
014340
014350 7915-TRY-ONE-SECTION.
014360     READ SectionFile NEXT RECORD
014370          AT END
014380              SET WS-Section-EOF TO TRUE
014390              GO TO 7915-EXIT
014400     END-READ.
014410     IF SC-CourseCode NOT = WS-Place-Course
014420          OR SC-TermCode NOT = WS-Open-Term
014430          SET WS-Section-EOF TO TRUE
014440          GO TO 7915-EXIT
014450     END-IF.
014460     ADD 1 TO WS-Section-Count.
014470     MOVE SC-SectionNo TO WS-Place-Section-No.
014480     MOVE SC-Days TO WS-Chosen-Days.
014490     MOVE SC-StartTime TO WS-Chosen-StartTime.
014500     MOVE SC-EndTime TO WS-Chosen-EndTime.
014510     PERFORM 7950-CHECK-TIMETABLE THRU 7950-EXIT.
014520     IF NOT WS-Timetable-Clash
014530          SET WS-Section-Chosen TO TRUE
014540          GO TO 7915-EXIT
014550     END-IF.
014560     MOVE WS-Place-Course TO SC-CourseCode.
014570     MOVE WS-Open-Term TO SC-TermCode.
014580     MOVE WS-Place-Section-No TO SC-SectionNo.
014590     START SectionFile KEY > SC-SectionKey
014600          INVALID KEY
014610              SET WS-Section-EOF TO TRUE
014620     END-START.
014630 7915-EXIT.
014640     EXIT.
014650
014660****************************************************************
014670* 7950-CHECK-TIMETABLE - walk WS-Place-Student's
014680* ENROLL.DAT rows and set WS-Timetable-Clash when one of
014690* their other Open-term placements meets on a day the
014700* chosen section meets, starting before it ends and
014710* ending after it starts.  Enrollments with no placement
014720* have no meeting time and cannot clash.
014730****************************************************************
014740 7950-CHECK-TIMETABLE.
014750     MOVE "N" TO WS-Timetable-Clash-Sw.
014760     MOVE "N" TO WS-Clash-EOF-Sw.
014770     MOVE WS-Place-Student TO EN-StudentId.
014780     MOVE LOW-VALUES TO EN-CourseCode EN-TermCode.
014790     START EnrollFile KEY NOT < EN-EnrollKey
014800          INVALID KEY
014810              SET WS-Clash-EOF TO TRUE
014820     END-START.
014830     PERFORM 7955-CHECK-ONE-ENROLLMENT THRU 7955-EXIT
014840          UNTIL WS-Clash-EOF OR WS-Timetable-Clash.
014850 7950-EXIT.
014860     EXIT.
014870
014880 7955-CHECK-ONE-ENROLLMENT.
014890     READ EnrollFile NEXT RECORD
014900          AT END
014910              SET WS-Clash-EOF TO TRUE
014920              GO TO 7955-EXIT
014930     END-READ.
014940     IF EN-StudentId NOT = WS-Place-Student
014950          SET WS-Clash-EOF TO TRUE
014960          GO TO 7955-EXIT
014970     END-IF.
014980     IF EN-TermCode NOT = WS-Open-Term
014990          OR EN-CourseCode = WS-Place-Course
015000          OR EN-CourseCode = WS-Skip-Course
015010          GO TO 7955-EXIT
015020     END-IF.
015030     MOVE EN-EnrollKey TO SP-PlaceKey.
015040     READ PlacementFile
015050          INVALID KEY
015060              GO TO 7955-EXIT
015070     END-READ.
015080     MOVE SP-CourseCode TO SC-CourseCode.
015090     MOVE SP-TermCode TO SC-TermCode.
015100     MOVE SP-SectionNo TO SC-SectionNo.
015110     READ SectionFile
015120          INVALID KEY
015130              GO TO 7955-EXIT
015140     END-READ.
015150     IF SC-StartTime NOT < WS-Chosen-EndTime
015160          OR WS-Chosen-StartTime NOT < SC-EndTime
015170          GO TO 7955-EXIT
015180     END-IF.
015190     MOVE "N" TO WS-Day-Shared-Sw.
015200     PERFORM 7960-CHECK-SHARED-DAY THRU 7960-EXIT
015210          VARYING WS-Day-Sub FROM 1 BY 1
015220          UNTIL WS-Day-Sub > 7 OR WS-Day-Shared.
015230     IF WS-Day-Shared
015240          SET WS-Timetable-Clash TO TRUE
015250          MOVE SC-CourseCode TO WS-Clash-Course
015260          MOVE SC-SectionNo TO WS-Clash-Section
015270     END-IF.
015280 7955-EXIT.
015290     EXIT.
015300
015310 7960-CHECK-SHARED-DAY.
015320     IF SC-Day(WS-Day-Sub) NOT = SPACE
015330          AND WS-Chosen-Day(WS-Day-Sub) NOT = SPACE
015340          SET WS-Day-Shared TO TRUE
015350     END-IF.
015360 7960-EXIT.
015370     EXIT.
015380
015390****************************************************************
015400* 7980-WRITE-PLACEMENT - record the section chosen by
015410* 7900-CHOOSE-SECTION for WS-Place-Student in
015420* WS-Place-Course this term, replacing any placement
015430* already on file.  Nothing is written when no section
015440* was chosen.
015450****************************************************************
015460 7980-WRITE-PLACEMENT.
015470     IF NOT WS-Section-Chosen
015480          GO TO 7980-EXIT
015490     END-IF.
015500     MOVE WS-Place-Student TO SP-StudentId.
015510     MOVE WS-Place-Course TO SP-CourseCode.
015520     MOVE WS-Open-Term TO SP-TermCode.
015530     MOVE WS-Place-Section-No TO SP-SectionNo.
015540     ACCEPT SP-PlaceDate FROM DATE YYYYMMDD.
015550     WRITE PlacementDetails
015560          INVALID KEY
015570              REWRITE PlacementDetails
015580                  INVALID KEY
015590                      DISPLAY "*** PLACEMENT NOT RECORDED FOR "
015600                          WS-Place-Student
015610              END-REWRITE
015620     END-WRITE.
015630 7980-EXIT.
015640     EXIT.
015650
015660****************************************************************
015670* 8000-TERMINATE - close the files and print the
015680* apply/reject totals page.
015690****************************************************************
015700 8000-TERMINATE.
015710     WRITE ReportLine FROM WS-Report-Heading.
015720     WRITE ReportLine FROM WS-Blank-Line.
015730     MOVE "TRANSACTIONS READ   : " TO TL-Label.
015740     MOVE WS-Trans-Read TO TL-Count.
015750     WRITE ReportLine FROM WS-Total-Line.
015760     MOVE "ADDS APPLIED        : " TO TL-Label.
015770     MOVE WS-Adds-Applied TO TL-Count.
015780     WRITE ReportLine FROM WS-Total-Line.
015790     MOVE "CHANGES APPLIED     : " TO TL-Label.
015800     MOVE WS-Changes-Applied TO TL-Count.
015810     WRITE ReportLine FROM WS-Total-Line.
015820     MOVE "DELETES APPLIED     : " TO TL-Label.
015830     MOVE WS-Deletes-Applied TO TL-Count.
015840     WRITE ReportLine FROM WS-Total-Line.
015850     MOVE "TRANSACTIONS REJECTED:" TO TL-Label.
015860     MOVE WS-Trans-Rejected TO TL-Count.
015870     WRITE ReportLine FROM WS-Total-Line.
015880     CLOSE StudentFile.
015890     CLOSE AuditFile.
015900     CLOSE EnrollFile.
015910     CLOSE WaitlistFile.
015920     CLOSE JournalFile.
015930     CLOSE PlacementFile.
015940     CLOSE AddressFile.
015950     IF WS-Grades-Open
015960          CLOSE GradeFile
015970     END-IF.
015980     IF WS-Prereqs-Open
015990          CLOSE PrereqFile
016000     END-IF.
016010     IF WS-Sections-Open
016020          CLOSE SectionFile
016030     END-IF.
016040     CLOSE TransactionFile.
016050     CLOSE RejectFile.
016060     CLOSE ReportFile.
016070     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
016080     DISPLAY "STUDAPPLY COMPLETE - READ " WS-Trans-Read
016090          " REJECTED " WS-Trans-Rejected.
016100 8000-EXIT.
016110     EXIT.
016120
016130 8900-LOG-RUN-END.
016140     MOVE "STUDAPLY" TO RL-ProgramId.
016150     SET RL-IsEnd TO TRUE.
016160     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
016170     ACCEPT RL-LogTime FROM TIME.
016180     MOVE WS-Trans-Read TO RL-RecordsRead.
016190     ADD WS-Adds-Applied WS-Changes-Applied
016200          WS-Deletes-Applied GIVING RL-RecordsWritten.
016210     MOVE WS-Trans-Rejected TO RL-RecordsRejected.
016220     SET RL-IsOk TO TRUE.
016230     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
016240 8900-EXIT.
016250     EXIT.
016260
016270****************************************************************
016280* 8950-LOG-RUN-FAIL - END row with FAIL status for a
016290* startup abort, so the run log records why the step
016300* never did its work.
016310****************************************************************
016320 8950-LOG-RUN-FAIL.
016330     MOVE "STUDAPLY" TO RL-ProgramId.
016340     SET RL-IsEnd TO TRUE.
016350     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
016360     ACCEPT RL-LogTime FROM TIME.
016370     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
016380          RL-RecordsRejected.
016390     SET RL-IsFail TO TRUE.
016400     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
016410 8950-EXIT.
016420     EXIT.
