000100****************************************************************
000110* Program: Timetable
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Print the section timetable for one term on
000160*          TERMS.DAT (blank = the Open term) two ways.
000170*          ROOMUSE.RPT is the room-utilization timetable:
000180*          every meeting of every section on SECTIONS.DAT,
000190*          by room, day, and start time, with the course,
000200*          section, instructor, and the number of students
000210*          placed, and the hours each room is booked in a
000220*          week.  SCHEDULE.RPT is the weekly schedule of
000230*          each Active student enrolled in the term, from
000240*          ENROLL.DAT joined to the section placements on
000250*          SECTENRL.DAT, by day and start time; a course
000260*          the student is not placed in a section of is
000270*          listed as NOT PLACED.  START and END rows go to
000280*          the shared RUNLOG.DAT.
000290****************************************************************
000300* Maintenance History
000310* --------------------------------------------------
000320* 10/15/2026  EE  Original version - the room timetable
000330*                 was kept on a whiteboard before this.
000340****************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.      Timetable.
000380 AUTHOR.          EUGY ENOCH.
000390 INSTALLATION.    REGISTRARS OFFICE.
000400 DATE-WRITTEN.    10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000470          ORGANIZATION IS INDEXED
000480          ACCESS MODE IS SEQUENTIAL
000490          RECORD KEY IS SC-SectionKey
000500          FILE STATUS IS WS-Section-Status.
000510
000520     SELECT PlacementFile ASSIGN TO "SECTENRL.DAT"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS DYNAMIC
000550          RECORD KEY IS SP-PlaceKey
000560          FILE STATUS IS WS-Place-Status.
000570
000580     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS SEQUENTIAL
000610          RECORD KEY IS EN-EnrollKey
000620          FILE STATUS IS WS-Enroll-Status.
000630
000640     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000650          ORGANIZATION IS INDEXED
000660          ACCESS MODE IS DYNAMIC
000670          RECORD KEY IS StudentId
000680          FILE STATUS IS WS-Student-Status.
000690
000700     SELECT TermFile ASSIGN TO "TERMS.DAT"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS TM-TermCode
000740          FILE STATUS IS WS-Term-Status.
000750
000760     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-RunLog-Status.
000790
000800     SELECT RoomSortFile ASSIGN TO "SORTROOM.DAT".
000810
000820     SELECT ScheduleSortFile ASSIGN TO "SORTSCHD.DAT".
000830
000840     SELECT RoomFile ASSIGN TO "ROOMUSE.RPT"
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS WS-Room-Status.
000870
000880     SELECT ScheduleFile ASSIGN TO "SCHEDULE.RPT"
000890          ORGANIZATION IS LINE SEQUENTIAL
000900          FILE STATUS IS WS-Schedule-Status.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  SectionFile.
000950     COPY "section-record.cpy".
000960
000970 FD  PlacementFile.
000980     COPY "section-placement-record.cpy".
000990
001000 FD  EnrollFile.
001010     COPY "enrollment-record.cpy".
001020
001030 FD  StudentFile.
001040     COPY "student-record.cpy".
001050
001060 FD  TermFile.
001070     COPY "term-record.cpy".
001080
001090 FD  RunLogFile.
001100     COPY "run-log-record.cpy".
001110
001120 SD  RoomSortFile.
001130 01  RoomSortRecord.
001140     02  RS-Room             PIC X(6).
001150     02  RS-DaySub           PIC 9.
001160     02  RS-StartTime        PIC 9(4).
001170     02  RS-EndTime          PIC 9(4).
001180     02  RS-CourseCode       PIC X(4).
001190     02  RS-SectionNo        PIC 9(2).
001200     02  RS-Instructor       PIC X(20).
001210     02  RS-Placed           PIC 9(5).
001220
001230 SD  ScheduleSortFile.
001240 01  ScheduleSortRecord.
001250     02  SS-StudentId        PIC 9(7).
001260     02  SS-DaySub           PIC 9.
001270     02  SS-StartTime        PIC 9(4).
001280     02  SS-CourseCode       PIC X(4).
001290     02  SS-EndTime          PIC 9(4).
001300     02  SS-SectionNo        PIC 9(2).
001310     02  SS-Room             PIC X(6).
001320     02  SS-Instructor       PIC X(20).
001330     02  SS-Surname          PIC X(8).
001340     02  SS-Initials         PIC XX.
001350
001360 FD  RoomFile.
001370 01  RoomLine                PIC X(80).
001380
001390 FD  ScheduleFile.
001400 01  ScheduleLine            PIC X(80).
001410
001420 WORKING-STORAGE SECTION.
001430 01  WS-Status-Group.
001440     02  WS-Section-Status   PIC XX.
001450     02  WS-Place-Status     PIC XX.
001460     02  WS-Enroll-Status    PIC XX.
001470     02  WS-Student-Status   PIC XX.
001480     02  WS-Term-Status      PIC XX.
001490     02  WS-RunLog-Status    PIC XX.
001500     02  WS-Room-Status      PIC XX.
001510     02  WS-Schedule-Status  PIC XX.
001520
001530 01  WS-Switches.
001540     02  WS-Section-EOF-Sw   PIC X     VALUE "N".
001550          88  WS-Section-EOF          VALUE "Y".
001560     02  WS-Place-EOF-Sw     PIC X     VALUE "N".
001570          88  WS-Place-EOF            VALUE "Y".
001580     02  WS-Enroll-EOF-Sw    PIC X     VALUE "N".
001590          88  WS-Enroll-EOF           VALUE "Y".
001600     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001610          88  WS-Term-EOF             VALUE "Y".
001620     02  WS-Sort-EOF-Sw      PIC X     VALUE "N".
001630          88  WS-Sort-EOF             VALUE "Y".
001640     02  WS-Places-Open-Sw   PIC X     VALUE "N".
001650          88  WS-Places-Open          VALUE "Y".
001660     02  WS-Students-Open-Sw PIC X     VALUE "N".
001670          88  WS-Students-Open        VALUE "Y".
001680     02  WS-Enrolls-Open-Sw  PIC X     VALUE "N".
001690          88  WS-Enrolls-Open         VALUE "Y".
001700     02  WS-Slot-Found-Sw    PIC X     VALUE "N".
001710          88  WS-Slot-Found           VALUE "Y".
001720     02  WS-First-Room-Sw    PIC X     VALUE "Y".
001730          88  WS-First-Room           VALUE "Y".
001740     02  WS-First-Student-Sw PIC X     VALUE "Y".
001750          88  WS-First-Student        VALUE "Y".
001760
001770****************************************************************
001780* The term's sections, loaded once from SECTIONS.DAT, with
001790* the number of students placed in each counted from
001800* SECTENRL.DAT.
001810****************************************************************
001820 01  WS-Section-Table.
001830     02  WS-Section-Entry OCCURS 300 TIMES.
001840          03  ST-CourseCode   PIC X(4).
001850          03  ST-SectionNo    PIC 9(2).
001860          03  ST-Days         PIC X(7).
001870          03  ST-Day-Table REDEFINES ST-Days.
001880               04  ST-Day          PIC X     OCCURS 7 TIMES.
001890          03  ST-StartTime    PIC 9(4).
001900          03  ST-EndTime      PIC 9(4).
001910          03  ST-Room         PIC X(6).
001920          03  ST-Instructor   PIC X(20).
001930          03  ST-Placed       PIC 9(5)  COMP.
001940 01  WS-Section-Count        PIC 9(3)  COMP VALUE ZERO.
001950 01  WS-Section-Max          PIC 9(3)  COMP VALUE 300.
001960 01  WS-Section-Sub          PIC 9(3)  COMP.
001970 01  WS-Section-Slot         PIC 9(3)  COMP.
001980 01  WS-Day-Sub              PIC 9(2)  COMP.
001990 01  WS-Find-Course          PIC X(4).
002000 01  WS-Find-Section         PIC 9(2).
002010
002020 01  WS-Day-Name-Values.
002030     02  FILLER              PIC X(21)
002040          VALUE "MONTUEWEDTHUFRISATSUN".
002050 01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
002060     02  WS-Day-Name         PIC X(3)  OCCURS 7 TIMES.
002070
002080 01  WS-Select-Term          PIC X(6)  VALUE SPACES.
002090 01  WS-Term-Entry           PIC X(6).
002100 01  WS-Today                PIC 9(8).
002110
002120****************************************************************
002130* Meeting length.  Times are 24-hour HHMM, so each is
002140* turned into minutes after midnight before subtracting.
002150****************************************************************
002160 01  WS-Time-Work.
002170     02  WS-Time-HH          PIC 9(2).
002180     02  WS-Time-MM          PIC 9(2).
002190 01  WS-Start-Minutes        PIC 9(5)  COMP.
002200 01  WS-End-Minutes          PIC 9(5)  COMP.
002210 01  WS-Room-Minutes         PIC 9(7)  COMP VALUE ZERO.
002220 01  WS-Prev-Room            PIC X(6)  VALUE SPACES.
002230 01  WS-Prev-Student         PIC 9(7)  VALUE ZERO.
002240
002250 01  WS-Counters.
002260     02  WS-Sections-Read    PIC 9(5)  COMP VALUE ZERO.
002270     02  WS-Sections-Skipped PIC 9(5)  COMP VALUE ZERO.
002280     02  WS-Placements-Read  PIC 9(7)  COMP VALUE ZERO.
002290     02  WS-Enrolls-In-Term  PIC 9(7)  COMP VALUE ZERO.
002300     02  WS-Rooms-Printed    PIC 9(5)  COMP VALUE ZERO.
002310     02  WS-Meetings-Printed PIC 9(5)  COMP VALUE ZERO.
002320     02  WS-Students-Printed PIC 9(7)  COMP VALUE ZERO.
002330     02  WS-Schedule-Lines   PIC 9(7)  COMP VALUE ZERO.
002340     02  WS-Not-Placed       PIC 9(7)  COMP VALUE ZERO.
002350
002360 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
002370
002380 01  WS-Room-Heading.
002390     02  FILLER              PIC X(34)
002400          VALUE "ROOM UTILIZATION TIMETABLE - TERM ".
002410     02  RH-TermCode         PIC X(6).
002420     02  FILLER              PIC X(12) VALUE "   RUN DATE ".
002430     02  RH-RunDate          PIC 9(8).
002440
002450 01  WS-Room-Column-Heading.
002460     02  FILLER  PIC X(30) VALUE "ROOM    DAY  TIME       COURSE".
002470     02  FILLER  PIC X(30) VALUE " SECT  INSTRUCTOR            ".
002480     02  FILLER  PIC X(6)  VALUE "PLACED".
002490
002500 01  WS-Room-Detail-Line.
002510     02  RD-Room             PIC X(6).
002520     02  FILLER              PIC X(2)  VALUE SPACES.
002530     02  RD-Day              PIC X(3).
002540     02  FILLER              PIC X(2)  VALUE SPACES.
002550     02  RD-StartTime        PIC 9(4).
002560     02  FILLER              PIC X     VALUE "-".
002570     02  RD-EndTime          PIC 9(4).
002580     02  FILLER              PIC X(2)  VALUE SPACES.
002590     02  RD-CourseCode       PIC X(4).
002600     02  FILLER              PIC X(4)  VALUE SPACES.
002610     02  RD-SectionNo        PIC 9(2).
002620     02  FILLER              PIC X(3)  VALUE SPACES.
002630     02  RD-Instructor       PIC X(20).
002640     02  FILLER              PIC X(2)  VALUE SPACES.
002650     02  RD-Placed           PIC ZZZZ9.
002660
002670 01  WS-Room-Total-Line.
002680     02  FILLER              PIC X(8)  VALUE SPACES.
002690     02  FILLER              PIC X(5)  VALUE "ROOM ".
002700     02  RT-Room             PIC X(6).
002710     02  FILLER              PIC X(25)
002720          VALUE " BOOKED HOURS PER WEEK:  ".
002730     02  RT-Hours            PIC ZZ9.99.
002740
002750 01  WS-Schedule-Heading.
002760     02  FILLER              PIC X(32)
002770          VALUE "WEEKLY STUDENT SCHEDULE - TERM ".
002780     02  SH-TermCode         PIC X(6).
002790     02  FILLER              PIC X(12) VALUE "   RUN DATE ".
002800     02  SH-RunDate          PIC 9(8).
002810
002820 01  WS-Student-Heading.
002830     02  FILLER              PIC X(8)  VALUE "STUDENT ".
002840     02  SH-StudentId        PIC 9(7).
002850     02  FILLER              PIC X(2)  VALUE SPACES.
002860     02  SH-Surname          PIC X(8).
002870     02  FILLER              PIC X     VALUE SPACE.
002880     02  SH-Initials         PIC XX.
002890
002900 01  WS-Schedule-Detail-Line.
002910     02  FILLER              PIC X(2)  VALUE SPACES.
002920     02  SD-Day              PIC X(3).
002930     02  FILLER              PIC X(2)  VALUE SPACES.
002940     02  SD-StartTime        PIC 9(4).
002950     02  FILLER              PIC X     VALUE "-".
002960     02  SD-EndTime          PIC 9(4).
002970     02  FILLER              PIC X(2)  VALUE SPACES.
002980     02  SD-CourseCode       PIC X(4).
002990     02  FILLER              PIC X(10) VALUE "  SECTION ".
003000     02  SD-SectionNo        PIC 9(2).
003010     02  FILLER              PIC X(7)  VALUE "  ROOM ".
003020     02  SD-Room             PIC X(6).
003030     02  FILLER              PIC X(2)  VALUE SPACES.
003040     02  SD-Instructor       PIC X(20).
003050
003060 01  WS-Not-Placed-Line.
003070     02  FILLER              PIC X(18) VALUE SPACES.
003080     02  NP-CourseCode       PIC X(4).
003090     02  FILLER              PIC X(12) VALUE "  NOT PLACED".
003100
003110 01  WS-Total-Line.
003120     02  TO-Label            PIC X(28).
003130     02  TO-Count            PIC ZZZZZZ9.
003140
003150 PROCEDURE DIVISION.
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-LOAD-SECTIONS THRU 2000-EXIT.
003190     PERFORM 2500-COUNT-PLACEMENTS THRU 2500-EXIT.
003200     SORT RoomSortFile
003210          ON ASCENDING KEY RS-Room RS-DaySub RS-StartTime
003220          INPUT PROCEDURE IS 3000-RELEASE-MEETINGS THRU 3000-EXIT
003230          OUTPUT PROCEDURE IS 4000-PRINT-ROOM-USE THRU 4000-EXIT.
003240     SORT ScheduleSortFile
003250          ON ASCENDING KEY SS-StudentId SS-DaySub SS-StartTime
003260              SS-CourseCode
003270          INPUT PROCEDURE IS 5000-RELEASE-SCHEDULE THRU 5000-EXIT
003280          OUTPUT PROCEDURE IS 6000-PRINT-SCHEDULES THRU 6000-EXIT.
003290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003300     STOP RUN.
003310
003320****************************************************************
003330* 1000-INITIALIZE - settle the term, open the files, and
003340* start both reports.  The section master is required;
003350* without placements every enrollment prints as NOT
003360* PLACED, and without the student master names are blank.
003370****************************************************************
003380 1000-INITIALIZE.
003390     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003400     ACCEPT WS-Today FROM DATE YYYYMMDD.
003410     DISPLAY "TIMETABLE - ROOM USE AND STUDENT SCHEDULES".
003420     PERFORM 1500-SELECT-TERM THRU 1500-EXIT.
003430     OPEN INPUT SectionFile.
003440     IF WS-Section-Status NOT = "00"
003450          DISPLAY "*** SECTIONS.DAT NOT AVAILABLE - "
003460              "RUN SECTMAINT FIRST"
003470          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003480          MOVE 8 TO RETURN-CODE
003490          STOP RUN
003500     END-IF.
003510     OPEN INPUT PlacementFile.
003520     IF WS-Place-Status = "00"
003530          SET WS-Places-Open TO TRUE
003540     ELSE
003550          DISPLAY "*** SECTENRL.DAT NOT AVAILABLE - "
003560              "NO STUDENT IS PLACED"
003570          SET WS-Place-EOF TO TRUE
003580     END-IF.
003590     OPEN INPUT EnrollFile.
003600     IF WS-Enroll-Status = "00"
003610          SET WS-Enrolls-Open TO TRUE
003620     ELSE
003630          DISPLAY "*** ENROLL.DAT NOT AVAILABLE - "
003640              "SCHEDULES WILL BE EMPTY"
003650          SET WS-Enroll-EOF TO TRUE
003660     END-IF.
003670     OPEN INPUT StudentFile.
003680     IF WS-Student-Status = "00"
003690          SET WS-Students-Open TO TRUE
003700     ELSE
003710          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - "
003720              "NAMES WILL NOT PRINT"
003730     END-IF.
003740     OPEN OUTPUT RoomFile.
003750     OPEN OUTPUT ScheduleFile.
003760     MOVE WS-Select-Term TO RH-TermCode SH-TermCode.
003770     MOVE WS-Today TO RH-RunDate SH-RunDate.
003780     WRITE RoomLine FROM WS-Room-Heading.
003790     WRITE RoomLine FROM WS-Blank-Line.
003800     WRITE RoomLine FROM WS-Room-Column-Heading.
003810     WRITE ScheduleLine FROM WS-Schedule-Heading.
003820     WRITE ScheduleLine FROM WS-Blank-Line.
003830     DISPLAY "TIMETABLE FOR TERM " WS-Select-Term.
003840 1000-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880* 1500-SELECT-TERM - a blank entry takes the Open term; a
003890* keyed term must be on TERMS.DAT.  Sections belong to a
003900* term, so there is no all-terms run.
003910****************************************************************
003920 1500-SELECT-TERM.
003930     OPEN INPUT TermFile.
003940     IF WS-Term-Status NOT = "00"
003950          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
003960              "RUN TERMMAINT FIRST"
003970          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003980          MOVE 8 TO RETURN-CODE
003990          STOP RUN
004000     END-IF.
004010     DISPLAY "Term code (blank for the open term): "
004020          WITH NO ADVANCING.
004030     ACCEPT WS-Term-Entry.
004040     IF WS-Term-Entry = SPACES
004050          PERFORM 1550-CHECK-ONE-TERM THRU 1550-EXIT
004060              UNTIL WS-Term-EOF
004070     ELSE
004080          MOVE WS-Term-Entry TO TM-TermCode
004090          READ TermFile
004100              INVALID KEY
004110                  CONTINUE
004120              NOT INVALID KEY
004130                  MOVE TM-TermCode TO WS-Select-Term
004140          END-READ
004150     END-IF.
004160     CLOSE TermFile.
004170     IF WS-Select-Term = SPACES
004180          IF WS-Term-Entry = SPACES
004190              DISPLAY "*** NO OPEN TERM ON TERMS.DAT - "
004200                  "KEY A TERM CODE"
004210          ELSE
004220              DISPLAY "*** TERM " WS-Term-Entry
004230                  " NOT ON TERMS.DAT - NO RUN"
004240          END-IF
004250          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004260          MOVE 8 TO RETURN-CODE
004270          STOP RUN
004280     END-IF.
004290 1500-EXIT.
004300     EXIT.
004310
004320 1550-CHECK-ONE-TERM.
004330     READ TermFile NEXT RECORD
004340          AT END
004350              SET WS-Term-EOF TO TRUE
004360          NOT AT END
004370              IF TM-IsOpen
004380                  MOVE TM-TermCode TO WS-Select-Term
004390                  SET WS-Term-EOF TO TRUE
004400              END-IF
004410     END-READ.
004420 1550-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
004470* as this run begins and one END row with its totals
004480* as it finishes, on the shared RUNLOG.DAT.
004490****************************************************************
004500 1600-LOG-RUN-START.
004510     MOVE "TIMETABL" TO RL-ProgramId.
004520     SET RL-IsStart TO TRUE.
004530     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
004540     ACCEPT RL-LogTime FROM TIME.
004550     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
004560          RL-RecordsRejected.
004570     MOVE SPACES TO RL-Status.
004580     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
004590 1600-EXIT.
004600     EXIT.
004610
004620 1690-WRITE-RUN-LOG.
004630     OPEN EXTEND RunLogFile.
004640     IF WS-RunLog-Status = "35"
004650          OPEN OUTPUT RunLogFile
004660          CLOSE RunLogFile
004670          OPEN EXTEND RunLogFile
004680     END-IF.
004690     WRITE RunLogDetails.
004700     CLOSE RunLogFile.
004710 1690-EXIT.
004720     EXIT.
004730
004740****************************************************************
004750* 2000-LOAD-SECTIONS - keep every section of the selected
004760* term.  SECTIONS.DAT is in course order, not term order,
004770* so the whole file is read.
004780****************************************************************
004790 2000-LOAD-SECTIONS.
004800     PERFORM 2100-LOAD-ONE-SECTION THRU 2100-EXIT
004810          UNTIL WS-Section-EOF.
004820     CLOSE SectionFile.
004830     IF WS-Section-Count = ZERO
004840          DISPLAY "*** NO SECTIONS ON FILE FOR TERM "
004850              WS-Select-Term
004860     END-IF.
004870 2000-EXIT.
004880     EXIT.
004890
004900 2100-LOAD-ONE-SECTION.
004910     READ SectionFile NEXT RECORD
004920          AT END
004930              SET WS-Section-EOF TO TRUE
004940              GO TO 2100-EXIT
004950     END-READ.
004960     IF SC-TermCode NOT = WS-Select-Term
004970          GO TO 2100-EXIT
004980     END-IF.
004990     ADD 1 TO WS-Sections-Read.
005000     IF WS-Section-Count NOT < WS-Section-Max
005010          DISPLAY "*** SECTION TABLE FULL - " SC-CourseCode
005020              " SECTION " SC-SectionNo " SKIPPED"
005030          ADD 1 TO WS-Sections-Skipped
005040          GO TO 2100-EXIT
005050     END-IF.
005060     ADD 1 TO WS-Section-Count.
005070     MOVE SC-CourseCode TO ST-CourseCode(WS-Section-Count).
005080     MOVE SC-SectionNo TO ST-SectionNo(WS-Section-Count).
005090     MOVE SC-Days TO ST-Days(WS-Section-Count).
005100     MOVE SC-StartTime TO ST-StartTime(WS-Section-Count).
005110     MOVE SC-EndTime TO ST-EndTime(WS-Section-Count).
005120     MOVE SC-Room TO ST-Room(WS-Section-Count).
005130     MOVE SC-Instructor TO ST-Instructor(WS-Section-Count).
005140     MOVE ZERO TO ST-Placed(WS-Section-Count).
005150 2100-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190* 2500-COUNT-PLACEMENTS - one pass of SECTENRL.DAT adds
005200* each of the term's placements to its section's count.
005210****************************************************************
005220 2500-COUNT-PLACEMENTS.
005230     PERFORM 2600-COUNT-ONE-PLACEMENT THRU 2600-EXIT
005240          UNTIL WS-Place-EOF.
005250 2500-EXIT.
005260     EXIT.
005270
005280 2600-COUNT-ONE-PLACEMENT.
005290     READ PlacementFile NEXT RECORD
005300          AT END
005310              SET WS-Place-EOF TO TRUE
005320              GO TO 2600-EXIT
005330     END-READ.
005340     IF SP-TermCode NOT = WS-Select-Term
005350          GO TO 2600-EXIT
005360     END-IF.
005370     ADD 1 TO WS-Placements-Read.
005380     MOVE SP-CourseCode TO WS-Find-Course.
005390     MOVE SP-SectionNo TO WS-Find-Section.
005400     PERFORM 7100-FIND-SECTION THRU 7100-EXIT.
005410     IF WS-Slot-Found
005420          ADD 1 TO ST-Placed(WS-Section-Slot)
005430     END-IF.
005440 2600-EXIT.
005450     EXIT.
005460
005470****************************************************************
005480* 3000-RELEASE-MEETINGS - SORT input procedure.  One sort
005490* record per day each section of the term meets.
005500****************************************************************
005510 3000-RELEASE-MEETINGS.
005520     PERFORM 3100-RELEASE-ONE-SECTION THRU 3100-EXIT
005530          VARYING WS-Section-Sub FROM 1 BY 1
005540          UNTIL WS-Section-Sub > WS-Section-Count.
005550 3000-EXIT.
005560     EXIT.
005570
005580 3100-RELEASE-ONE-SECTION.
005590     PERFORM 3200-RELEASE-ONE-DAY THRU 3200-EXIT
005600          VARYING WS-Day-Sub FROM 1 BY 1
005610          UNTIL WS-Day-Sub > 7.
005620 3100-EXIT.
005630     EXIT.
005640
005650 3200-RELEASE-ONE-DAY.
005660     IF ST-Day(WS-Section-Sub, WS-Day-Sub) = SPACE
005670          GO TO 3200-EXIT
005680     END-IF.
005690     MOVE ST-Room(WS-Section-Sub) TO RS-Room.
005700     MOVE WS-Day-Sub TO RS-DaySub.
005710     MOVE ST-StartTime(WS-Section-Sub) TO RS-StartTime.
005720     MOVE ST-EndTime(WS-Section-Sub) TO RS-EndTime.
005730     MOVE ST-CourseCode(WS-Section-Sub) TO RS-CourseCode.
005740     MOVE ST-SectionNo(WS-Section-Sub) TO RS-SectionNo.
005750     MOVE ST-Instructor(WS-Section-Sub) TO RS-Instructor.
005760     MOVE ST-Placed(WS-Section-Sub) TO RS-Placed.
005770     RELEASE RoomSortRecord.
005780 3200-EXIT.
005790     EXIT.
005800
005810****************************************************************
005820* 4000-PRINT-ROOM-USE - SORT output procedure.  Returns
005830* the meetings in room, day, and start-time order,
005840* breaking on room for the week's booked hours.
005850****************************************************************
005860 4000-PRINT-ROOM-USE.
005870     MOVE "N" TO WS-Sort-EOF-Sw.
005880     PERFORM 4100-RETURN-AND-PRINT THRU 4100-EXIT
005890          UNTIL WS-Sort-EOF.
005900     IF NOT WS-First-Room
005910          PERFORM 4300-PRINT-ROOM-TOTAL THRU 4300-EXIT
005920     END-IF.
005930     WRITE RoomLine FROM WS-Blank-Line.
005940     MOVE "ROOMS IN USE              : " TO TO-Label.
005950     MOVE WS-Rooms-Printed TO TO-Count.
005960     WRITE RoomLine FROM WS-Total-Line.
005970     MOVE "SECTION MEETINGS PER WEEK : " TO TO-Label.
005980     MOVE WS-Meetings-Printed TO TO-Count.
005990     WRITE RoomLine FROM WS-Total-Line.
006000 4000-EXIT.
006010     EXIT.
006020
006030 4100-RETURN-AND-PRINT.
006040     RETURN RoomSortFile
006050          AT END
006060              SET WS-Sort-EOF TO TRUE
006070              GO TO 4100-EXIT
006080     END-RETURN.
006090     IF WS-First-Room
006100          OR RS-Room NOT = WS-Prev-Room
006110          PERFORM 4200-START-ROOM THRU 4200-EXIT
006120     END-IF.
006130     MOVE RS-Room TO RD-Room.
006140     MOVE WS-Day-Name(RS-DaySub) TO RD-Day.
006150     MOVE RS-StartTime TO RD-StartTime.
006160     MOVE RS-EndTime TO RD-EndTime.
006170     MOVE RS-CourseCode TO RD-CourseCode.
006180     MOVE RS-SectionNo TO RD-SectionNo.
006190     MOVE RS-Instructor TO RD-Instructor.
006200     MOVE RS-Placed TO RD-Placed.
006210     WRITE RoomLine FROM WS-Room-Detail-Line.
006220     ADD 1 TO WS-Meetings-Printed.
006230     MOVE RS-StartTime TO WS-Time-Work.
006240     COMPUTE WS-Start-Minutes = WS-Time-HH * 60 + WS-Time-MM.
006250     MOVE RS-EndTime TO WS-Time-Work.
006260     COMPUTE WS-End-Minutes = WS-Time-HH * 60 + WS-Time-MM.
006270     IF WS-End-Minutes > WS-Start-Minutes
006280          COMPUTE WS-Room-Minutes = WS-Room-Minutes
006290              + WS-End-Minutes - WS-Start-Minutes
006300     END-IF.
006310 4100-EXIT.
006320     EXIT.
006330
006340 4200-START-ROOM.
006350     IF NOT WS-First-Room
006360          PERFORM 4300-PRINT-ROOM-TOTAL THRU 4300-EXIT
006370     END-IF.
006380     MOVE "N" TO WS-First-Room-Sw.
006390     MOVE RS-Room TO WS-Prev-Room.
006400     MOVE ZERO TO WS-Room-Minutes.
006410     ADD 1 TO WS-Rooms-Printed.
006420     WRITE RoomLine FROM WS-Blank-Line.
006430 4200-EXIT.
006440     EXIT.
006450
006460 4300-PRINT-ROOM-TOTAL.
006470     MOVE WS-Prev-Room TO RT-Room.
006480     COMPUTE RT-Hours ROUNDED = WS-Room-Minutes / 60.
006490     WRITE RoomLine FROM WS-Room-Total-Line.
006500 4300-EXIT.
006510     EXIT.
006520
006530****************************************************************
006540* 5000-RELEASE-SCHEDULE - SORT input procedure.  Each
006550* ENROLL.DAT row of the term for an Active student is
006560* joined to its placement and section: one sort record per
006570* meeting day, or one with day 8 (after Sunday) when the
006580* enrollment is not placed or its section is gone.
006590****************************************************************
006600 5000-RELEASE-SCHEDULE.
006610     PERFORM 5100-RELEASE-ONE-ENROLLMENT THRU 5100-EXIT
006620          UNTIL WS-Enroll-EOF.
006630 5000-EXIT.
006640     EXIT.
006650
006660 5100-RELEASE-ONE-ENROLLMENT.
006670     READ EnrollFile NEXT RECORD
006680          AT END
006690              SET WS-Enroll-EOF TO TRUE
006700              GO TO 5100-EXIT
006710     END-READ.
006720     IF EN-TermCode NOT = WS-Select-Term
006730          GO TO 5100-EXIT
006740     END-IF.
006750     ADD 1 TO WS-Enrolls-In-Term.
006760     MOVE SPACES TO Surname Initials.
006770     IF WS-Students-Open
006780          MOVE EN-StudentId TO StudentId
006790          READ StudentFile
006800              INVALID KEY
006810                  DISPLAY "*** NO MASTER RECORD FOR ENROLLMENT "
006820                      EN-StudentId " " EN-CourseCode " - SKIPPED"
006830                  GO TO 5100-EXIT
006840          END-READ
006850          IF NOT StatusActive
006860              GO TO 5100-EXIT
006870          END-IF
006880     END-IF.
006890     MOVE EN-StudentId TO SS-StudentId.
006900     MOVE EN-CourseCode TO SS-CourseCode.
006910     MOVE Surname TO SS-Surname.
006920     MOVE Initials TO SS-Initials.
006930     MOVE "N" TO WS-Slot-Found-Sw.
006940     IF WS-Places-Open
006950          MOVE EN-EnrollKey TO SP-PlaceKey
006960          READ PlacementFile
006970              INVALID KEY
006980                  CONTINUE
006990              NOT INVALID KEY
007000                  MOVE SP-CourseCode TO WS-Find-Course
007010                  MOVE SP-SectionNo TO WS-Find-Section
007020                  PERFORM 7100-FIND-SECTION THRU 7100-EXIT
007030          END-READ
007040     END-IF.
007050     IF NOT WS-Slot-Found
007060          MOVE 8 TO SS-DaySub
007070          MOVE ZERO TO SS-StartTime SS-EndTime SS-SectionNo
007080          MOVE SPACES TO SS-Room SS-Instructor
007090          RELEASE ScheduleSortRecord
007100          GO TO 5100-EXIT
007110     END-IF.
007120     MOVE ST-StartTime(WS-Section-Slot) TO SS-StartTime.
007130     MOVE ST-EndTime(WS-Section-Slot) TO SS-EndTime.
007140     MOVE ST-SectionNo(WS-Section-Slot) TO SS-SectionNo.
007150     MOVE ST-Room(WS-Section-Slot) TO SS-Room.
007160     MOVE ST-Instructor(WS-Section-Slot) TO SS-Instructor.
007170     PERFORM 5200-RELEASE-ONE-DAY THRU 5200-EXIT
007180          VARYING WS-Day-Sub FROM 1 BY 1
007190          UNTIL WS-Day-Sub > 7.
007200 5100-EXIT.
007210     EXIT.
007220
007230 5200-RELEASE-ONE-DAY.
007240     IF ST-Day(WS-Section-Slot, WS-Day-Sub) NOT = SPACE
007250          MOVE WS-Day-Sub TO SS-DaySub
007260          RELEASE ScheduleSortRecord
007270     END-IF.
007280 5200-EXIT.
007290     EXIT.
007300
007310****************************************************************
007320* 6000-PRINT-SCHEDULES - SORT output procedure.  Returns
007330* each student's meetings in day and start-time order,
007340* with the unplaced courses last.
007350****************************************************************
007360 6000-PRINT-SCHEDULES.
007370     MOVE "N" TO WS-Sort-EOF-Sw.
007380     PERFORM 6100-RETURN-AND-PRINT THRU 6100-EXIT
007390          UNTIL WS-Sort-EOF.
007400     WRITE ScheduleLine FROM WS-Blank-Line.
007410     MOVE "STUDENTS SCHEDULED        : " TO TO-Label.
007420     MOVE WS-Students-Printed TO TO-Count.
007430     WRITE ScheduleLine FROM WS-Total-Line.
007440     MOVE "CLASS MEETINGS LISTED     : " TO TO-Label.
007450     MOVE WS-Schedule-Lines TO TO-Count.
007460     WRITE ScheduleLine FROM WS-Total-Line.
007470     MOVE "ENROLLMENTS NOT PLACED    : " TO TO-Label.
007480     MOVE WS-Not-Placed TO TO-Count.
007490     WRITE ScheduleLine FROM WS-Total-Line.
007500 6000-EXIT.
007510     EXIT.
007520
007530 6100-RETURN-AND-PRINT.
007540     RETURN ScheduleSortFile
007550          AT END
007560              SET WS-Sort-EOF TO TRUE
007570              GO TO 6100-EXIT
007580     END-RETURN.
007590     IF WS-First-Student
007600          OR SS-StudentId NOT = WS-Prev-Student
007610          PERFORM 6200-START-STUDENT THRU 6200-EXIT
007620     END-IF.
007630     IF SS-DaySub > 7
007640          MOVE SS-CourseCode TO NP-CourseCode
007650          WRITE ScheduleLine FROM WS-Not-Placed-Line
007660          ADD 1 TO WS-Not-Placed
007670          GO TO 6100-EXIT
007680     END-IF.
007690     MOVE WS-Day-Name(SS-DaySub) TO SD-Day.
007700     MOVE SS-StartTime TO SD-StartTime.
007710     MOVE SS-EndTime TO SD-EndTime.
007720     MOVE SS-CourseCode TO SD-CourseCode.
007730     MOVE SS-SectionNo TO SD-SectionNo.
007740     MOVE SS-Room TO SD-Room.
007750     MOVE SS-Instructor TO SD-Instructor.
007760     WRITE ScheduleLine FROM WS-Schedule-Detail-Line.
007770     ADD 1 TO WS-Schedule-Lines.
007780 6100-EXIT.
007790     EXIT.
007800
007810 6200-START-STUDENT.
007820     IF NOT WS-First-Student
007830          WRITE ScheduleLine FROM WS-Blank-Line
007840     END-IF.
007850     MOVE "N" TO WS-First-Student-Sw.
007860     MOVE SS-StudentId TO WS-Prev-Student.
007870     ADD 1 TO WS-Students-Printed.
007880     MOVE SS-StudentId TO SH-StudentId.
007890     MOVE SS-Surname TO SH-Surname.
007900     MOVE SS-Initials TO SH-Initials.
007910     WRITE ScheduleLine FROM WS-Student-Heading.
007920 6200-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960* 7100-FIND-SECTION - the table slot of WS-Find-Course
007970* section WS-Find-Section, setting WS-Slot-Found.
007980****************************************************************
007990 7100-FIND-SECTION.
008000     MOVE "N" TO WS-Slot-Found-Sw.
008010     PERFORM 7150-MATCH-SECTION THRU 7150-EXIT
008020          VARYING WS-Section-Sub FROM 1 BY 1
008030          UNTIL WS-Section-Sub > WS-Section-Count
008040              OR WS-Slot-Found.
008050 7100-EXIT.
008060     EXIT.
008070
008080 7150-MATCH-SECTION.
008090     IF ST-CourseCode(WS-Section-Sub) = WS-Find-Course
008100          AND ST-SectionNo(WS-Section-Sub) = WS-Find-Section
008110          SET WS-Slot-Found TO TRUE
008120          MOVE WS-Section-Sub TO WS-Section-Slot
008130     END-IF.
008140 7150-EXIT.
008150     EXIT.
008160
008170****************************************************************
008180* 8000-TERMINATE - close up and report the totals.
008190****************************************************************
008200 8000-TERMINATE.
008210     IF WS-Places-Open
008220          CLOSE PlacementFile
008230     END-IF.
008240     IF WS-Enrolls-Open
008250          CLOSE EnrollFile
008260     END-IF.
008270     IF WS-Students-Open
008280          CLOSE StudentFile
008290     END-IF.
008300     CLOSE RoomFile.
008310     CLOSE ScheduleFile.
008320     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
008330     DISPLAY WS-Meetings-Printed " SECTION MEETING(S) IN "
008340          WS-Rooms-Printed " ROOM(S) ON ROOMUSE.RPT".
008350     DISPLAY WS-Students-Printed " STUDENT SCHEDULE(S) ON "
008360          "SCHEDULE.RPT, " WS-Not-Placed
008370          " ENROLLMENT(S) NOT PLACED".
008380     DISPLAY "TIMETABLE COMPLETE".
008390 8000-EXIT.
008400     EXIT.
008410
008420 8900-LOG-RUN-END.
008430     MOVE "TIMETABL" TO RL-ProgramId.
008440     SET RL-IsEnd TO TRUE.
008450     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
008460     ACCEPT RL-LogTime FROM TIME.
008470     MOVE WS-Enrolls-In-Term TO RL-RecordsRead.
008480     MOVE WS-Schedule-Lines TO RL-RecordsWritten.
008490     MOVE WS-Not-Placed TO RL-RecordsRejected.
008500     SET RL-IsOk TO TRUE.
008510     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
008520 8900-EXIT.
008530     EXIT.
008540
008550****************************************************************
008560* 8950-LOG-RUN-FAIL - END row with FAIL status for a
008570* startup abort, so the run log records why the run
008580* never did its work.
008590****************************************************************
008600 8950-LOG-RUN-FAIL.
008610     MOVE "TIMETABL" TO RL-ProgramId.
008620     SET RL-IsEnd TO TRUE.
008630     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
008640     ACCEPT RL-LogTime FROM TIME.
008650     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
008660          RL-RecordsRejected.
008670     SET RL-IsFail TO TRUE.
008680     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
008690 8950-EXIT.
008700     EXIT.
