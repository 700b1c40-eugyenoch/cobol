000100****************************************************************
000110* Program: AcadStand
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: End-of-term academic standing run.  For the term
000160*          just closed on TERMS.DAT (or a closed term keyed
000170*          at startup) every student with a GRADES.DAT row
000180*          in that term gets a term grade point average and
000190*          a cumulative one over every term that started
000200*          on or before it, using the grade-point-table.cpy
000210*          points (I and W left out of the average).  The
000220*          standing earned - Good, Dean's List, Probation,
000230*          or Required to Withdraw - is kept on STANDING.DAT
000240*          keyed on StudentId plus TermCode so the history
000250*          carries from term to term; a rerun for the same
000260*          term rewrites the rows.  Prints the standing
000270*          register to STANDING.RPT and the Dean's List to
000280*          DEANLIST.RPT, with START and END rows on the
000290*          shared RUNLOG.DAT.
000300****************************************************************
000310* Maintenance History
000320* --------------------------------------------------
000330* 10/15/2026  EE  Original version - probation and the
000340*                 honour roll were worked out by hand
000350*                 from transcript printouts before this.
000360****************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.      AcadStand.
000400 AUTHOR.          EUGY ENOCH.
000410 INSTALLATION.    REGISTRARS OFFICE.
000420 DATE-WRITTEN.    10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS SEQUENTIAL
000510          RECORD KEY IS StudentId
000520          FILE STATUS IS WS-Student-Status.
000530
000540     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS GR-GradeKey
000580          FILE STATUS IS WS-Grade-Status.
000590
000600     SELECT TermFile ASSIGN TO "TERMS.DAT"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS SEQUENTIAL
000630          RECORD KEY IS TM-TermCode
000640          FILE STATUS IS WS-Term-Status.
000650
000660     SELECT StandingFile ASSIGN TO "STANDING.DAT"
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS DYNAMIC
000690          RECORD KEY IS SD-StandKey
000700          FILE STATUS IS WS-Standing-Status.
000710
000720     SELECT RegisterFile ASSIGN TO "STANDING.RPT"
000730          ORGANIZATION IS LINE SEQUENTIAL
000740          FILE STATUS IS WS-Register-Status.
000750
000760     SELECT DeansFile ASSIGN TO "DEANLIST.RPT"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-Deans-Status.
000790
000800     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS WS-RunLog-Status.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  StudentFile.
000870     COPY "student-record.cpy".
000880
000890 FD  GradeFile.
000900     COPY "grade-record.cpy".
000910
000920 FD  TermFile.
000930     COPY "term-record.cpy".
000940
000950 FD  StandingFile.
000960     COPY "standing-record.cpy".
000970
000980 FD  RegisterFile.
000990 01  RegisterLine            PIC X(80).
001000
001010 FD  DeansFile.
001020 01  DeansLine               PIC X(80).
001030
001040 FD  RunLogFile.
001050     COPY "run-log-record.cpy".
001060
001070 WORKING-STORAGE SECTION.
001080 COPY "grade-point-table.cpy".
001090
001100 01  WS-Status-Group.
001110     02  WS-Student-Status   PIC XX.
001120     02  WS-Grade-Status     PIC XX.
001130     02  WS-Term-Status      PIC XX.
001140     02  WS-Standing-Status  PIC XX.
001150          88  WS-Standing-NotFnd  VALUE "35".
001160     02  WS-Register-Status  PIC XX.
001170     02  WS-Deans-Status     PIC XX.
001180     02  WS-RunLog-Status    PIC XX.
001190
001200 01  WS-Switches.
001210     02  WS-Student-EOF-Sw   PIC X     VALUE "N".
001220          88  WS-Student-EOF          VALUE "Y".
001230     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
001240          88  WS-Grade-EOF            VALUE "Y".
001250     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001260          88  WS-Term-EOF             VALUE "Y".
001270     02  WS-Standing-EOF-Sw  PIC X     VALUE "N".
001280          88  WS-Standing-EOF         VALUE "Y".
001290     02  WS-Term-Found-Sw    PIC X     VALUE "N".
001300          88  WS-Term-Found           VALUE "Y".
001310     02  WS-Term-Graded-Sw   PIC X     VALUE "N".
001320          88  WS-Term-Graded          VALUE "Y".
001330     02  WS-On-File-Sw       PIC X     VALUE "N".
001340          88  WS-On-File              VALUE "Y".
001350     02  WS-Students-Open-Sw PIC X     VALUE "N".
001360          88  WS-Students-Open        VALUE "Y".
001370
001380****************************************************************
001390* Every term on TERMS.DAT with its dates, so a grade's term
001400* can be placed in time - term codes do not sort in
001410* calendar order.
001420****************************************************************
001430 01  WS-Term-Table.
001440     02  WS-Term-Entry OCCURS 100 TIMES.
001450          03  TT-TermCode     PIC X(6).
001460          03  TT-StartDate    PIC 9(8).
001470          03  TT-EndDate      PIC 9(8).
001480          03  TT-Status       PIC X.
001490 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
001500 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
001510 01  WS-Term-Sub             PIC 9(3)  COMP.
001520 01  WS-Term-Slot            PIC 9(3)  COMP.
001530 01  WS-Find-Term            PIC X(6).
001540
001550 01  WS-Assess-Term          PIC X(6)  VALUE SPACES.
001560     88  WS-Latest-Closed          VALUE SPACES.
001570 01  WS-Assess-Start         PIC 9(8)  VALUE ZERO.
001580 01  WS-Assess-End           PIC 9(8)  VALUE ZERO.
001590 01  WS-Today                PIC 9(8).
001600
001610****************************************************************
001620* Standing rules.  A cumulative average under the
001630* probation floor puts the student on Probation, or
001640* Required to Withdraw when their last standing was
001650* already Probation or worse.  Dean's List needs the
001660* term average and a minimum number of graded courses.
001670****************************************************************
001680 01  WS-Probation-GPA        PIC 9V99  VALUE 2.00.
001690 01  WS-Deans-List-GPA       PIC 9V99  VALUE 3.50.
001700 01  WS-Deans-Min-Courses    PIC 9(3)  COMP VALUE 2.
001710
001720 01  WS-Term-Courses         PIC 9(3)  COMP.
001730 01  WS-Term-Points          PIC 9(4)V99.
001740 01  WS-Cum-Courses          PIC 9(3)  COMP.
001750 01  WS-Cum-Points           PIC 9(4)V99.
001760 01  WS-Term-GPA             PIC 9V99.
001770 01  WS-Cum-GPA              PIC 9V99.
001780 01  WS-Grade-Points         PIC 9V99.
001790 01  WS-New-Standing         PIC X.
001800 01  WS-Prior-Standing       PIC X.
001810     88  WS-Prior-At-Risk          VALUE "P" "R".
001820 01  WS-Prior-Start          PIC 9(8).
001830 01  WS-Standing-Text        PIC X(20).
001840
001850 01  WS-Counters.
001860     02  WS-Students-Read    PIC 9(7)  COMP VALUE ZERO.
001870     02  WS-Rows-Written     PIC 9(7)  COMP VALUE ZERO.
001880     02  WS-Rows-Rewritten   PIC 9(7)  COMP VALUE ZERO.
001890     02  WS-Good-Count       PIC 9(5)  COMP VALUE ZERO.
001900     02  WS-Deans-Count      PIC 9(5)  COMP VALUE ZERO.
001910     02  WS-Probation-Count  PIC 9(5)  COMP VALUE ZERO.
001920     02  WS-Withdraw-Count   PIC 9(5)  COMP VALUE ZERO.
001930
001940 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
001950
001960 01  WS-Register-Heading     PIC X(40)
001970     VALUE "ACADEMIC STANDING REGISTER".
001980 01  WS-Deans-Heading        PIC X(40)
001990     VALUE "DEAN'S LIST".
002000
002010 01  WS-Term-Line.
002020     02  FILLER              PIC X(6)   VALUE "TERM: ".
002030     02  TL-TermCode         PIC X(6).
002040     02  FILLER              PIC X(3)   VALUE "  (".
002050     02  TL-StartDate        PIC 9(8).
002060     02  FILLER              PIC X(3)   VALUE " - ".
002070     02  TL-EndDate          PIC 9(8).
002080     02  FILLER              PIC X      VALUE ")".
002090
002100 01  WS-Column-Heading.
002110     02  FILLER  PIC X(24) VALUE "STUDENT-ID  NAME        ".
002120     02  FILLER  PIC X(26) VALUE "  TERM GPA   CUM GPA  CRS ".
002130     02  FILLER  PIC X(9)  VALUE " STANDING".
002140
002150 01  WS-Detail-Line.
002160     02  DL-StudentId         PIC 9(7).
002170     02  FILLER               PIC X(2)  VALUE SPACES.
002180     02  DL-Surname           PIC X(8).
002190     02  FILLER               PIC X     VALUE SPACE.
002200     02  DL-Initials          PIC XX.
002210     02  FILLER               PIC X(10) VALUE SPACES.
002220     02  DL-TermGPA           PIC 9.99.
002230     02  FILLER               PIC X(6)  VALUE SPACES.
002240     02  DL-CumGPA            PIC 9.99.
002250     02  FILLER               PIC X(2)  VALUE SPACES.
002260     02  DL-Courses           PIC ZZ9.
002270     02  FILLER               PIC X(2)  VALUE SPACES.
002280     02  DL-Standing          PIC X(20).
002290
002300 01  WS-Deans-Column-Heading.
002310     02  FILLER  PIC X(24) VALUE "STUDENT-ID  NAME        ".
002320     02  FILLER  PIC X(19) VALUE "  TERM GPA  COURSES".
002330
002340 01  WS-Deans-Detail-Line.
002350     02  DD-StudentId         PIC 9(7).
002360     02  FILLER               PIC X(2)  VALUE SPACES.
002370     02  DD-Surname           PIC X(8).
002380     02  FILLER               PIC X     VALUE SPACE.
002390     02  DD-Initials          PIC XX.
002400     02  FILLER               PIC X(10) VALUE SPACES.
002410     02  DD-TermGPA           PIC 9.99.
002420     02  FILLER               PIC X(6)  VALUE SPACES.
002430     02  DD-Courses           PIC ZZ9.
002440
002450 01  WS-Total-Line.
002460     02  TO-Label             PIC X(28).
002470     02  TO-Count             PIC ZZZZ9.
002480
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-ASSESS-ONE-STUDENT THRU 2000-EXIT
002530          UNTIL WS-Student-EOF.
002540     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002550     STOP RUN.
002560
002570****************************************************************
002580* 1000-INITIALIZE - open the files, load the term table,
002590* settle which closed term is being assessed, and start
002600* both reports.  Without grades or terms there is nothing
002610* to assess, so either file missing stops the run.
002620****************************************************************
002630 1000-INITIALIZE.
002640     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
002650     ACCEPT WS-Today FROM DATE YYYYMMDD.
002660     OPEN INPUT GradeFile.
002670     IF WS-Grade-Status NOT = "00"
002680          DISPLAY "*** GRADES.DAT NOT AVAILABLE - "
002690              "RUN GRADEENTRY FIRST"
002700          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002710          MOVE 8 TO RETURN-CODE
002720          STOP RUN
002730     END-IF.
002740     PERFORM 1800-LOAD-TERM-TABLE THRU 1800-EXIT.
002750     DISPLAY "ACADSTAND - END-OF-TERM ACADEMIC STANDING".
002760     DISPLAY "Term code to assess (blank for the term "
002770          "just closed): " WITH NO ADVANCING.
002780     ACCEPT WS-Assess-Term.
002790     PERFORM 1900-SELECT-TERM THRU 1900-EXIT.
002800     OPEN INPUT StudentFile.
002810     IF WS-Student-Status = "00"
002820          SET WS-Students-Open TO TRUE
002830     ELSE
002840          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - "
002850              "NO STANDING ASSESSED"
002860          SET WS-Student-EOF TO TRUE
002870     END-IF.
002880     OPEN I-O StandingFile.
002890     IF WS-Standing-NotFnd
002900          OPEN OUTPUT StandingFile
002910          CLOSE StandingFile
002920          OPEN I-O StandingFile
002930     END-IF.
002940     OPEN OUTPUT RegisterFile.
002950     OPEN OUTPUT DeansFile.
002960     MOVE WS-Assess-Term TO TL-TermCode.
002970     MOVE WS-Assess-Start TO TL-StartDate.
002980     MOVE WS-Assess-End TO TL-EndDate.
002990     WRITE RegisterLine FROM WS-Register-Heading.
003000     WRITE RegisterLine FROM WS-Term-Line.
003010     WRITE RegisterLine FROM WS-Blank-Line.
003020     WRITE RegisterLine FROM WS-Column-Heading.
003030     WRITE DeansLine FROM WS-Deans-Heading.
003040     WRITE DeansLine FROM WS-Term-Line.
003050     WRITE DeansLine FROM WS-Blank-Line.
003060     WRITE DeansLine FROM WS-Deans-Column-Heading.
003070     DISPLAY "ASSESSING TERM " WS-Assess-Term " ("
003080          WS-Assess-Start " - " WS-Assess-End ")".
003090 1000-EXIT.
003100     EXIT.
003110
003120****************************************************************
003130* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
003140* as this run begins and one END row with its totals
003150* as it finishes, on the shared RUNLOG.DAT.
003160****************************************************************
003170 1600-LOG-RUN-START.
003180     MOVE "ACADSTND" TO RL-ProgramId.
003190     SET RL-IsStart TO TRUE.
003200     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
003210     ACCEPT RL-LogTime FROM TIME.
003220     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
003230          RL-RecordsRejected.
003240     MOVE SPACES TO RL-Status.
003250     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
003260 1600-EXIT.
003270     EXIT.
003280
003290 1690-WRITE-RUN-LOG.
003300     OPEN EXTEND RunLogFile.
003310     IF WS-RunLog-Status = "35"
003320          OPEN OUTPUT RunLogFile
003330          CLOSE RunLogFile
003340          OPEN EXTEND RunLogFile
003350     END-IF.
003360     WRITE RunLogDetails.
003370     CLOSE RunLogFile.
003380 1690-EXIT.
003390     EXIT.
003400
003410****************************************************************
003420* 1800-LOAD-TERM-TABLE - every TERMS.DAT row into the
003430* in-memory term table.
003440****************************************************************
003450 1800-LOAD-TERM-TABLE.
003460     OPEN INPUT TermFile.
003470     IF WS-Term-Status NOT = "00"
003480          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
003490              "RUN TERMMAINT FIRST"
003500          CLOSE GradeFile
003510          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003520          MOVE 8 TO RETURN-CODE
003530          STOP RUN
003540     END-IF.
003550     PERFORM 1850-LOAD-ONE-TERM THRU 1850-EXIT
003560          UNTIL WS-Term-EOF.
003570     CLOSE TermFile.
003580 1800-EXIT.
003590     EXIT.
003600
003610 1850-LOAD-ONE-TERM.
003620     READ TermFile NEXT RECORD
003630          AT END
003640              SET WS-Term-EOF TO TRUE
003650          NOT AT END
003660              IF WS-Term-Count < WS-Term-Max
003670                  ADD 1 TO WS-Term-Count
003680                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
003690                  MOVE TM-StartDate
003700                      TO TT-StartDate(WS-Term-Count)
003710                  MOVE TM-EndDate TO TT-EndDate(WS-Term-Count)
003720                  MOVE TM-Status TO TT-Status(WS-Term-Count)
003730              ELSE
003740                  DISPLAY "*** TERM TABLE FULL - EXTRA "
003750                      "TERMS IGNORED"
003760                  SET WS-Term-EOF TO TRUE
003770              END-IF
003780     END-READ.
003790 1850-EXIT.
003800     EXIT.
003810
003820****************************************************************
003830* 1900-SELECT-TERM - a blank entry takes the Closed term
003840* with the latest end date; a keyed term must be on
003850* TERMS.DAT and Closed, since an Open term's grades are
003860* not all in yet.
003870****************************************************************
003880 1900-SELECT-TERM.
003890     IF WS-Latest-Closed
003900          PERFORM 1950-CHECK-LATEST-CLOSED THRU 1950-EXIT
003910              VARYING WS-Term-Sub FROM 1 BY 1
003920              UNTIL WS-Term-Sub > WS-Term-Count
003930          IF WS-Latest-Closed
003940              DISPLAY "*** NO CLOSED TERM ON TERMS.DAT - "
003950                  "RUN TERMROLL FIRST"
003960              CLOSE GradeFile
003970              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003980              MOVE 8 TO RETURN-CODE
003990              STOP RUN
004000          END-IF
004010          GO TO 1900-EXIT
004020     END-IF.
004030     MOVE WS-Assess-Term TO WS-Find-Term.
004040     PERFORM 7100-FIND-TERM THRU 7100-EXIT.
004050     IF NOT WS-Term-Found
004060          DISPLAY "*** TERM " WS-Assess-Term
004070              " NOT ON TERMS.DAT - NO STANDING ASSESSED"
004080          CLOSE GradeFile
004090          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004100          MOVE 8 TO RETURN-CODE
004110          STOP RUN
004120     END-IF.
004130     IF TT-Status(WS-Term-Slot) NOT = "C"
004140          DISPLAY "*** TERM " WS-Assess-Term
004150              " IS NOT CLOSED - NO STANDING ASSESSED"
004160          CLOSE GradeFile
004170          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004180          MOVE 8 TO RETURN-CODE
004190          STOP RUN
004200     END-IF.
004210     MOVE TT-StartDate(WS-Term-Slot) TO WS-Assess-Start.
004220     MOVE TT-EndDate(WS-Term-Slot) TO WS-Assess-End.
004230 1900-EXIT.
004240     EXIT.
004250
004260 1950-CHECK-LATEST-CLOSED.
004270     IF TT-Status(WS-Term-Sub) = "C"
004280          AND TT-EndDate(WS-Term-Sub) > WS-Assess-End
004290          MOVE TT-TermCode(WS-Term-Sub) TO WS-Assess-Term
004300          MOVE TT-StartDate(WS-Term-Sub) TO WS-Assess-Start
004310          MOVE TT-EndDate(WS-Term-Sub) TO WS-Assess-End
004320     END-IF.
004330 1950-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370* 2000-ASSESS-ONE-STUDENT - read the next master record
004380* and, when the student has a grade in the term being
004390* assessed, work out and keep their standing.
004400****************************************************************
004410 2000-ASSESS-ONE-STUDENT.
004420     READ StudentFile NEXT RECORD
004430          AT END
004440              SET WS-Student-EOF TO TRUE
004450          NOT AT END
004460              ADD 1 TO WS-Students-Read
004470              PERFORM 2100-GATHER-GRADES THRU 2100-EXIT
004480              IF WS-Term-Graded
004490                  PERFORM 2500-ASSIGN-STANDING THRU 2500-EXIT
004500                  PERFORM 2600-SAVE-STANDING THRU 2600-EXIT
004510                  PERFORM 2700-PRINT-STANDING THRU 2700-EXIT
004520              END-IF
004530     END-READ.
004540 2000-EXIT.
004550     EXIT.
004560
004570****************************************************************
004580* 2100-GATHER-GRADES - walk the student's GRADES.DAT rows
004590* and total the points for the assessed term and for
004600* every term that started on or before it.
004610****************************************************************
004620 2100-GATHER-GRADES.
004630     MOVE "N" TO WS-Term-Graded-Sw.
004640     MOVE ZERO TO WS-Term-Courses WS-Term-Points
004650          WS-Cum-Courses WS-Cum-Points.
004660     MOVE "N" TO WS-Grade-EOF-Sw.
004670     MOVE StudentId TO GR-StudentId.
004680     MOVE LOW-VALUES TO GR-CourseCode GR-TermCode.
004690     START GradeFile KEY NOT < GR-GradeKey
004700          INVALID KEY
004710              SET WS-Grade-EOF TO TRUE
004720     END-START.
004730     PERFORM 2150-READ-ONE-GRADE THRU 2150-EXIT
004740          UNTIL WS-Grade-EOF.
004750 2100-EXIT.
004760     EXIT.
004770
004780 2150-READ-ONE-GRADE.
004790     READ GradeFile NEXT RECORD
004800          AT END
004810              SET WS-Grade-EOF TO TRUE
004820          NOT AT END
004830              IF GR-StudentId = StudentId
004840                  PERFORM 2200-FOLD-ONE-GRADE THRU 2200-EXIT
004850              ELSE
004860                  SET WS-Grade-EOF TO TRUE
004870              END-IF
004880     END-READ.
004890 2150-EXIT.
004900     EXIT.
004910
004920****************************************************************
004930* 2200-FOLD-ONE-GRADE - a grade in a term not on
004940* TERMS.DAT, or in a term that started after the assessed
004950* one, is not counted; I and W have no point value and
004960* only mark the student as graded in the term.
004970****************************************************************
004980 2200-FOLD-ONE-GRADE.
004990     MOVE GR-TermCode TO WS-Find-Term.
005000     PERFORM 7100-FIND-TERM THRU 7100-EXIT.
005010     IF NOT WS-Term-Found
005020          GO TO 2200-EXIT
005030     END-IF.
005040     IF TT-StartDate(WS-Term-Slot) > WS-Assess-Start
005050          GO TO 2200-EXIT
005060     END-IF.
005070     IF GR-TermCode = WS-Assess-Term
005080          SET WS-Term-Graded TO TRUE
005090     END-IF.
005100     PERFORM 7200-FIND-GRADE-POINTS THRU 7200-EXIT.
005110     IF GP-NotFound
005120          GO TO 2200-EXIT
005130     END-IF.
005140     ADD 1 TO WS-Cum-Courses.
005150     ADD WS-Grade-Points TO WS-Cum-Points.
005160     IF GR-TermCode = WS-Assess-Term
005170          ADD 1 TO WS-Term-Courses
005180          ADD WS-Grade-Points TO WS-Term-Points
005190     END-IF.
005200 2200-EXIT.
005210     EXIT.
005220
005230****************************************************************
005240* 2500-ASSIGN-STANDING - the two averages, then the
005250* standing rules against the student's last standing
005260* before this term.
005270****************************************************************
005280 2500-ASSIGN-STANDING.
005290     MOVE ZERO TO WS-Term-GPA WS-Cum-GPA.
005300     IF WS-Term-Courses > ZERO
005310          COMPUTE WS-Term-GPA ROUNDED
005320              = WS-Term-Points / WS-Term-Courses
005330     END-IF.
005340     IF WS-Cum-Courses > ZERO
005350          COMPUTE WS-Cum-GPA ROUNDED
005360              = WS-Cum-Points / WS-Cum-Courses
005370     END-IF.
005380     PERFORM 2550-FIND-PRIOR-STANDING THRU 2550-EXIT.
005390     EVALUATE TRUE
005400          WHEN WS-Cum-Courses = ZERO
005410              MOVE "G" TO WS-New-Standing
005420          WHEN WS-Cum-GPA < WS-Probation-GPA
005430              IF WS-Prior-At-Risk
005440                  MOVE "R" TO WS-New-Standing
005450              ELSE
005460                  MOVE "P" TO WS-New-Standing
005470              END-IF
005480          WHEN WS-Term-GPA NOT < WS-Deans-List-GPA
005490               AND WS-Term-Courses NOT < WS-Deans-Min-Courses
005500              MOVE "D" TO WS-New-Standing
005510          WHEN OTHER
005520              MOVE "G" TO WS-New-Standing
005530     END-EVALUATE.
005540 2500-EXIT.
005550     EXIT.
005560
005570****************************************************************
005580* 2550-FIND-PRIOR-STANDING - of the student's STANDING.DAT
005590* rows, the one for the latest term that started before
005600* the assessed term.
005610****************************************************************
005620 2550-FIND-PRIOR-STANDING.
005630     MOVE SPACE TO WS-Prior-Standing.
005640     MOVE ZERO TO WS-Prior-Start.
005650     MOVE "N" TO WS-Standing-EOF-Sw.
005660     MOVE StudentId TO SD-StudentId.
005670     MOVE LOW-VALUES TO SD-TermCode.
005680     START StandingFile KEY NOT < SD-StandKey
005690          INVALID KEY
005700              SET WS-Standing-EOF TO TRUE
005710     END-START.
005720     PERFORM 2560-CHECK-ONE-STANDING THRU 2560-EXIT
005730          UNTIL WS-Standing-EOF.
005740 2550-EXIT.
005750     EXIT.
005760
005770 2560-CHECK-ONE-STANDING.
005780     READ StandingFile NEXT RECORD
005790          AT END
005800              SET WS-Standing-EOF TO TRUE
005810              GO TO 2560-EXIT
005820     END-READ.
005830     IF SD-StudentId NOT = StudentId
005840          SET WS-Standing-EOF TO TRUE
005850          GO TO 2560-EXIT
005860     END-IF.
005870     MOVE SD-TermCode TO WS-Find-Term.
005880     PERFORM 7100-FIND-TERM THRU 7100-EXIT.
005890     IF WS-Term-Found
005900          AND TT-StartDate(WS-Term-Slot) < WS-Assess-Start
005910          AND TT-StartDate(WS-Term-Slot) > WS-Prior-Start
005920          MOVE TT-StartDate(WS-Term-Slot) TO WS-Prior-Start
005930          MOVE SD-Standing TO WS-Prior-Standing
005940     END-IF.
005950 2560-EXIT.
005960     EXIT.
005970
005980****************************************************************
005990* 2600-SAVE-STANDING - write the student's row for the
006000* term, or rewrite it when this term was assessed before.
006010****************************************************************
006020 2600-SAVE-STANDING.
006030     MOVE "N" TO WS-On-File-Sw.
006040     MOVE StudentId TO SD-StudentId.
006050     MOVE WS-Assess-Term TO SD-TermCode.
006060     READ StandingFile
006070          INVALID KEY
006080              CONTINUE
006090          NOT INVALID KEY
006100              SET WS-On-File TO TRUE
006110     END-READ.
006120     MOVE StudentId TO SD-StudentId.
006130     MOVE WS-Assess-Term TO SD-TermCode.
006140     MOVE WS-Term-Courses TO SD-TermCourses.
006150     MOVE WS-Term-Points TO SD-TermPoints.
006160     MOVE WS-Term-GPA TO SD-TermGPA.
006170     MOVE WS-Cum-Courses TO SD-CumCourses.
006180     MOVE WS-Cum-Points TO SD-CumPoints.
006190     MOVE WS-Cum-GPA TO SD-CumGPA.
006200     MOVE WS-New-Standing TO SD-Standing.
006210     MOVE WS-Today TO SD-AssessDate.
006220     IF WS-On-File
006230          REWRITE StandingDetails
006240              INVALID KEY
006250                  DISPLAY "*** REWRITE FAILED FOR " StudentId
006260                      " STATUS " WS-Standing-Status
006270              NOT INVALID KEY
006280                  ADD 1 TO WS-Rows-Rewritten
006290          END-REWRITE
006300     ELSE
006310          WRITE StandingDetails
006320              INVALID KEY
006330                  DISPLAY "*** WRITE FAILED FOR " StudentId
006340                      " STATUS " WS-Standing-Status
006350              NOT INVALID KEY
006360                  ADD 1 TO WS-Rows-Written
006370          END-WRITE
006380     END-IF.
006390 2600-EXIT.
006400     EXIT.
006410
006420****************************************************************
006430* 2700-PRINT-STANDING - one register line per student
006440* assessed; Dean's List students also go on DEANLIST.RPT.
006450****************************************************************
006460 2700-PRINT-STANDING.
006470     PERFORM 7300-STANDING-TEXT THRU 7300-EXIT.
006480     MOVE StudentId TO DL-StudentId.
006490     MOVE Surname TO DL-Surname.
006500     MOVE Initials TO DL-Initials.
006510     MOVE SD-TermGPA TO DL-TermGPA.
006520     MOVE SD-CumGPA TO DL-CumGPA.
006530     MOVE SD-TermCourses TO DL-Courses.
006540     MOVE WS-Standing-Text TO DL-Standing.
006550     WRITE RegisterLine FROM WS-Detail-Line.
006560     EVALUATE TRUE
006570          WHEN SD-IsGood
006580              ADD 1 TO WS-Good-Count
006590          WHEN SD-IsProbation
006600              ADD 1 TO WS-Probation-Count
006610          WHEN SD-IsRequiredWithdraw
006620              ADD 1 TO WS-Withdraw-Count
006630          WHEN SD-IsDeansList
006640              ADD 1 TO WS-Deans-Count
006650              MOVE StudentId TO DD-StudentId
006660              MOVE Surname TO DD-Surname
006670              MOVE Initials TO DD-Initials
006680              MOVE SD-TermGPA TO DD-TermGPA
006690              MOVE SD-TermCourses TO DD-Courses
006700              WRITE DeansLine FROM WS-Deans-Detail-Line
006710     END-EVALUATE.
006720 2700-EXIT.
006730     EXIT.
006740
006750****************************************************************
006760* 7100-FIND-TERM - the term table slot for WS-Find-Term.
006770****************************************************************
006780 7100-FIND-TERM.
006790     MOVE "N" TO WS-Term-Found-Sw.
006800     MOVE ZERO TO WS-Term-Slot.
006810     PERFORM 7150-MATCH-ONE-TERM THRU 7150-EXIT
006820          VARYING WS-Term-Sub FROM 1 BY 1
006830          UNTIL WS-Term-Sub > WS-Term-Count OR WS-Term-Found.
006840 7100-EXIT.
006850     EXIT.
006860
006870 7150-MATCH-ONE-TERM.
006880     IF TT-TermCode(WS-Term-Sub) = WS-Find-Term
006890          MOVE WS-Term-Sub TO WS-Term-Slot
006900          SET WS-Term-Found TO TRUE
006910     END-IF.
006920 7150-EXIT.
006930     EXIT.
006940
006950****************************************************************
006960* 7200-FIND-GRADE-POINTS - the points table entry for
006970* GR-Grade, giving its point value.
006980****************************************************************
006990 7200-FIND-GRADE-POINTS.
007000     SET GP-NotFound TO TRUE.
007010     MOVE ZERO TO WS-Grade-Points.
007020     PERFORM 7250-MATCH-ONE-GRADE THRU 7250-EXIT
007030          VARYING GP-Idx FROM 1 BY 1
007040          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
007050 7200-EXIT.
007060     EXIT.
007070
007080 7250-MATCH-ONE-GRADE.
007090     IF GP-Grade(GP-Idx) = GR-Grade
007100          MOVE GP-Points(GP-Idx) TO WS-Grade-Points
007110          SET GP-Found TO TRUE
007120     END-IF.
007130 7250-EXIT.
007140     EXIT.
007150
007160 7300-STANDING-TEXT.
007170     EVALUATE TRUE
007180          WHEN SD-IsGood
007190              MOVE "GOOD STANDING" TO WS-Standing-Text
007200          WHEN SD-IsDeansList
007210              MOVE "DEAN'S LIST" TO WS-Standing-Text
007220          WHEN SD-IsProbation
007230              MOVE "PROBATION" TO WS-Standing-Text
007240          WHEN SD-IsRequiredWithdraw
007250              MOVE "REQUIRED TO WITHDRAW" TO WS-Standing-Text
007260          WHEN OTHER
007270              MOVE SPACES TO WS-Standing-Text
007280     END-EVALUATE.
007290 7300-EXIT.
007300     EXIT.
007310
007320 8000-TERMINATE.
007330     WRITE RegisterLine FROM WS-Blank-Line.
007340     MOVE "GOOD STANDING           : " TO TO-Label.
007350     MOVE WS-Good-Count TO TO-Count.
007360     WRITE RegisterLine FROM WS-Total-Line.
007370     MOVE "DEAN'S LIST             : " TO TO-Label.
007380     MOVE WS-Deans-Count TO TO-Count.
007390     WRITE RegisterLine FROM WS-Total-Line.
007400     MOVE "PROBATION               : " TO TO-Label.
007410     MOVE WS-Probation-Count TO TO-Count.
007420     WRITE RegisterLine FROM WS-Total-Line.
007430     MOVE "REQUIRED TO WITHDRAW    : " TO TO-Label.
007440     MOVE WS-Withdraw-Count TO TO-Count.
007450     WRITE RegisterLine FROM WS-Total-Line.
007460     WRITE DeansLine FROM WS-Blank-Line.
007470     MOVE "STUDENTS ON THE LIST    : " TO TO-Label.
007480     MOVE WS-Deans-Count TO TO-Count.
007490     WRITE DeansLine FROM WS-Total-Line.
007500     IF WS-Students-Open
007510          CLOSE StudentFile
007520     END-IF.
007530     CLOSE GradeFile.
007540     CLOSE StandingFile.
007550     CLOSE RegisterFile.
007560     CLOSE DeansFile.
007570     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
007580     DISPLAY "ACADSTAND COMPLETE - " WS-Rows-Written
007590          " STANDING(S) ADDED, " WS-Rows-Rewritten
007600          " REASSESSED - SEE STANDING.RPT".
007610     DISPLAY "DEAN'S LIST: " WS-Deans-Count
007620          " STUDENT(S) - SEE DEANLIST.RPT".
007630 8000-EXIT.
007640     EXIT.
007650
007660 8900-LOG-RUN-END.
007670     MOVE "ACADSTND" TO RL-ProgramId.
007680     SET RL-IsEnd TO TRUE.
007690     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
007700     ACCEPT RL-LogTime FROM TIME.
007710     MOVE WS-Students-Read TO RL-RecordsRead.
007720     COMPUTE RL-RecordsWritten
007730          = WS-Rows-Written + WS-Rows-Rewritten.
007740     MOVE ZERO TO RL-RecordsRejected.
007750     SET RL-IsOk TO TRUE.
007760     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
007770 8900-EXIT.
007780     EXIT.
007790
007800****************************************************************
007810* 8950-LOG-RUN-FAIL - END row with FAIL status for a
007820* startup abort, so the run log records why the step
007830* never did its work.
007840****************************************************************
007850 8950-LOG-RUN-FAIL.
007860     MOVE "ACADSTND" TO RL-ProgramId.
007870     SET RL-IsEnd TO TRUE.
007880     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
007890     ACCEPT RL-LogTime FROM TIME.
007900     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
007910          RL-RecordsRejected.
007920     SET RL-IsFail TO TRUE.
007930     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
007940 8950-EXIT.
007950     EXIT.
