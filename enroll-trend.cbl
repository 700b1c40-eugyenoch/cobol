000100****************************************************************
000110* Program: EnrollTrend
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Term-over-term enrollment trend and retention for
000160*          the board.  For a range of terms on TERMS.DAT, taken
000170*          in start-date order, one pass of ENROLL.DAT (which
000180*          keeps every closed term's rows as history) gives the
000190*          headcount per course and overall in each term with
000200*          the change from the term before.  Each student's
000210*          terms are then followed from one term to the next:
000220*          of those enrolled in a term, how many came back the
000230*          next, how many withdrew or graduated (EnrollStatus
000240*          with a StatusDate no later than the end of the next
000250*          term), how many are on leave, and how many simply
000260*          vanished.  The report goes to TREND.RPT and the
000270*          same figures to TREND.CSV, comma-delimited for the
000280*          board's spreadsheets.  START and END rows go to the
000290*          shared RUNLOG.DAT.
000300****************************************************************
000310* Maintenance History
000320* --------------------------------------------------
000330* 10/15/2026  EE  Original version - the board's retention
000340*                 figures were counted by hand from old
000350*                 class lists before this.
000360****************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.      EnrollTrend.
000400 AUTHOR.          EUGY ENOCH.
000410 INSTALLATION.    REGISTRARS OFFICE.
000420 DATE-WRITTEN.    10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS SEQUENTIAL
000510          RECORD KEY IS EN-EnrollKey
000520          FILE STATUS IS WS-Enroll-Status.
000530
000540     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS StudentId
000580          FILE STATUS IS WS-Student-Status.
000590
000600     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS SEQUENTIAL
000630          RECORD KEY IS CO-CourseCode
000640          FILE STATUS IS WS-Course-Status.
000650
000660     SELECT TermFile ASSIGN TO "TERMS.DAT"
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS SEQUENTIAL
000690          RECORD KEY IS TM-TermCode
000700          FILE STATUS IS WS-Term-Status.
000710
000720     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000730          ORGANIZATION IS LINE SEQUENTIAL
000740          FILE STATUS IS WS-RunLog-Status.
000750
000760     SELECT ReportFile ASSIGN TO "TREND.RPT"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-Report-Status.
000790
000800     SELECT ExtractFile ASSIGN TO "TREND.CSV"
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS WS-Extract-Status.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  EnrollFile.
000870     COPY "enrollment-record.cpy".
000880
000890 FD  StudentFile.
000900     COPY "student-record.cpy".
000910
000920 FD  CourseFile.
000930     COPY "course-record.cpy".
000940
000950 FD  TermFile.
000960     COPY "term-record.cpy".
000970
000980 FD  RunLogFile.
000990     COPY "run-log-record.cpy".
001000
001010 FD  ReportFile.
001020 01  ReportLine              PIC X(80).
001030
001040 FD  ExtractFile.
001050 01  ExtractLine             PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080 COPY "course-table.cpy".
001090
001100 01  WS-Status-Group.
001110     02  WS-Enroll-Status    PIC XX.
001120     02  WS-Student-Status   PIC XX.
001130     02  WS-Course-Status    PIC XX.
001140     02  WS-Term-Status      PIC XX.
001150     02  WS-RunLog-Status    PIC XX.
001160     02  WS-Report-Status    PIC XX.
001170     02  WS-Extract-Status   PIC XX.
001180
001190 01  WS-Switches.
001200     02  WS-Enroll-EOF-Sw    PIC X     VALUE "N".
001210          88  WS-Enroll-EOF           VALUE "Y".
001220     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
001230          88  WS-Course-EOF           VALUE "Y".
001240     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001250          88  WS-Term-EOF             VALUE "Y".
001260     02  WS-Term-Found-Sw    PIC X     VALUE "N".
001270          88  WS-Term-Found           VALUE "Y".
001280     02  WS-Range-Found-Sw   PIC X     VALUE "N".
001290          88  WS-Range-Found          VALUE "Y".
001300     02  WS-Students-Sw      PIC X     VALUE "Y".
001310          88  WS-Students-Open        VALUE "Y".
001320          88  WS-Students-Missing     VALUE "N".
001330     02  WS-On-Master-Sw     PIC X     VALUE "N".
001340          88  WS-On-Master            VALUE "Y".
001350     02  WS-Course-Used-Sw   PIC X     VALUE "N".
001360          88  WS-Course-Used          VALUE "Y".
001370
001380****************************************************************
001390* Every term on TERMS.DAT with its dates, so the range can
001400* be put in calendar order - term codes do not sort that way.
001410****************************************************************
001420 01  WS-Term-Table.
001430     02  WS-Term-Entry OCCURS 100 TIMES.
001440          03  TT-TermCode     PIC X(6).
001450          03  TT-StartDate    PIC 9(8).
001460          03  TT-EndDate      PIC 9(8).
001470 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
001480 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
001490 01  WS-Term-Sub             PIC 9(3)  COMP.
001500 01  WS-Term-Slot            PIC 9(3)  COMP.
001510 01  WS-Find-Term            PIC X(6).
001520
001530 01  WS-From-Term            PIC X(6)  VALUE SPACES.
001540 01  WS-To-Term              PIC X(6)  VALUE SPACES.
001550 01  WS-From-Start           PIC 9(8)  VALUE ZERO.
001560 01  WS-To-Start             PIC 9(8)  VALUE ZERO.
001570 01  WS-Last-Start           PIC 9(8)  VALUE ZERO.
001580 01  WS-Next-Start           PIC 9(8).
001590 01  WS-Next-Slot            PIC 9(3)  COMP.
001600
001610****************************************************************
001620* The terms in the range in start-date order, with the
001630* overall headcount and the retention into the term after.
001640****************************************************************
001650 01  WS-Range-Table.
001660     02  WS-Range-Entry OCCURS 20 TIMES.
001670          03  RG-TermCode     PIC X(6).
001680          03  RG-StartDate    PIC 9(8).
001690          03  RG-EndDate      PIC 9(8).
001700          03  RG-Headcount    PIC 9(7)  COMP.
001710          03  RG-Returned     PIC 9(7)  COMP.
001720          03  RG-Withdrew     PIC 9(7)  COMP.
001730          03  RG-Graduated    PIC 9(7)  COMP.
001740          03  RG-Leave        PIC 9(7)  COMP.
001750          03  RG-Vanished     PIC 9(7)  COMP.
001760 01  WS-Range-Count          PIC 9(3)  COMP VALUE ZERO.
001770 01  WS-Range-Max            PIC 9(3)  COMP VALUE 20.
001780 01  WS-Range-Sub            PIC 9(3)  COMP.
001790 01  WS-Range-Slot           PIC 9(3)  COMP.
001800 01  WS-Next-Sub             PIC 9(3)  COMP.
001810
001820****************************************************************
001830* Enrollments per course per range term, in course-table
001840* order.
001850****************************************************************
001860 01  WS-Course-Counts.
001870     02  WS-Course-Row OCCURS 50 TIMES.
001880          03  CC-Count        PIC 9(5)  COMP OCCURS 20 TIMES.
001890 01  WS-Course-Sub           PIC 9(3)  COMP.
001900
001910****************************************************************
001920* The range terms the student in hand is enrolled in.
001930****************************************************************
001940 01  WS-Student-Terms.
001950     02  ST-Enrolled         PIC X     OCCURS 20 TIMES.
001960 01  WS-Current-Student      PIC 9(7)  VALUE ZERO.
001970
001980 01  WS-Counters.
001990     02  WS-Enrolls-Read     PIC 9(7)  COMP VALUE ZERO.
002000     02  WS-Enrolls-In-Range PIC 9(7)  COMP VALUE ZERO.
002010     02  WS-Students-Counted PIC 9(7)  COMP VALUE ZERO.
002020     02  WS-Csv-Written      PIC 9(7)  COMP VALUE ZERO.
002030     02  WS-Other-Courses    PIC 9(7)  COMP VALUE ZERO.
002040
002050 01  WS-Prev-Count           PIC 9(7)  COMP.
002060 01  WS-This-Count           PIC 9(7)  COMP.
002070 01  WS-Change               PIC S9(7) COMP.
002080 01  WS-Retained-Pct         PIC 9(3)V9.
002090
002100 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
002110
002120 01  WS-Report-Heading       PIC X(40)
002130     VALUE "ENROLLMENT TREND AND RETENTION".
002140
002150 01  WS-Range-Line.
002160     02  FILLER              PIC X(6)   VALUE "TERMS ".
002170     02  RN-FromTerm         PIC X(6).
002180     02  FILLER              PIC X(4)   VALUE " TO ".
002190     02  RN-ToTerm           PIC X(6).
002200     02  FILLER              PIC X(2)   VALUE " (".
002210     02  RN-Count            PIC Z9.
002220     02  FILLER              PIC X(7)   VALUE " TERMS)".
002230
002240 01  WS-Headcount-Title      PIC X(40)
002250     VALUE "HEADCOUNT BY TERM".
002260 01  WS-Headcount-Heading.
002270     02  FILLER  PIC X(28) VALUE "CODE  DESCRIPTION           ".
002280     02  FILLER  PIC X(22) VALUE "TERM     COUNT  CHANGE".
002290
002300 01  WS-Headcount-Line.
002310     02  HD-Code              PIC X(4).
002320     02  FILLER               PIC X(2)  VALUE SPACES.
002330     02  HD-Description       PIC X(20).
002340     02  FILLER               PIC X(2)  VALUE SPACES.
002350     02  HD-TermCode          PIC X(6).
002360     02  FILLER               PIC X(2)  VALUE SPACES.
002370     02  HD-Count             PIC ZZZZZ9.
002380     02  FILLER               PIC X(2)  VALUE SPACES.
002390     02  HD-Change            PIC +++++9.
002400     02  HD-Change-X REDEFINES HD-Change PIC X(6).
002410
002420 01  WS-Retention-Title      PIC X(40)
002430     VALUE "RETENTION INTO THE NEXT TERM".
002440 01  WS-Retention-Heading.
002450     02  FILLER  PIC X(15) VALUE "FROM   TO      ".
002460     02  FILLER  PIC X(24) VALUE "ENROLL  RETURN  WITHDR  ".
002470     02  FILLER  PIC X(24) VALUE "  GRAD   LEAVE  VANISH  ".
002480     02  FILLER  PIC X(5)  VALUE " RET%".
002490
002500 01  WS-Retention-Line.
002510     02  RT-FromTerm          PIC X(6).
002520     02  FILLER               PIC X     VALUE SPACE.
002530     02  RT-ToTerm            PIC X(6).
002540     02  FILLER               PIC X(2)  VALUE SPACES.
002550     02  RT-Enrolled          PIC ZZZZZ9.
002560     02  FILLER               PIC X(2)  VALUE SPACES.
002570     02  RT-Returned          PIC ZZZZZ9.
002580     02  FILLER               PIC X(2)  VALUE SPACES.
002590     02  RT-Withdrew          PIC ZZZZZ9.
002600     02  FILLER               PIC X(2)  VALUE SPACES.
002610     02  RT-Graduated         PIC ZZZZZ9.
002620     02  FILLER               PIC X(2)  VALUE SPACES.
002630     02  RT-Leave             PIC ZZZZZ9.
002640     02  FILLER               PIC X(2)  VALUE SPACES.
002650     02  RT-Vanished          PIC ZZZZZ9.
002660     02  FILLER               PIC X(2)  VALUE SPACES.
002670     02  RT-Pct               PIC ZZ9.9.
002680
002690 01  WS-Total-Line.
002700     02  TO-Label             PIC X(28).
002710     02  TO-Count             PIC ZZZZZZ9.
002720
002730****************************************************************
002740* TREND.CSV fields.  Counts go out zero-filled and changes
002750* signed, so a spreadsheet reads them as numbers.
002760****************************************************************
002770 01  WS-Csv-Code             PIC X(4).
002780 01  WS-Csv-Count            PIC 9(7).
002790 01  WS-Csv-Change           PIC +9(7).
002800 01  WS-Csv-Change-X REDEFINES WS-Csv-Change PIC X(8).
002810 01  WS-Csv-Returned         PIC 9(7).
002820 01  WS-Csv-Withdrew         PIC 9(7).
002830 01  WS-Csv-Graduated        PIC 9(7).
002840 01  WS-Csv-Leave            PIC 9(7).
002850 01  WS-Csv-Vanished         PIC 9(7).
002860
002870 PROCEDURE DIVISION.
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 2000-READ-ONE-ENROLLMENT THRU 2000-EXIT
002910          UNTIL WS-Enroll-EOF.
002920     IF WS-Current-Student NOT = ZERO
002930          PERFORM 2500-CLOSE-OUT-STUDENT THRU 2500-EXIT
002940     END-IF.
002950     PERFORM 3000-PRINT-HEADCOUNTS THRU 3000-EXIT.
002960     PERFORM 4000-PRINT-RETENTION THRU 4000-EXIT.
002970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002980     STOP RUN.
002990
003000****************************************************************
003010* 1000-INITIALIZE - load the term and course tables, settle
003020* the term range, and open ENROLL.DAT and the outputs.
003030* Without enrollments there is no trend to report.
003040****************************************************************
003050 1000-INITIALIZE.
003060     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003070     PERFORM 1800-LOAD-TERM-TABLE THRU 1800-EXIT.
003080     PERFORM 1500-LOAD-COURSE-TABLE THRU 1500-EXIT.
003090     DISPLAY "ENROLLTREND - ENROLLMENT TREND AND RETENTION".
003100     DISPLAY "From term code (blank for the earliest term): "
003110          WITH NO ADVANCING.
003120     ACCEPT WS-From-Term.
003130     DISPLAY "To term code (blank for the latest term): "
003140          WITH NO ADVANCING.
003150     ACCEPT WS-To-Term.
003160     PERFORM 1900-SELECT-RANGE THRU 1900-EXIT.
003170     INITIALIZE WS-Range-Table WS-Course-Counts.
003180     MOVE ZERO TO WS-Last-Start.
003190     PERFORM 1950-PICK-NEXT-TERM THRU 1950-EXIT
003200          UNTIL WS-Range-Count = WS-Range-Max
003210          OR WS-Last-Start NOT < WS-To-Start.
003220     IF WS-Last-Start < WS-To-Start
003230          DISPLAY "*** MORE THAN " WS-Range-Max " TERMS IN THE "
003240              "RANGE - ENDS AT " RG-TermCode(WS-Range-Count)
003250     END-IF.
003260     OPEN INPUT EnrollFile.
003270     IF WS-Enroll-Status NOT = "00"
003280          DISPLAY "*** ENROLL.DAT NOT AVAILABLE - NO TREND"
003290          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003300          MOVE 8 TO RETURN-CODE
003310          STOP RUN
003320     END-IF.
003330     OPEN INPUT StudentFile.
003340     IF WS-Student-Status NOT = "00"
003350          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - EVERY "
003360              "STUDENT WHO LEFT COUNTS AS VANISHED"
003370          SET WS-Students-Missing TO TRUE
003380     END-IF.
003390     OPEN OUTPUT ReportFile.
003400     OPEN OUTPUT ExtractFile.
003410     MOVE RG-TermCode(1) TO RN-FromTerm.
003420     MOVE RG-TermCode(WS-Range-Count) TO RN-ToTerm.
003430     MOVE WS-Range-Count TO RN-Count.
003440     WRITE ReportLine FROM WS-Report-Heading.
003450     WRITE ReportLine FROM WS-Range-Line.
003460     WRITE ReportLine FROM WS-Blank-Line.
003470     DISPLAY "TREND FOR TERMS " RG-TermCode(1) " TO "
003480          RG-TermCode(WS-Range-Count).
003490 1000-EXIT.
003500     EXIT.
003510
003520****************************************************************
003530* 1500-LOAD-COURSE-TABLE - every course on COURSES.DAT,
003540* retired ones included, since old terms ran them.
003550****************************************************************
003560 1500-LOAD-COURSE-TABLE.
003570     OPEN INPUT CourseFile.
003580     IF WS-Course-Status NOT = "00"
003590          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
003600              "RUN COURSEMAINT FIRST"
003610          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003620          MOVE 8 TO RETURN-CODE
003630          STOP RUN
003640     END-IF.
003650     PERFORM 1550-LOAD-ONE-COURSE THRU 1550-EXIT
003660          UNTIL WS-Course-EOF.
003670     CLOSE CourseFile.
003680 1500-EXIT.
003690     EXIT.
003700
003710 1550-LOAD-ONE-COURSE.
003720     READ CourseFile NEXT RECORD
003730          AT END
003740              SET WS-Course-EOF TO TRUE
003750          NOT AT END
003760              IF CT-NumEntries < CT-Max-Entries
003770                  ADD 1 TO CT-NumEntries
003780                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
003790                  MOVE CO-Description
003800                      TO CT-Description(CT-NumEntries)
003810                  MOVE CO-Active TO CT-Active(CT-NumEntries)
003820              ELSE
003830                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
003840                      "ENTRIES IGNORED"
003850                  SET WS-Course-EOF TO TRUE
003860              END-IF
003870     END-READ.
003880 1550-EXIT.
003890     EXIT.
003900
003910****************************************************************
003920* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
003930* as this run begins and one END row with its totals
003940* as it finishes, on the shared RUNLOG.DAT.
003950****************************************************************
003960 1600-LOG-RUN-START.
003970     MOVE "ENRTREND" TO RL-ProgramId.
003980     SET RL-IsStart TO TRUE.
003990     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
004000     ACCEPT RL-LogTime FROM TIME.
004010     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
004020          RL-RecordsRejected.
004030     MOVE SPACES TO RL-Status.
004040     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
004050 1600-EXIT.
004060     EXIT.
004070
004080 1690-WRITE-RUN-LOG.
004090     OPEN EXTEND RunLogFile.
004100     IF WS-RunLog-Status = "35"
004110          OPEN OUTPUT RunLogFile
004120          CLOSE RunLogFile
004130          OPEN EXTEND RunLogFile
004140     END-IF.
004150     WRITE RunLogDetails.
004160     CLOSE RunLogFile.
004170 1690-EXIT.
004180     EXIT.
004190
004200****************************************************************
004210* 1800-LOAD-TERM-TABLE - every TERMS.DAT row into the
004220* in-memory term table.
004230****************************************************************
004240 1800-LOAD-TERM-TABLE.
004250     OPEN INPUT TermFile.
004260     IF WS-Term-Status NOT = "00"
004270          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
004280              "RUN TERMMAINT FIRST"
004290          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004300          MOVE 8 TO RETURN-CODE
004310          STOP RUN
004320     END-IF.
004330     PERFORM 1850-LOAD-ONE-TERM THRU 1850-EXIT
004340          UNTIL WS-Term-EOF.
004350     CLOSE TermFile.
004360     IF WS-Term-Count = ZERO
004370          DISPLAY "*** NO TERMS ON TERMS.DAT - "
004380              "RUN TERMMAINT FIRST"
004390          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004400          MOVE 8 TO RETURN-CODE
004410          STOP RUN
004420     END-IF.
004430 1800-EXIT.
004440     EXIT.
004450
004460 1850-LOAD-ONE-TERM.
004470     READ TermFile NEXT RECORD
004480          AT END
004490              SET WS-Term-EOF TO TRUE
004500          NOT AT END
004510              IF WS-Term-Count < WS-Term-Max
004520                  ADD 1 TO WS-Term-Count
004530                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
004540                  MOVE TM-StartDate
004550                      TO TT-StartDate(WS-Term-Count)
004560                  MOVE TM-EndDate TO TT-EndDate(WS-Term-Count)
004570              ELSE
004580                  DISPLAY "*** TERM TABLE FULL - EXTRA "
004590                      "TERMS IGNORED"
004600                  SET WS-Term-EOF TO TRUE
004610              END-IF
004620     END-READ.
004630 1850-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670* 1900-SELECT-RANGE - a keyed term must be on TERMS.DAT; a
004680* blank From takes the earliest start date and a blank To
004690* the latest.  From must not start after To.
004700****************************************************************
004710 1900-SELECT-RANGE.
004720     MOVE 99999999 TO WS-From-Start.
004730     MOVE ZERO TO WS-To-Start.
004740     PERFORM 1920-CHECK-ENDS THRU 1920-EXIT
004750          VARYING WS-Term-Sub FROM 1 BY 1
004760          UNTIL WS-Term-Sub > WS-Term-Count.
004770     IF WS-From-Term NOT = SPACES
004780          MOVE WS-From-Term TO WS-Find-Term
004790          PERFORM 7100-FIND-TERM THRU 7100-EXIT
004800          IF NOT WS-Term-Found
004810              DISPLAY "*** TERM " WS-From-Term
004820                  " NOT ON TERMS.DAT - NO TREND"
004830              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004840              MOVE 8 TO RETURN-CODE
004850              STOP RUN
004860          END-IF
004870          MOVE TT-StartDate(WS-Term-Slot) TO WS-From-Start
004880     END-IF.
004890     IF WS-To-Term NOT = SPACES
004900          MOVE WS-To-Term TO WS-Find-Term
004910          PERFORM 7100-FIND-TERM THRU 7100-EXIT
004920          IF NOT WS-Term-Found
004930              DISPLAY "*** TERM " WS-To-Term
004940                  " NOT ON TERMS.DAT - NO TREND"
004950              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004960              MOVE 8 TO RETURN-CODE
004970              STOP RUN
004980          END-IF
004990          MOVE TT-StartDate(WS-Term-Slot) TO WS-To-Start
005000     END-IF.
005010     IF WS-From-Start > WS-To-Start
005020          DISPLAY "*** FROM TERM STARTS AFTER TO TERM - NO TREND"
005030          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005040          MOVE 8 TO RETURN-CODE
005050          STOP RUN
005060     END-IF.
005070 1900-EXIT.
005080     EXIT.
005090
005100 1920-CHECK-ENDS.
005110     IF WS-From-Term = SPACES
005120          AND TT-StartDate(WS-Term-Sub) < WS-From-Start
005130          MOVE TT-StartDate(WS-Term-Sub) TO WS-From-Start
005140     END-IF.
005150     IF WS-To-Term = SPACES
005160          AND TT-StartDate(WS-Term-Sub) > WS-To-Start
005170          MOVE TT-StartDate(WS-Term-Sub) TO WS-To-Start
005180     END-IF.
005190 1920-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230* 1950-PICK-NEXT-TERM - add to the range the term with the
005240* earliest start date after the last one taken, from the
005250* From term's start up to the To term's.
005260****************************************************************
005270 1950-PICK-NEXT-TERM.
005280     MOVE 99999999 TO WS-Next-Start.
005290     MOVE ZERO TO WS-Next-Slot.
005300     PERFORM 1960-CHECK-NEXT-TERM THRU 1960-EXIT
005310          VARYING WS-Term-Sub FROM 1 BY 1
005320          UNTIL WS-Term-Sub > WS-Term-Count.
005330     IF WS-Next-Slot = ZERO
005340          MOVE WS-To-Start TO WS-Last-Start
005350          GO TO 1950-EXIT
005360     END-IF.
005370     ADD 1 TO WS-Range-Count.
005380     MOVE TT-TermCode(WS-Next-Slot)
005390          TO RG-TermCode(WS-Range-Count).
005400     MOVE TT-StartDate(WS-Next-Slot)
005410          TO RG-StartDate(WS-Range-Count).
005420     MOVE TT-EndDate(WS-Next-Slot)
005430          TO RG-EndDate(WS-Range-Count).
005440     MOVE WS-Next-Start TO WS-Last-Start.
005450 1950-EXIT.
005460     EXIT.
005470
005480 1960-CHECK-NEXT-TERM.
005490     IF TT-StartDate(WS-Term-Sub) NOT < WS-From-Start
005500          AND TT-StartDate(WS-Term-Sub) NOT > WS-To-Start
005510          AND TT-StartDate(WS-Term-Sub) > WS-Last-Start
005520          AND TT-StartDate(WS-Term-Sub) < WS-Next-Start
005530          MOVE TT-StartDate(WS-Term-Sub) TO WS-Next-Start
005540          MOVE WS-Term-Sub TO WS-Next-Slot
005550     END-IF.
005560 1960-EXIT.
005570     EXIT.
005580
005590****************************************************************
005600* 2000-READ-ONE-ENROLLMENT - ENROLL.DAT comes in StudentId
005610* order, so a change of student closes out the last one.
005620* Rows in a range term are counted against their course and
005630* marked on the student's terms.
005640****************************************************************
005650 2000-READ-ONE-ENROLLMENT.
005660     READ EnrollFile NEXT RECORD
005670          AT END
005680              SET WS-Enroll-EOF TO TRUE
005690              GO TO 2000-EXIT
005700     END-READ.
005710     ADD 1 TO WS-Enrolls-Read.
005720     IF EN-StudentId NOT = WS-Current-Student
005730          IF WS-Current-Student NOT = ZERO
005740              PERFORM 2500-CLOSE-OUT-STUDENT THRU 2500-EXIT
005750          END-IF
005760          MOVE EN-StudentId TO WS-Current-Student
005770          MOVE SPACES TO WS-Student-Terms
005780     END-IF.
005790     PERFORM 7200-FIND-RANGE-TERM THRU 7200-EXIT.
005800     IF NOT WS-Range-Found
005810          GO TO 2000-EXIT
005820     END-IF.
005830     ADD 1 TO WS-Enrolls-In-Range.
005840     MOVE "Y" TO ST-Enrolled(WS-Range-Slot).
005850     SET CT-NotFound TO TRUE.
005860     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
005870          VARYING CT-Idx FROM 1 BY 1
005880          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
005890     IF CT-Found
005900          SET CT-Idx DOWN BY 1
005910          SET WS-Course-Sub TO CT-Idx
005920          ADD 1 TO CC-Count(WS-Course-Sub, WS-Range-Slot)
005930     ELSE
005940          ADD 1 TO WS-Other-Courses
005950     END-IF.
005960 2000-EXIT.
005970     EXIT.
005980
005990****************************************************************
006000* 2500-CLOSE-OUT-STUDENT - count the student in each range
006010* term they were enrolled in, and for each such term but the
006020* last, say what became of them in the next one.
006030****************************************************************
006040 2500-CLOSE-OUT-STUDENT.
006050     IF WS-Student-Terms = SPACES
006060          GO TO 2500-EXIT
006070     END-IF.
006080     ADD 1 TO WS-Students-Counted.
006090     MOVE "N" TO WS-On-Master-Sw.
006100     IF WS-Students-Open
006110          MOVE WS-Current-Student TO StudentId
006120          READ StudentFile
006130               INVALID KEY
006140                   CONTINUE
006150               NOT INVALID KEY
006160                   SET WS-On-Master TO TRUE
006170          END-READ
006180     END-IF.
006190     PERFORM 2600-COUNT-ONE-TERM THRU 2600-EXIT
006200          VARYING WS-Range-Sub FROM 1 BY 1
006210          UNTIL WS-Range-Sub > WS-Range-Count.
006220 2500-EXIT.
006230     EXIT.
006240
006250****************************************************************
006260* 2600-COUNT-ONE-TERM - a student not back in the next term
006270* withdrew or graduated when the master says so with a
006280* status date no later than that term's end; a student on
006290* leave is counted apart; anyone else vanished.
006300****************************************************************
006310 2600-COUNT-ONE-TERM.
006320     IF ST-Enrolled(WS-Range-Sub) NOT = "Y"
006330          GO TO 2600-EXIT
006340     END-IF.
006350     ADD 1 TO RG-Headcount(WS-Range-Sub).
006360     IF WS-Range-Sub = WS-Range-Count
006370          GO TO 2600-EXIT
006380     END-IF.
006390     COMPUTE WS-Next-Sub = WS-Range-Sub + 1.
006400     IF ST-Enrolled(WS-Next-Sub) = "Y"
006410          ADD 1 TO RG-Returned(WS-Range-Sub)
006420          GO TO 2600-EXIT
006430     END-IF.
006440     IF NOT WS-On-Master
006450          ADD 1 TO RG-Vanished(WS-Range-Sub)
006460          GO TO 2600-EXIT
006470     END-IF.
006480     EVALUATE TRUE
006490          WHEN StatusWithdrawn
006500               AND StatusDate NOT > RG-EndDate(WS-Next-Sub)
006510              ADD 1 TO RG-Withdrew(WS-Range-Sub)
006520          WHEN StatusGraduated
006530               AND StatusDate NOT > RG-EndDate(WS-Next-Sub)
006540              ADD 1 TO RG-Graduated(WS-Range-Sub)
006550          WHEN StatusLeave
006560              ADD 1 TO RG-Leave(WS-Range-Sub)
006570          WHEN OTHER
006580              ADD 1 TO RG-Vanished(WS-Range-Sub)
006590     END-EVALUATE.
006600 2600-EXIT.
006610     EXIT.
006620
006630****************************************************************
006640* 3000-PRINT-HEADCOUNTS - the overall headcount (students,
006650* not enrollments) and then each course that had anyone in
006660* the range, one line per term with the change from the
006670* term before.
006680****************************************************************
006690 3000-PRINT-HEADCOUNTS.
006700     WRITE ReportLine FROM WS-Headcount-Title.
006710     WRITE ReportLine FROM WS-Blank-Line.
006720     WRITE ReportLine FROM WS-Headcount-Heading.
006730     MOVE "ALL " TO HD-Code WS-Csv-Code.
006740     MOVE "ALL STUDENTS" TO HD-Description.
006750     PERFORM 3100-PRINT-ALL-TERM THRU 3100-EXIT
006760          VARYING WS-Range-Sub FROM 1 BY 1
006770          UNTIL WS-Range-Sub > WS-Range-Count.
006780     WRITE ReportLine FROM WS-Blank-Line.
006790     PERFORM 3200-PRINT-ONE-COURSE THRU 3200-EXIT
006800          VARYING WS-Course-Sub FROM 1 BY 1
006810          UNTIL WS-Course-Sub > CT-NumEntries.
006820 3000-EXIT.
006830     EXIT.
006840
006850 3100-PRINT-ALL-TERM.
006860     MOVE RG-Headcount(WS-Range-Sub) TO WS-This-Count.
006870     PERFORM 3500-PRINT-HEADCOUNT-LINE THRU 3500-EXIT.
006880     MOVE SPACES TO HD-Code HD-Description.
006890 3100-EXIT.
006900     EXIT.
006910
006920 3200-PRINT-ONE-COURSE.
006930     MOVE "N" TO WS-Course-Used-Sw.
006940     PERFORM 3250-CHECK-COURSE-USED THRU 3250-EXIT
006950          VARYING WS-Range-Sub FROM 1 BY 1
006960          UNTIL WS-Range-Sub > WS-Range-Count.
006970     IF NOT WS-Course-Used
006980          GO TO 3200-EXIT
006990     END-IF.
007000     MOVE CT-Code(WS-Course-Sub) TO HD-Code WS-Csv-Code.
007010     MOVE CT-Description(WS-Course-Sub) TO HD-Description.
007020     PERFORM 3300-PRINT-COURSE-TERM THRU 3300-EXIT
007030          VARYING WS-Range-Sub FROM 1 BY 1
007040          UNTIL WS-Range-Sub > WS-Range-Count.
007050     WRITE ReportLine FROM WS-Blank-Line.
007060 3200-EXIT.
007070     EXIT.
007080
007090 3250-CHECK-COURSE-USED.
007100     IF CC-Count(WS-Course-Sub, WS-Range-Sub) > ZERO
007110          SET WS-Course-Used TO TRUE
007120     END-IF.
007130 3250-EXIT.
007140     EXIT.
007150
007160 3300-PRINT-COURSE-TERM.
007170     MOVE CC-Count(WS-Course-Sub, WS-Range-Sub)
007180          TO WS-This-Count.
007190     PERFORM 3500-PRINT-HEADCOUNT-LINE THRU 3500-EXIT.
007200     MOVE SPACES TO HD-Code HD-Description.
007210 3300-EXIT.
007220     EXIT.
007230
007240****************************************************************
007250* 3500-PRINT-HEADCOUNT-LINE - one term's count with the
007260* change from the previous range term (none for the first),
007270* to the report and as a HEADCOUNT row to TREND.CSV.
007280****************************************************************
007290 3500-PRINT-HEADCOUNT-LINE.
007300     MOVE RG-TermCode(WS-Range-Sub) TO HD-TermCode.
007310     MOVE WS-This-Count TO HD-Count WS-Csv-Count.
007320     IF WS-Range-Sub = 1
007330          MOVE SPACES TO HD-Change-X WS-Csv-Change-X
007340     ELSE
007350          COMPUTE WS-Change = WS-This-Count - WS-Prev-Count
007360          MOVE WS-Change TO HD-Change WS-Csv-Change
007370     END-IF.
007380     WRITE ReportLine FROM WS-Headcount-Line.
007390     MOVE SPACES TO ExtractLine.
007400     STRING
007410          "HEADCOUNT,"                    DELIMITED BY SIZE
007420          WS-Csv-Code                     DELIMITED BY SPACE
007430          ","                             DELIMITED BY SIZE
007440          RG-TermCode(WS-Range-Sub)       DELIMITED BY SIZE
007450          ","                             DELIMITED BY SIZE
007460          WS-Csv-Count                    DELIMITED BY SIZE
007470          ","                             DELIMITED BY SIZE
007480          WS-Csv-Change-X                 DELIMITED BY SPACE
007490          INTO ExtractLine.
007500     WRITE ExtractLine.
007510     ADD 1 TO WS-Csv-Written.
007520     MOVE WS-This-Count TO WS-Prev-Count.
007530 3500-EXIT.
007540     EXIT.
007550
007560****************************************************************
007570* 4000-PRINT-RETENTION - one line per pair of consecutive
007580* range terms, with the share of the first term's students
007590* who came back, and a RETENTION row to TREND.CSV.
007600****************************************************************
007610 4000-PRINT-RETENTION.
007620     WRITE ReportLine FROM WS-Retention-Title.
007630     WRITE ReportLine FROM WS-Blank-Line.
007640     WRITE ReportLine FROM WS-Retention-Heading.
007650     PERFORM 4100-PRINT-ONE-PAIR THRU 4100-EXIT
007660          VARYING WS-Range-Sub FROM 1 BY 1
007670          UNTIL WS-Range-Sub NOT < WS-Range-Count.
007680     IF WS-Range-Count < 2
007690          MOVE "ONLY ONE TERM IN THE RANGE - NO RETENTION"
007700              TO ReportLine
007710          WRITE ReportLine
007720     END-IF.
007730 4000-EXIT.
007740     EXIT.
007750
007760 4100-PRINT-ONE-PAIR.
007770     COMPUTE WS-Next-Sub = WS-Range-Sub + 1.
007780     MOVE RG-TermCode(WS-Range-Sub) TO RT-FromTerm.
007790     MOVE RG-TermCode(WS-Next-Sub) TO RT-ToTerm.
007800     MOVE RG-Headcount(WS-Range-Sub) TO RT-Enrolled WS-Csv-Count.
007810     MOVE RG-Returned(WS-Range-Sub) TO RT-Returned
007820          WS-Csv-Returned.
007830     MOVE RG-Withdrew(WS-Range-Sub) TO RT-Withdrew
007840          WS-Csv-Withdrew.
007850     MOVE RG-Graduated(WS-Range-Sub) TO RT-Graduated
007860          WS-Csv-Graduated.
007870     MOVE RG-Leave(WS-Range-Sub) TO RT-Leave WS-Csv-Leave.
007880     MOVE RG-Vanished(WS-Range-Sub) TO RT-Vanished
007890          WS-Csv-Vanished.
007900     MOVE ZERO TO WS-Retained-Pct.
007910     IF RG-Headcount(WS-Range-Sub) > ZERO
007920          COMPUTE WS-Retained-Pct ROUNDED
007930              = RG-Returned(WS-Range-Sub) * 100
007940              / RG-Headcount(WS-Range-Sub)
007950     END-IF.
007960     MOVE WS-Retained-Pct TO RT-Pct.
007970     WRITE ReportLine FROM WS-Retention-Line.
007980     MOVE SPACES TO ExtractLine.
007990     STRING
008000          "RETENTION,"                    DELIMITED BY SIZE
008010          RG-TermCode(WS-Range-Sub)       DELIMITED BY SIZE
008020          ","                             DELIMITED BY SIZE
008030          RG-TermCode(WS-Next-Sub)        DELIMITED BY SIZE
008040          ","                             DELIMITED BY SIZE
008050          WS-Csv-Count                    DELIMITED BY SIZE
008060          ","                             DELIMITED BY SIZE
008070          WS-Csv-Returned                 DELIMITED BY SIZE
008080          ","                             DELIMITED BY SIZE
008090          WS-Csv-Withdrew                 DELIMITED BY SIZE
008100          ","                             DELIMITED BY SIZE
008110          WS-Csv-Graduated                DELIMITED BY SIZE
008120          ","                             DELIMITED BY SIZE
008130          WS-Csv-Leave                    DELIMITED BY SIZE
008140          ","                             DELIMITED BY SIZE
008150          WS-Csv-Vanished                 DELIMITED BY SIZE
008160          INTO ExtractLine.
008170     WRITE ExtractLine.
008180     ADD 1 TO WS-Csv-Written.
008190 4100-EXIT.
008200     EXIT.
008210
008220****************************************************************
008230* 7100-FIND-TERM - look WS-Find-Term up in the term table.
008240****************************************************************
008250 7100-FIND-TERM.
008260     MOVE "N" TO WS-Term-Found-Sw.
008270     PERFORM 7150-MATCH-TERM THRU 7150-EXIT
008280          VARYING WS-Term-Sub FROM 1 BY 1
008290          UNTIL WS-Term-Sub > WS-Term-Count OR WS-Term-Found.
008300 7100-EXIT.
008310     EXIT.
008320
008330 7150-MATCH-TERM.
008340     IF TT-TermCode(WS-Term-Sub) = WS-Find-Term
008350          SET WS-Term-Found TO TRUE
008360          MOVE WS-Term-Sub TO WS-Term-Slot
008370     END-IF.
008380 7150-EXIT.
008390     EXIT.
008400
008410****************************************************************
008420* 7200-FIND-RANGE-TERM - the enrollment's term among the
008430* range terms, if it is one of them.
008440****************************************************************
008450 7200-FIND-RANGE-TERM.
008460     MOVE "N" TO WS-Range-Found-Sw.
008470     PERFORM 7250-MATCH-RANGE-TERM THRU 7250-EXIT
008480          VARYING WS-Range-Sub FROM 1 BY 1
008490          UNTIL WS-Range-Sub > WS-Range-Count OR WS-Range-Found.
008500 7200-EXIT.
008510     EXIT.
008520
008530 7250-MATCH-RANGE-TERM.
008540     IF RG-TermCode(WS-Range-Sub) = EN-TermCode
008550          SET WS-Range-Found TO TRUE
008560          MOVE WS-Range-Sub TO WS-Range-Slot
008570     END-IF.
008580 7250-EXIT.
008590     EXIT.
008600
008610 7510-SEARCH-COURSE-TABLE.
008620     IF EN-CourseCode = CT-Code(CT-Idx)
008630          SET CT-Found TO TRUE
008640     END-IF.
008650 7510-EXIT.
008660     EXIT.
008670
008680****************************************************************
008690* 8000-TERMINATE - totals, then close up.
008700****************************************************************
008710 8000-TERMINATE.
008720     WRITE ReportLine FROM WS-Blank-Line.
008730     MOVE "ENROLLMENT ROWS READ      : " TO TO-Label.
008740     MOVE WS-Enrolls-Read TO TO-Count.
008750     WRITE ReportLine FROM WS-Total-Line.
008760     MOVE "ENROLLMENTS IN THE RANGE  : " TO TO-Label.
008770     MOVE WS-Enrolls-In-Range TO TO-Count.
008780     WRITE ReportLine FROM WS-Total-Line.
008790     MOVE "STUDENTS IN THE RANGE     : " TO TO-Label.
008800     MOVE WS-Students-Counted TO TO-Count.
008810     WRITE ReportLine FROM WS-Total-Line.
008820     IF WS-Other-Courses > ZERO
008830          MOVE "IN COURSES NOT ON FILE    : " TO TO-Label
008840          MOVE WS-Other-Courses TO TO-Count
008850          WRITE ReportLine FROM WS-Total-Line
008860     END-IF.
008870     CLOSE EnrollFile.
008880     IF WS-Students-Open
008890          CLOSE StudentFile
008900     END-IF.
008910     CLOSE ReportFile.
008920     CLOSE ExtractFile.
008930     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
008940     DISPLAY "ENROLLTREND COMPLETE - " WS-Csv-Written
008950          " ROW(S) WRITTEN TO TREND.CSV".
008960 8000-EXIT.
008970     EXIT.
008980
008990 8900-LOG-RUN-END.
009000     MOVE "ENRTREND" TO RL-ProgramId.
009010     SET RL-IsEnd TO TRUE.
009020     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
009030     ACCEPT RL-LogTime FROM TIME.
009040     MOVE WS-Enrolls-Read TO RL-RecordsRead.
009050     MOVE WS-Csv-Written TO RL-RecordsWritten.
009060     MOVE ZERO TO RL-RecordsRejected.
009070     SET RL-IsOk TO TRUE.
009080     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
009090 8900-EXIT.
009100     EXIT.
009110
009120****************************************************************
009130* 8950-LOG-RUN-FAIL - END row with FAIL status for a
009140* startup abort, so the run log records why the run
009150* never did its work.
009160****************************************************************
009170 8950-LOG-RUN-FAIL.
009180     MOVE "ENRTREND" TO RL-ProgramId.
009190     SET RL-IsEnd TO TRUE.
009200     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
009210     ACCEPT RL-LogTime FROM TIME.
009220     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
009230          RL-RecordsRejected.
009240     SET RL-IsFail TO TRUE.
009250     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
009260 8950-EXIT.
009270     EXIT.
