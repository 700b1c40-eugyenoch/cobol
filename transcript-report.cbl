000210*          primary course name), the grade, and the date
000220*          it was posted.  Ids are keyed until a zero id
000230*          ends the run, so one sitting can produce a
000240*          batch of transcripts.  Grades print grouped by
000241*          term in calendar order (TERMS.DAT start dates),
000242*          each term followed by its term and cumulative
000243*          grade point averages and the standing AcadStand
000244*          kept on STANDING.DAT.
000250****************************************************************
000260* Maintenance History
000270* --------------------------------------------------
000280* 09/02/2026  EE  Original version - transcripts were
000290*                 typed by hand before this.
000291* 10/15/2026  EE  Grade lines are grouped by term in
000292*                 start-date order, and each term closes
000293*                 with its term GPA, cumulative GPA, and
000294*                 academic standing from STANDING.DAT.
000300****************************************************************
000310
000320 IDENTIFICATION DIVISION.
000600     SELECT ReportFile ASSIGN TO "TRANSCRPT.RPT"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS WS-Report-Status.
000621
000622     SELECT TermFile ASSIGN TO "TERMS.DAT"
000623          ORGANIZATION IS INDEXED
000624          ACCESS MODE IS SEQUENTIAL
000625          RECORD KEY IS TM-TermCode
000626          FILE STATUS IS WS-Term-Status.
000627
000628     SELECT StandingFile ASSIGN TO "STANDING.DAT"
000629          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS DYNAMIC
000631          RECORD KEY IS SD-StandKey
000632          FILE STATUS IS WS-Standing-Status.
000633
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  StudentFile.
000740
000750 FD  ReportFile.
000760 01  ReportLine              PIC X(80).
000761
000762 FD  TermFile.
000763     COPY "term-record.cpy".
000764
000765 FD  StandingFile.
000766     COPY "standing-record.cpy".
000770
000780 WORKING-STORAGE SECTION.
000790 COPY "course-table.cpy".
000830     02  WS-Grade-Status     PIC XX.
000840     02  WS-Course-Status    PIC XX.
000850     02  WS-Report-Status    PIC XX.
000853     02  WS-Term-Status      PIC XX.
000856     02  WS-Standing-Status  PIC XX.
000860
000870 01  WS-Switches.
000880     02  WS-Stop-Switch      PIC X     VALUE "N".
000940          88  WS-Course-EOF           VALUE "Y".
000950     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
000960          88  WS-Grade-EOF            VALUE "Y".
000961     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
000962          88  WS-Term-EOF             VALUE "Y".
000963     02  WS-Standing-File-Sw PIC X     VALUE "N".
000964          88  WS-Standing-File-Open   VALUE "Y".
000965     02  WS-All-Printed-Sw   PIC X     VALUE "N".
000966          88  WS-All-Printed          VALUE "Y".
000970
000980 01  WS-Search-Id            PIC 9(7).
000990 01  WS-Grade-Count          PIC 9(3)  COMP VALUE ZERO.
001000 01  WS-Transcripts-Printed  PIC 9(5)  COMP VALUE ZERO.
001010 01  WS-Matched-Idx          PIC 9(2)  COMP VALUE ZERO.
001020 01  WS-Course-Desc          PIC X(20).
001021
001022****************************************************************
001023* Every term on TERMS.DAT with its start date, so the
001024* student's terms print in calendar order - term codes
001025* do not sort that way.
001026****************************************************************
001027 01  WS-Term-Table.
001028     02  WS-Term-Entry OCCURS 100 TIMES.
001029          03  TT-TermCode     PIC X(6).
001030          03  TT-StartDate    PIC 9(8).
001031 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
001032 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
001033 01  WS-Term-Sub             PIC 9(3)  COMP.
001034
001035****************************************************************
001036* The student's GRADES.DAT rows, held so they can be
001037* printed a term at a time.
001038****************************************************************
001039 01  WS-Grade-Table.
001040     02  WS-Grade-Entry OCCURS 200 TIMES.
001041          03  GT-TermCode     PIC X(6).
001042          03  GT-StartDate    PIC 9(8).
001043          03  GT-CourseCode   PIC X(4).
001044          03  GT-Grade        PIC X(2).
001045          03  GT-GradeDate    PIC 9(8).
001046          03  GT-Printed-Sw   PIC X.
001047              88  GT-Printed      VALUE "Y".
001048 01  WS-Grade-Max            PIC 9(3)  COMP VALUE 200.
001049 01  WS-Grade-Sub            PIC 9(3)  COMP.
001050 01  WS-Print-Term           PIC X(6).
001051 01  WS-Print-Start          PIC 9(8).
001052 01  WS-Standing-Text        PIC X(20).
001053
001054 01  WS-Rule-Line            PIC X(62)  VALUE ALL "-".
001055 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
001060
001070 01  WS-Title-Line           PIC X(40)
001080     VALUE "OFFICIAL TRANSCRIPT OF ACADEMIC RECORD".
001450 01  WS-None-Line            PIC X(30)
001460     VALUE "NO GRADES ON FILE".
001470
001471 01  WS-GPA-Line.
001472     02  FILLER              PIC X(18)
001473          VALUE "        TERM GPA: ".
001474     02  GL-TermGPA          PIC 9.99.
001475     02  FILLER              PIC X(19)
001476          VALUE "   CUMULATIVE GPA: ".
001477     02  GL-CumGPA           PIC 9.99.
001478     02  FILLER              PIC X(13)
001479          VALUE "   STANDING: ".
001480     02  GL-Standing         PIC X(20).
001481
001482 01  WS-No-Standing-Line     PIC X(40)
001483     VALUE "        STANDING NOT YET ASSESSED".
001484
001485 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-TRANSCRIPT-ONE-STUDENT THRU 2000-EXIT
001700     END-IF.
001710     OPEN OUTPUT ReportFile.
001720     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
001721     PERFORM 1900-LOAD-TERM-TABLE THRU 1900-EXIT.
001722     OPEN INPUT StandingFile.
001723     IF WS-Standing-Status = "00"
001724          SET WS-Standing-File-Open TO TRUE
001725     ELSE
001726          DISPLAY "*** STANDING.DAT NOT AVAILABLE - "
001727              "NO GPA OR STANDING PRINTED"
001728     END-IF.
001730     DISPLAY "TRANSCRIPT - STUDENT TRANSCRIPT REPORT".
001740 1000-EXIT.
001750     EXIT.
002280     END-READ.
002290 1850-EXIT.
002300     EXIT.
002301
002302****************************************************************
002303* 1900-LOAD-TERM-TABLE - every TERMS.DAT term and its
002304* start date.  Without the master the terms still group,
002305* in term-code order.
002306****************************************************************
002307 1900-LOAD-TERM-TABLE.
002308     OPEN INPUT TermFile.
002309     IF WS-Term-Status NOT = "00"
002310          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
002311              "TERMS PRINT IN TERM-CODE ORDER"
002312          GO TO 1900-EXIT
002313     END-IF.
002314     PERFORM 1950-LOAD-ONE-TERM THRU 1950-EXIT
002315          UNTIL WS-Term-EOF.
002316     CLOSE TermFile.
002317 1900-EXIT.
002318     EXIT.
002319
002320 1950-LOAD-ONE-TERM.
002321     READ TermFile NEXT RECORD
002322          AT END
002323              SET WS-Term-EOF TO TRUE
002324          NOT AT END
002325              IF WS-Term-Count < WS-Term-Max
002326                  ADD 1 TO WS-Term-Count
002327                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
002328                  MOVE TM-StartDate
002329                      TO TT-StartDate(WS-Term-Count)
002330              ELSE
002331                  DISPLAY "*** TERM TABLE FULL - EXTRA "
002332                      "TERMS IGNORED"
002333                  SET WS-Term-EOF TO TRUE
002334              END-IF
002335     END-READ.
002336 1950-EXIT.
002337     EXIT.
002338
002339****************************************************************
002340* 2000-TRANSCRIPT-ONE-STUDENT - key the next id (zero
002341* ends the run), look the student up, and print their
002350* transcript page.
002360****************************************************************
002370 2000-TRANSCRIPT-ONE-STUDENT.
002540
002550****************************************************************
002560* 3000-PRINT-TRANSCRIPT - one page: heading, identity
002570* block, then the id's GRADES.DAT rows a term at a
002571* time, earliest term first, each term followed by its
002572* averages and standing.
002580****************************************************************
002590 3000-PRINT-TRANSCRIPT.
002600     WRITE ReportLine FROM WS-Rule-Line.
002820          INVALID KEY
002830              SET WS-Grade-EOF TO TRUE
002840     END-START.
002850     PERFORM 3100-COLLECT-ONE-GRADE THRU 3100-EXIT
002860          UNTIL WS-Grade-EOF.
002862     MOVE "N" TO WS-All-Printed-Sw.
002864     PERFORM 3400-PRINT-NEXT-TERM THRU 3400-EXIT
002866          UNTIL WS-All-Printed.
002870     WRITE ReportLine FROM WS-Blank-Line.
002880     IF WS-Grade-Count = ZERO
002890          WRITE ReportLine FROM WS-None-Line
002980 3000-EXIT.
002990     EXIT.
003000
003010 3100-COLLECT-ONE-GRADE.
003020     READ GradeFile NEXT RECORD
003030          AT END
003040              SET WS-Grade-EOF TO TRUE
003050          NOT AT END
003060              IF GR-StudentId = WS-Search-Id
003070                  PERFORM 3150-HOLD-GRADE THRU 3150-EXIT
003080              ELSE
003090                  SET WS-Grade-EOF TO TRUE
003100              END-IF
003110     END-READ.
003120 3100-EXIT.
003130     EXIT.
003131
003132****************************************************************
003133* 3150-HOLD-GRADE - put the grade in the next grade
003134* table slot with its term's start date (zero for a
003135* term not on TERMS.DAT).
003136****************************************************************
003137 3150-HOLD-GRADE.
003138     IF WS-Grade-Count NOT < WS-Grade-Max
003139          DISPLAY "*** GRADE TABLE FULL - EXTRA GRADES "
003140              "NOT PRINTED"
003141          SET WS-Grade-EOF TO TRUE
003142          GO TO 3150-EXIT
003143     END-IF.
003144     ADD 1 TO WS-Grade-Count.
003145     MOVE GR-TermCode TO GT-TermCode(WS-Grade-Count).
003146     MOVE GR-CourseCode TO GT-CourseCode(WS-Grade-Count).
003147     MOVE GR-Grade TO GT-Grade(WS-Grade-Count).
003148     MOVE GR-GradeDate TO GT-GradeDate(WS-Grade-Count).
003149     MOVE "N" TO GT-Printed-Sw(WS-Grade-Count).
003150     MOVE ZERO TO GT-StartDate(WS-Grade-Count).
003151     PERFORM 3160-MATCH-ONE-TERM THRU 3160-EXIT
003152          VARYING WS-Term-Sub FROM 1 BY 1
003153          UNTIL WS-Term-Sub > WS-Term-Count.
003154 3150-EXIT.
003155     EXIT.
003156
003157 3160-MATCH-ONE-TERM.
003158     IF TT-TermCode(WS-Term-Sub) = GR-TermCode
003159          MOVE TT-StartDate(WS-Term-Sub)
003160              TO GT-StartDate(WS-Grade-Count)
003161     END-IF.
003162 3160-EXIT.
003163     EXIT.
003164
003165 3200-PRINT-GRADE-LINE.
003166     IF GT-Printed(WS-Grade-Sub)
003167          OR GT-TermCode(WS-Grade-Sub) NOT = WS-Print-Term
003168          GO TO 3200-EXIT
003169     END-IF.
003170     MOVE GT-CourseCode(WS-Grade-Sub) TO GR-CourseCode.
003171     PERFORM 3300-FIND-COURSE-DESC THRU 3300-EXIT.
003172     MOVE GT-TermCode(WS-Grade-Sub) TO DL-TermCode.
003180     MOVE GT-CourseCode(WS-Grade-Sub) TO DL-CourseCode.
003190     MOVE WS-Course-Desc TO DL-Description.
003200     MOVE GT-Grade(WS-Grade-Sub) TO DL-Grade.
003210     MOVE GT-GradeDate(WS-Grade-Sub) TO DL-GradeDate.
003220     WRITE ReportLine FROM WS-Detail-Line.
003230     SET GT-Printed(WS-Grade-Sub) TO TRUE.
003240 3200-EXIT.
003250     EXIT.
003251
003252****************************************************************
003253* 3400-PRINT-NEXT-TERM - the earliest term still to
003254* print, its grade lines, then its averages and
003255* standing.  Nothing left unprinted ends the page.
003256****************************************************************
003257 3400-PRINT-NEXT-TERM.
003258     MOVE SPACES TO WS-Print-Term.
003259     MOVE ZERO TO WS-Print-Start.
003260     PERFORM 3450-CHECK-EARLIEST THRU 3450-EXIT
003261          VARYING WS-Grade-Sub FROM 1 BY 1
003262          UNTIL WS-Grade-Sub > WS-Grade-Count.
003263     IF WS-Print-Term = SPACES
003264          SET WS-All-Printed TO TRUE
003265          GO TO 3400-EXIT
003266     END-IF.
003267     PERFORM 3200-PRINT-GRADE-LINE THRU 3200-EXIT
003268          VARYING WS-Grade-Sub FROM 1 BY 1
003269          UNTIL WS-Grade-Sub > WS-Grade-Count.
003270     PERFORM 3500-PRINT-TERM-STANDING THRU 3500-EXIT.
003271 3400-EXIT.
003272     EXIT.
003273
003274 3450-CHECK-EARLIEST.
003275     IF GT-Printed(WS-Grade-Sub)
003276          GO TO 3450-EXIT
003277     END-IF.
003278     IF WS-Print-Term = SPACES
003279          OR GT-StartDate(WS-Grade-Sub) < WS-Print-Start
003280          OR (GT-StartDate(WS-Grade-Sub) = WS-Print-Start
003281              AND GT-TermCode(WS-Grade-Sub) < WS-Print-Term)
003282          MOVE GT-TermCode(WS-Grade-Sub) TO WS-Print-Term
003283          MOVE GT-StartDate(WS-Grade-Sub) TO WS-Print-Start
003284     END-IF.
003285 3450-EXIT.
003286     EXIT.
003287
003288****************************************************************
003289* 3500-PRINT-TERM-STANDING - the STANDING.DAT row AcadStand
003290* kept for the student and term; a term not yet
003291* assessed says so.
003292****************************************************************
003293 3500-PRINT-TERM-STANDING.
003294     IF NOT WS-Standing-File-Open
003295          GO TO 3500-EXIT
003296     END-IF.
003297     MOVE WS-Search-Id TO SD-StudentId.
003298     MOVE WS-Print-Term TO SD-TermCode.
003299     READ StandingFile
003300          INVALID KEY
003301              MOVE WS-No-Standing-Line TO ReportLine
003302          NOT INVALID KEY
003303              PERFORM 3550-STANDING-TEXT THRU 3550-EXIT
003304              MOVE SD-TermGPA TO GL-TermGPA
003305              MOVE SD-CumGPA TO GL-CumGPA
003306              MOVE WS-Standing-Text TO GL-Standing
003307              MOVE WS-GPA-Line TO ReportLine
003308     END-READ.
003309     WRITE ReportLine.
003310     WRITE ReportLine FROM WS-Blank-Line.
003311 3500-EXIT.
003312     EXIT.
003313
003314 3550-STANDING-TEXT.
003315     EVALUATE TRUE
003316          WHEN SD-IsGood
003317              MOVE "GOOD STANDING" TO WS-Standing-Text
003318          WHEN SD-IsDeansList
003319              MOVE "DEAN'S LIST" TO WS-Standing-Text
003320          WHEN SD-IsProbation
003321              MOVE "PROBATION" TO WS-Standing-Text
003322          WHEN SD-IsRequiredWithdraw
003323              MOVE "REQUIRED TO WITHDRAW" TO WS-Standing-Text
003324          WHEN OTHER
003325              MOVE SPACES TO WS-Standing-Text
003326     END-EVALUATE.
003327 3550-EXIT.
003328     EXIT.
003329
003330****************************************************************
003331* 3300-FIND-COURSE-DESC - the table description for the
003332* graded course; an unmatched code falls back to the
003333* bare code so the transcript still reads.
003334****************************************************************
003335 3300-FIND-COURSE-DESC.
003336     SET CT-NotFound TO TRUE.
003340     MOVE ZERO TO WS-Matched-Idx.
003350     PERFORM 3350-SEARCH-COURSE-TABLE THRU 3350-EXIT
003360          VARYING CT-Idx FROM 1 BY 1
003560     CLOSE StudentFile.
003570     CLOSE GradeFile.
003580     CLOSE ReportFile.
003582     IF WS-Standing-File-Open
003584          CLOSE StandingFile
003586     END-IF.
003590     DISPLAY "TRANSCRIPT COMPLETE - " WS-Transcripts-Printed
003600          " TRANSCRIPT(S) WRITTEN TO TRANSCRPT.RPT".
003610 8000-EXIT.
