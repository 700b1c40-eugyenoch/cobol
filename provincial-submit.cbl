000270*          produced.  Totals go to the shared RUNLOG.DAT
000280*          so RunRecon can prove the submission count
000290*          matches the enrollment file before transmit.
000291*          Each built file is recorded as Sent on the
000292*          PROVCTL.DAT submission control file, where
000293*          ProvAck later posts the ministry's verdict.  A
000294*          corrections-only run (C) resends just the
000295*          type-02 rows the ministry flagged on its last
000296*          accepted-with-errors return (PROVERR.DAT), with
000297*          no type-03 summaries, and logs as PROVCORR so
000298*          RunRecon's full-file tie is not applied to it.
000300****************************************************************
000310* Maintenance History
000320* --------------------------------------------------
000380*                 with no file built, or clean with the
000390*                 file built), instead of a heading that
000400*                 claimed "not built" on every run.
000401* 10/15/2026  EE  Every built file gets a Sent row on
000402*                 PROVCTL.DAT; new corrections-only run
000403*                 resends the rows on PROVERR.DAT, with
000404*                 the submission kind and corrected date
000405*                 in the header's spare columns.
000410****************************************************************
000420
000430 IDENTIFICATION DIVISION.
000690     SELECT ExceptionFile ASSIGN TO "PROVEXC.RPT"
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS WS-Except-Status.
000711
000712     SELECT ControlFile ASSIGN TO "PROVCTL.DAT"
000713          ORGANIZATION IS INDEXED
000714          ACCESS MODE IS DYNAMIC
000715          RECORD KEY IS PC-SubmitDate
000716          FILE STATUS IS WS-Control-Status.
000720
000721     SELECT ErrorFile ASSIGN TO "PROVERR.DAT"
000722          ORGANIZATION IS LINE SEQUENTIAL
000723          FILE STATUS IS WS-Error-Status.
000724
000730     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS WS-RunLog-Status.
000880 FD  ExceptionFile.
000890 01  ExceptionLine           PIC X(80).
000900
000901 FD  ControlFile.
000902     COPY "provincial-control-record.cpy".
000903
000904 FD  ErrorFile.
000905     COPY "provincial-error-record.cpy".
000907
000910 FD  RunLogFile.
000920     COPY "run-log-record.cpy".
000930
000980     02  WS-Submit-Status    PIC XX.
000990     02  WS-Except-Status    PIC XX.
001000     02  WS-RunLog-Status    PIC XX.
001003     02  WS-Control-Status   PIC XX.
001006     02  WS-Error-Status     PIC XX.
001010
001020 01  WS-Switches.
001030     02  WS-Student-EOF-Sw   PIC X     VALUE "N".
001070     02  WS-Valid-Switch     PIC X     VALUE "Y".
001080          88  WS-Valid-Entry          VALUE "Y".
001090          88  WS-Invalid-Entry        VALUE "N".
001091     02  WS-Error-EOF-Sw     PIC X     VALUE "N".
001092          88  WS-Error-EOF            VALUE "Y".
001093     02  WS-Row-Selected-Sw  PIC X.
001094          88  WS-Row-Selected         VALUE "Y".
001095          88  WS-Row-Not-Selected     VALUE "N".
001100
001110 01  WS-Institution-Entry    PIC X(5).
001120 01  WS-Institution          PIC 9(5).
001121 01  WS-Submit-Kind          PIC X.
001122     88  WS-Is-Full                VALUE "F" "f" SPACE.
001123     88  WS-Is-Corrections         VALUE "C" "c".
001124 01  WS-Log-Id               PIC X(8)  VALUE "PROVSUB ".
001125 01  WS-Corrects-Date        PIC 9(8)  VALUE ZERO.
001130 01  WS-Run-Date             PIC 9(8).
001140 01  WS-Error-Message        PIC X(60).
001150 01  WS-System-Date.
001350     88  WS-Sum-Slot-Found        VALUE "Y".
001360     88  WS-Sum-Slot-Not-Found    VALUE "N".
001370
001371****************************************************************
001372* The type-02 rows the ministry flagged, from PROVERR.DAT,
001373* for a corrections-only run.
001374****************************************************************
001375 01  WS-Error-Table.
001376     02  WS-Error-Entry OCCURS 2000 TIMES.
001377          03  ER-StudentId    PIC 9(7).
001378          03  ER-CourseCode   PIC X(4).
001379          03  ER-TermCode     PIC X(6).
001380 01  WS-Error-Count          PIC 9(4)  COMP VALUE ZERO.
001381 01  WS-Error-Max            PIC 9(4)  COMP VALUE 2000.
001382 01  WS-Error-Sub            PIC 9(4)  COMP.
001383
001384 01  WS-Counters.
001390     02  WS-Students-Checked PIC 9(7)  COMP VALUE ZERO.
001400     02  WS-Enrolls-Checked  PIC 9(7)  COMP VALUE ZERO.
001410     02  WS-Exception-Count  PIC 9(5)  COMP VALUE ZERO.
001520     02  FILLER              PIC X(2)  VALUE "01".
001530     02  HR-Institution      PIC 9(5).
001540     02  HR-RunDate          PIC 9(8).
001545     02  HR-SubmitKind       PIC X.
001550     02  HR-CorrectsDate     PIC 9(8).
001555     02  FILLER              PIC X(36) VALUE SPACES.
001560
001570 01  WS-Detail-Record.
001580     02  FILLER              PIC X(2)  VALUE "02".
002160* field-rule pass.
002170****************************************************************
002180 1000-INITIALIZE.
002181     DISPLAY "PROVSUBMIT - PROVINCIAL ENROLLMENT SUBMISSION".
002182     DISPLAY "Submission (F-Full,C-Corrections only): "
002183          WITH NO ADVANCING.
002184     ACCEPT WS-Submit-Kind.
002185     IF WS-Is-Corrections
002186          MOVE "PROVCORR" TO WS-Log-Id
002187     END-IF.
002190     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
002198     IF NOT WS-Is-Full AND NOT WS-Is-Corrections
002199          DISPLAY "*** INVALID SUBMISSION - USE F OR C"
002200          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002201          MOVE 8 TO RETURN-CODE
002202          STOP RUN
002203     END-IF.
002210     DISPLAY "Institution number (5 digits): "
002220          WITH NO ADVANCING.
002230     ACCEPT WS-Institution-Entry.
002290     END-IF.
002300     MOVE WS-Institution-Entry TO WS-Institution.
002310     ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
002312     IF WS-Is-Corrections
002314          PERFORM 1100-LOAD-ERROR-ROWS THRU 1100-EXIT
002316     END-IF.
002320     OPEN INPUT StudentFile.
002330     IF WS-Student-Status NOT = "00"
002340          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - NO RUN"
002440     EXIT.
002450
002460****************************************************************
002461* 1100-LOAD-ERROR-ROWS - a corrections-only run resends
002462* the type-02 rows on PROVERR.DAT, and only when the
002463* submission they belong to came back accepted with
002464* errors; a rejected return is resent in full.
002465****************************************************************
002466 1100-LOAD-ERROR-ROWS.
002467     OPEN INPUT ErrorFile.
002468     IF WS-Error-Status NOT = "00"
002469          DISPLAY "*** PROVERR.DAT NOT AVAILABLE - "
002470              "RUN PROVACK FIRST"
002471          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002472          MOVE 8 TO RETURN-CODE
002473          STOP RUN
002474     END-IF.
002475     PERFORM 1150-LOAD-ONE-ERROR THRU 1150-EXIT
002476          UNTIL WS-Error-EOF.
002477     CLOSE ErrorFile.
002478     IF WS-Error-Count = ZERO
002479          DISPLAY "*** NO DETAIL ERRORS ON PROVERR.DAT - "
002480              "NOTHING TO CORRECT"
002481          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002482          MOVE 8 TO RETURN-CODE
002483          STOP RUN
002484     END-IF.
002485     OPEN INPUT ControlFile.
002486     IF WS-Control-Status NOT = "00"
002487          DISPLAY "*** PROVCTL.DAT NOT AVAILABLE - "
002488              "NO SUBMISSION TO CORRECT"
002489          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002490          MOVE 8 TO RETURN-CODE
002491          STOP RUN
002492     END-IF.
002493     MOVE WS-Corrects-Date TO PC-SubmitDate.
002494     READ ControlFile
002495          INVALID KEY
002496              MOVE SPACE TO PC-Status
002497     END-READ.
002498     CLOSE ControlFile.
002499     IF NOT PC-IsAcceptedErrors
002500          DISPLAY "*** SUBMISSION " WS-Corrects-Date
002501              " WAS NOT ACCEPTED WITH ERRORS - RESEND IN FULL"
002502          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
002503          MOVE 8 TO RETURN-CODE
002504          STOP RUN
002505     END-IF.
002506 1100-EXIT.
002507     EXIT.
002508
002509 1150-LOAD-ONE-ERROR.
002510     READ ErrorFile
002511          AT END
002512              SET WS-Error-EOF TO TRUE
002513          NOT AT END
002514              MOVE PE-SubmitDate TO WS-Corrects-Date
002515              IF PE-RecordType = "02"
002516                  IF WS-Error-Count < WS-Error-Max
002517                      ADD 1 TO WS-Error-Count
002518                      MOVE PE-StudentId
002519                          TO ER-StudentId(WS-Error-Count)
002520                      MOVE PE-CourseCode
002521                          TO ER-CourseCode(WS-Error-Count)
002522                      MOVE PE-TermCode
002523                          TO ER-TermCode(WS-Error-Count)
002524                  ELSE
002525                      DISPLAY "*** ERROR TABLE FULL - LATER "
002526                          "ERRORS NOT RESENT"
002527                      SET WS-Error-EOF TO TRUE
002528                  END-IF
002529              END-IF
002530     END-READ.
002531 1150-EXIT.
002532     EXIT.
002533
002534****************************************************************
002535* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
002536* as this run begins and one END row with its totals
002537* as it finishes, on the shared RUNLOG.DAT.
002538****************************************************************
002539 1600-LOG-RUN-START.
002540     MOVE WS-Log-Id TO RL-ProgramId.
002541     SET RL-IsStart TO TRUE.
002542     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
002550     ACCEPT RL-LogTime FROM TIME.
002560     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
002570          RL-RecordsRejected.
003940     OPEN OUTPUT SubmitFile.
003950     MOVE WS-Institution TO HR-Institution.
003960     MOVE WS-Run-Date TO HR-RunDate.
003961     IF WS-Is-Corrections
003962          MOVE "C" TO HR-SubmitKind
003963          MOVE WS-Corrects-Date TO HR-CorrectsDate
003964     ELSE
003965          MOVE "F" TO HR-SubmitKind
003966          MOVE ZERO TO HR-CorrectsDate
003967     END-IF.
003970     WRITE SubmitRecord FROM WS-Header-Record.
003980     MOVE "N" TO WS-Enroll-EOF-Sw.
003990     OPEN INPUT EnrollFile.
004000     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
004010          UNTIL WS-Enroll-EOF.
004020     CLOSE EnrollFile.
004025     IF WS-Is-Full
004030          PERFORM 5000-WRITE-COURSE-RECORDS THRU 5000-EXIT
004035     END-IF.
004040     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
004050     CLOSE SubmitFile.
004055     PERFORM 4900-RECORD-SUBMISSION THRU 4900-EXIT.
004060 4000-EXIT.
004070     EXIT.
004080
004110          AT END
004120              SET WS-Enroll-EOF TO TRUE
004130          NOT AT END
004137              PERFORM 4400-SELECT-ROW THRU 4400-EXIT
004144              IF WS-Row-Selected
004151                  MOVE EN-StudentId TO StudentId
004158                  READ StudentFile
004165                       INVALID KEY
004172                           CONTINUE
004179                       NOT INVALID KEY
004186                           PERFORM 4200-BUILD-DETAIL
004189                               THRU 4200-EXIT
004193                  END-READ
004200              END-IF
004210     END-READ.
004220 4100-EXIT.
004230     EXIT.
004860 4350-EXIT.
004870     EXIT.
004880
004881****************************************************************
004882* 4400-SELECT-ROW - a full run sends every enrollment row;
004883* a corrections-only run sends the rows in error.
004884****************************************************************
004885 4400-SELECT-ROW.
004886     IF WS-Is-Full
004887          SET WS-Row-Selected TO TRUE
004888          GO TO 4400-EXIT
004889     END-IF.
004890     SET WS-Row-Not-Selected TO TRUE.
004891     PERFORM 4450-MATCH-ERROR-ROW THRU 4450-EXIT
004892          VARYING WS-Error-Sub FROM 1 BY 1
004893          UNTIL WS-Error-Sub > WS-Error-Count
004894          OR WS-Row-Selected.
004895 4400-EXIT.
004896     EXIT.
004897
004898 4450-MATCH-ERROR-ROW.
004899     IF ER-StudentId(WS-Error-Sub) = EN-StudentId
004900          AND ER-CourseCode(WS-Error-Sub) = EN-CourseCode
004901          AND ER-TermCode(WS-Error-Sub) = EN-TermCode
004902          SET WS-Row-Selected TO TRUE
004903     END-IF.
004904 4450-EXIT.
004905     EXIT.
004906
004907****************************************************************
004908* 4900-RECORD-SUBMISSION - the file just built goes on
004909* PROVCTL.DAT as Sent, keyed on the header run date; a
004910* second build the same day replaces the row.
004911****************************************************************
004912 4900-RECORD-SUBMISSION.
004913     OPEN I-O ControlFile.
004914     IF WS-Control-Status = "35"
004915          OPEN OUTPUT ControlFile
004916          CLOSE ControlFile
004917          OPEN I-O ControlFile
004918     END-IF.
004919     MOVE WS-Run-Date TO PC-SubmitDate.
004920     MOVE WS-Institution TO PC-Institution.
004921     IF WS-Is-Corrections
004922          SET PC-IsCorrection TO TRUE
004923     ELSE
004924          SET PC-IsFull TO TRUE
004925     END-IF.
004926     MOVE WS-Corrects-Date TO PC-CorrectsDate.
004927     SET PC-IsSent TO TRUE.
004928     MOVE WS-Run-Date TO PC-StatusDate.
004929     MOVE WS-Details-Written TO PC-DetailCount.
004930     MOVE ZERO TO PC-ErrorCount.
004931     WRITE ProvControlDetails
004932          INVALID KEY
004933              REWRITE ProvControlDetails
004934                  INVALID KEY
004935                      DISPLAY "*** PROVCTL.DAT UPDATE FAILED"
004936              END-REWRITE
004937     END-WRITE.
004938     CLOSE ControlFile.
004939 4900-EXIT.
004940     EXIT.
004941
004942 5000-WRITE-COURSE-RECORDS.
004943     PERFORM 5100-WRITE-ONE-COURSE THRU 5100-EXIT
004944          VARYING WS-Course-Sum-Sub FROM 1 BY 1
004945          UNTIL WS-Course-Sum-Sub > WS-Course-Sum-Count.
004946 5000-EXIT.
004947     EXIT.
004950
004960 5100-WRITE-ONE-COURSE.
004970     MOVE CS-CourseCode(WS-Course-Sum-Sub) TO CR-CourseCode.
005280     CLOSE ExceptionFile.
005290     DISPLAY "PROVSUBMIT REFUSED - " WS-Exception-Count
005300          " EXCEPTION(S) - SEE PROVEXC.RPT - NO FILE BUILT".
005310     MOVE WS-Log-Id TO RL-ProgramId.
005320     SET RL-IsEnd TO TRUE.
005330     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
005340     ACCEPT RL-LogTime FROM TIME.
005510     DISPLAY "PROVSUBMIT COMPLETE - " WS-Details-Written
005520          " DETAIL(S), " WS-Course-Sum-Count
005530          " COURSE SUMMARY(S) ON PROVSUB.DAT".
005531     IF WS-Is-Corrections
005532          AND WS-Details-Written < WS-Error-Count
005533          DISPLAY "*** " WS-Error-Count " ROW(S) IN ERROR, "
005534              WS-Details-Written " RESENT - THE REST NO LONGER "
005535              "ON ENROLL.DAT"
005536     END-IF.
005540 8000-EXIT.
005550     EXIT.
005560
005570 8900-LOG-RUN-END.
005580     MOVE WS-Log-Id TO RL-ProgramId.
005590     SET RL-IsEnd TO TRUE.
005600     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
005610     ACCEPT RL-LogTime FROM TIME.
005730* never did its work.
005740****************************************************************
005750 8950-LOG-RUN-FAIL.
005760     MOVE WS-Log-Id TO RL-ProgramId.
005770     SET RL-IsEnd TO TRUE.
005780     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
005790     ACCEPT RL-LogTime FROM TIME.
