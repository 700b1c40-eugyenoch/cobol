000100****************************************************************
000110* Program: ProvAck
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Process the ministry's acknowledgement of a
000160*          PROVSUB.DAT submission.  The return, PROVACK.DAT,
000170*          is an A1 header naming the submission (the run
000180*          date from our type-01 header) and the ministry's
000190*          verdict, one A2 row per record-level error, and
000200*          an A9 trailer.  Each error is matched back to the
000210*          type-02 detail it refers to by StudentId,
000220*          CourseCode and TermCode, and PROVWORK.RPT prints
000230*          a correction worklist with the submitted values
000240*          beside the student's current STUDENTS.DAT and
000250*          ENROLL.DAT values and the ministry's error code
000260*          and text.  The errors are kept on PROVERR.DAT for
000270*          ProvSubmit's corrections-only run, the
000280*          submission's PROVCTL.DAT row moves from Sent to
000290*          Accepted, Accepted with errors, or Rejected, and
000300*          the worklist closes with the submission history.
000310*          START and END rows go to the shared RUNLOG.DAT.
000320****************************************************************
000330* Maintenance History
000340* --------------------------------------------------
000350* 10/15/2026  EE  Original version - the ministry's
000360*                 errors were read on screen and fixed
000370*                 from memory.
000380****************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.      ProvAck.
000420 AUTHOR.          EUGY ENOCH.
000430 INSTALLATION.    REGISTRARS OFFICE.
000440 DATE-WRITTEN.    10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AckFile ASSIGN TO "PROVACK.DAT"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS WS-Ack-Status.
000530
000540     SELECT SubmitFile ASSIGN TO "PROVSUB.DAT"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS WS-Submit-Status.
000570
000580     SELECT ControlFile ASSIGN TO "PROVCTL.DAT"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS PC-SubmitDate
000620          FILE STATUS IS WS-Control-Status.
000630
000640     SELECT ErrorFile ASSIGN TO "PROVERR.DAT"
000650          ORGANIZATION IS LINE SEQUENTIAL
000660          FILE STATUS IS WS-Error-Status.
000670
000680     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS StudentId
000720          FILE STATUS IS WS-Student-Status.
000730
000740     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000750          ORGANIZATION IS INDEXED
000760          ACCESS MODE IS DYNAMIC
000770          RECORD KEY IS EN-EnrollKey
000780          FILE STATUS IS WS-Enroll-Status.
000790
000800     SELECT WorklistFile ASSIGN TO "PROVWORK.RPT"
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS WS-Worklist-Status.
000830
000840     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS WS-RunLog-Status.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  AckFile.
000910 01  AckRecord               PIC X(80).
000920
000930 FD  SubmitFile.
000940 01  SubmitRecord            PIC X(60).
000950
000960 FD  ControlFile.
000970     COPY "provincial-control-record.cpy".
000980
000990 FD  ErrorFile.
001000     COPY "provincial-error-record.cpy".
001010
001020 FD  StudentFile.
001030     COPY "student-record.cpy".
001040
001050 FD  EnrollFile.
001060     COPY "enrollment-record.cpy".
001070
001080 FD  WorklistFile.
001090 01  WorklistLine            PIC X(80).
001100
001110 FD  RunLogFile.
001120     COPY "run-log-record.cpy".
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-Status-Group.
001160     02  WS-Ack-Status       PIC XX.
001170     02  WS-Submit-Status    PIC XX.
001180     02  WS-Control-Status   PIC XX.
001190     02  WS-Error-Status     PIC XX.
001200     02  WS-Student-Status   PIC XX.
001210     02  WS-Enroll-Status    PIC XX.
001220     02  WS-Worklist-Status  PIC XX.
001230     02  WS-RunLog-Status    PIC XX.
001240
001250 01  WS-Switches.
001260     02  WS-Ack-EOF-Sw       PIC X     VALUE "N".
001270          88  WS-Ack-EOF              VALUE "Y".
001280     02  WS-Submit-EOF-Sw    PIC X     VALUE "N".
001290          88  WS-Submit-EOF           VALUE "Y".
001300     02  WS-Control-EOF-Sw   PIC X     VALUE "N".
001310          88  WS-Control-EOF          VALUE "Y".
001320     02  WS-Submit-Sw        PIC X     VALUE "N".
001330          88  WS-Submit-On-Hand       VALUE "Y".
001340     02  WS-Enroll-File-Sw   PIC X     VALUE "N".
001350          88  WS-Enroll-File-Open     VALUE "Y".
001360     02  WS-Trailer-Sw       PIC X     VALUE "N".
001370          88  WS-Trailer-Seen         VALUE "Y".
001380     02  WS-Detail-Found-Sw  PIC X.
001390          88  WS-Detail-Found         VALUE "Y".
001400          88  WS-Detail-Not-Found     VALUE "N".
001410
001420 01  WS-Run-Date             PIC 9(8).
001430
001440****************************************************************
001450* The ministry's acknowledgement layouts.  Every record
001460* is 80 bytes with the type code in columns 1-2.
001470****************************************************************
001480 01  WS-Ack-Header.
001490     02  AH-RecordType       PIC X(2).
001500     02  AH-Institution      PIC 9(5).
001510     02  AH-SubmitDate       PIC 9(8).
001520     02  AH-AckDate          PIC 9(8).
001530     02  AH-Status           PIC X.
001540          88  AH-IsAccepted       VALUE "A".
001550          88  AH-IsAcceptedErrors VALUE "E".
001560          88  AH-IsRejected       VALUE "R".
001570     02  AH-Received         PIC 9(7).
001580     02  AH-InError          PIC 9(7).
001590     02  FILLER              PIC X(42).
001600
001610 01  WS-Ack-Error.
001620     02  AE-RecordType       PIC X(2).
001630     02  AE-RefType          PIC X(2).
001640     02  AE-StudentId        PIC 9(7).
001650     02  AE-CourseCode       PIC X(4).
001660     02  AE-TermCode         PIC X(6).
001670     02  AE-ErrorCode        PIC X(4).
001680     02  AE-ErrorText        PIC X(40).
001690     02  FILLER              PIC X(15).
001700
001710 01  WS-Ack-Trailer.
001720     02  AT-RecordType       PIC X(2).
001730     02  AT-ErrorCount       PIC 9(7).
001740     02  FILLER              PIC X(71).
001750
001760****************************************************************
001770* Our own PROVSUB.DAT detail layout, to read back the
001780* type-02 rows of the submission being acknowledged.
001790****************************************************************
001800 01  WS-Submit-Header.
001810     02  SH-RecordType       PIC X(2).
001820     02  SH-Institution      PIC 9(5).
001830     02  SH-RunDate          PIC 9(8).
001840     02  FILLER              PIC X(45).
001850
001860 01  WS-Submit-Detail.
001870     02  SD-RecordType       PIC X(2).
001880     02  SD-StudentId        PIC 9(7).
001890     02  SD-Surname          PIC X(8).
001900     02  SD-Initials         PIC X(2).
001910     02  SD-DateOfBirth      PIC 9(8).
001920     02  SD-Gender           PIC X.
001930     02  SD-Status           PIC X.
001940     02  SD-CourseCode       PIC X(4).
001950     02  SD-TermCode         PIC X(6).
001960     02  SD-EnrollDate       PIC 9(8).
001970     02  FILLER              PIC X(13).
001980
001990 01  WS-Detail-Table.
002000     02  WS-Detail-Entry     PIC X(60) OCCURS 5000 TIMES.
002010 01  WS-Detail-Count         PIC 9(4)  COMP VALUE ZERO.
002020 01  WS-Detail-Max           PIC 9(4)  COMP VALUE 5000.
002030 01  WS-Detail-Sub           PIC 9(4)  COMP.
002040 01  WS-Detail-Slot          PIC 9(4)  COMP.
002050
002060 01  WS-Counters.
002070     02  WS-Ack-Rows-Read    PIC 9(7)  COMP VALUE ZERO.
002080     02  WS-Errors-Read      PIC 9(7)  COMP VALUE ZERO.
002090     02  WS-Errors-Matched   PIC 9(7)  COMP VALUE ZERO.
002100     02  WS-Errors-Unmatched PIC 9(7)  COMP VALUE ZERO.
002110     02  WS-File-Errors      PIC 9(7)  COMP VALUE ZERO.
002120     02  WS-Unknown-Rows     PIC 9(7)  COMP VALUE ZERO.
002130
002140 01  WS-Work-Heading.
002150     02  FILLER              PIC X(34)
002160          VALUE "PROVINCIAL RETURN CORRECTION LIST".
002170     02  FILLER              PIC X(13) VALUE "SUBMISSION : ".
002180     02  WH-SubmitDate       PIC 9(8).
002190 01  WS-Verdict-Line.
002200     02  FILLER              PIC X(21)
002210          VALUE "MINISTRY VERDICT   : ".
002220     02  VL-Verdict          PIC X(24).
002230     02  FILLER              PIC X(4)  VALUE " ON ".
002240     02  VL-AckDate          PIC 9(8).
002250 01  WS-Count-Line.
002260     02  FILLER              PIC X(21)
002270          VALUE "RECEIVED / IN ERROR: ".
002280     02  CL-Received         PIC ZZZZZZ9.
002290     02  FILLER              PIC X(3)  VALUE " / ".
002300     02  CL-InError          PIC ZZZZZZ9.
002310 01  WS-Not-On-Hand-Line.
002320     02  FILLER              PIC X(34)
002330          VALUE "PROVSUB.DAT ON HAND IS ANOTHER ".
002340     02  FILLER              PIC X(32)
002350          VALUE "SUBMISSION - CURRENT VALUES ONLY".
002360 01  WS-Column-Heading.
002370     02  FILLER              PIC X(40)
002380          VALUE "STUDENT CRSE TERM   CODE ERROR TEXT".
002390 01  WS-Rule-Line            PIC X(72) VALUE ALL "-".
002400 01  WS-Blank-Line           PIC X     VALUE SPACE.
002410
002420 01  WS-Error-Line.
002430     02  EL-StudentId        PIC 9(7).
002440     02  FILLER              PIC X     VALUE SPACE.
002450     02  EL-CourseCode       PIC X(4).
002460     02  FILLER              PIC X     VALUE SPACE.
002470     02  EL-TermCode         PIC X(6).
002480     02  FILLER              PIC X     VALUE SPACE.
002490     02  EL-ErrorCode        PIC X(4).
002500     02  FILLER              PIC X     VALUE SPACE.
002510     02  EL-ErrorText        PIC X(40).
002520
002530 01  WS-Values-Line.
002540     02  FILLER              PIC X(4)  VALUE SPACES.
002550     02  VA-Label            PIC X(11).
002560     02  VA-Surname          PIC X(8).
002570     02  FILLER              PIC X     VALUE SPACE.
002580     02  VA-Initials         PIC X(2).
002590     02  FILLER              PIC X(6)  VALUE " DOB: ".
002600     02  VA-DateOfBirth      PIC 9(8).
002610     02  FILLER              PIC X(5)  VALUE " SEX:".
002620     02  VA-Gender           PIC X.
002630     02  FILLER              PIC X(5)  VALUE " ST: ".
002640     02  VA-Status           PIC X.
002650     02  FILLER              PIC X(10) VALUE " ENROLLED:".
002660     02  VA-EnrollDate       PIC X(8).
002670
002680 01  WS-Note-Line.
002690     02  FILLER              PIC X(4)  VALUE SPACES.
002700     02  VA-Note-Label       PIC X(11).
002710     02  VA-Note             PIC X(40).
002720
002730 01  WS-File-Error-Line.
002740     02  FILLER              PIC X(21)
002750          VALUE "FILE-LEVEL ERROR ON  ".
002760     02  FL-RefType          PIC X(2).
002770     02  FILLER              PIC X(7)  VALUE " RECORD".
002780     02  FILLER              PIC X     VALUE SPACE.
002790     02  FL-ErrorCode        PIC X(4).
002800     02  FILLER              PIC X     VALUE SPACE.
002810     02  FL-ErrorText        PIC X(40).
002820
002830 01  WS-Total-Line.
002840     02  TO-Label            PIC X(34).
002850     02  TO-Count            PIC ZZZZZZ9.
002860
002870 01  WS-History-Heading.
002880     02  FILLER              PIC X(40)
002890          VALUE "SUBMITTED KIND CORRECTS STATUS          ".
002900     02  FILLER              PIC X(30)
002910          VALUE "  ON        DETAILS  ERRORS".
002920 01  WS-History-Line.
002930     02  HL-SubmitDate       PIC 9(8).
002940     02  FILLER              PIC X     VALUE SPACE.
002950     02  HL-Kind             PIC X(4).
002960     02  FILLER              PIC X     VALUE SPACE.
002970     02  HL-CorrectsDate     PIC X(8).
002980     02  FILLER              PIC X     VALUE SPACE.
002990     02  HL-Status           PIC X(24).
003000     02  FILLER              PIC X     VALUE SPACE.
003010     02  HL-StatusDate       PIC 9(8).
003020     02  FILLER              PIC X     VALUE SPACE.
003030     02  HL-DetailCount      PIC ZZZZZZ9.
003040     02  FILLER              PIC X     VALUE SPACE.
003050     02  HL-ErrorCount       PIC ZZZZZZ9.
003060
003070 01  WS-Status-Text          PIC X(24).
003080
003090 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120     PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
003130          UNTIL WS-Ack-EOF.
003140     PERFORM 5000-UPDATE-CONTROL THRU 5000-EXIT.
003150     PERFORM 6000-PRINT-HISTORY THRU 6000-EXIT.
003160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003170     STOP RUN.
003180
003190****************************************************************
003200* 1000-INITIALIZE - the return must open with an A1
003210* header for a submission on PROVCTL.DAT from this
003220* institution; the submitted details are loaded when the
003230* PROVSUB.DAT on hand is that submission.
003240****************************************************************
003250 1000-INITIALIZE.
003260     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003270     ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
003280     DISPLAY "PROVACK - MINISTRY ACKNOWLEDGEMENT PROCESSING".
003290     OPEN INPUT AckFile.
003300     IF WS-Ack-Status NOT = "00"
003310          DISPLAY "*** PROVACK.DAT NOT AVAILABLE - NOTHING "
003320              "TO PROCESS"
003330          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003340          MOVE 8 TO RETURN-CODE
003350          STOP RUN
003360     END-IF.
003370     READ AckFile INTO WS-Ack-Header
003380          AT END
003390              MOVE SPACES TO WS-Ack-Header
003400     END-READ.
003410     IF AH-RecordType NOT = "A1"
003420          DISPLAY "*** PROVACK.DAT DOES NOT OPEN WITH AN A1 "
003430              "HEADER - NOT PROCESSED"
003440          CLOSE AckFile
003450          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003460          MOVE 8 TO RETURN-CODE
003470          STOP RUN
003480     END-IF.
003490     ADD 1 TO WS-Ack-Rows-Read.
003500     IF NOT AH-IsAccepted AND NOT AH-IsAcceptedErrors
003510          AND NOT AH-IsRejected
003520          DISPLAY "*** UNKNOWN MINISTRY VERDICT '" AH-Status
003530              "' - NOT PROCESSED"
003540          CLOSE AckFile
003550          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003560          MOVE 8 TO RETURN-CODE
003570          STOP RUN
003580     END-IF.
003590     PERFORM 1100-FIND-SUBMISSION THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-SUBMITTED-DETAILS THRU 1200-EXIT.
003610     OPEN INPUT StudentFile.
003620     IF WS-Student-Status NOT = "00"
003630          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - NO RUN"
003640          CLOSE AckFile
003650          CLOSE ControlFile
003660          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003670          MOVE 8 TO RETURN-CODE
003680          STOP RUN
003690     END-IF.
003700     OPEN INPUT EnrollFile.
003710     IF WS-Enroll-Status = "00"
003720          SET WS-Enroll-File-Open TO TRUE
003730     END-IF.
003740     OPEN OUTPUT ErrorFile.
003750     OPEN OUTPUT WorklistFile.
003760     MOVE AH-SubmitDate TO WH-SubmitDate.
003770     WRITE WorklistLine FROM WS-Work-Heading.
003780     PERFORM 7300-STATUS-TEXT-FROM-ACK THRU 7300-EXIT.
003790     MOVE WS-Status-Text TO VL-Verdict.
003800     MOVE AH-AckDate TO VL-AckDate.
003810     WRITE WorklistLine FROM WS-Verdict-Line.
003820     MOVE AH-Received TO CL-Received.
003830     MOVE AH-InError TO CL-InError.
003840     WRITE WorklistLine FROM WS-Count-Line.
003850     IF NOT WS-Submit-On-Hand
003860          WRITE WorklistLine FROM WS-Not-On-Hand-Line
003870     END-IF.
003880     WRITE WorklistLine FROM WS-Blank-Line.
003890     WRITE WorklistLine FROM WS-Column-Heading.
003900     WRITE WorklistLine FROM WS-Rule-Line.
003910 1000-EXIT.
003920     EXIT.
003930
003940 1100-FIND-SUBMISSION.
003950     OPEN I-O ControlFile.
003960     IF WS-Control-Status NOT = "00"
003970          DISPLAY "*** PROVCTL.DAT NOT AVAILABLE - "
003980              "RUN PROVSUBMIT FIRST"
003990          CLOSE AckFile
004000          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004010          MOVE 8 TO RETURN-CODE
004020          STOP RUN
004030     END-IF.
004040     MOVE AH-SubmitDate TO PC-SubmitDate.
004050     READ ControlFile
004060          INVALID KEY
004070              DISPLAY "*** NO SUBMISSION DATED " AH-SubmitDate
004080                  " ON PROVCTL.DAT - NOT PROCESSED"
004090              CLOSE AckFile
004100              CLOSE ControlFile
004110              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004120              MOVE 8 TO RETURN-CODE
004130              STOP RUN
004140     END-READ.
004150     IF PC-Institution NOT = AH-Institution
004160          DISPLAY "*** RETURN IS FOR INSTITUTION " AH-Institution
004170              ", SUBMISSION WAS " PC-Institution
004180              " - NOT PROCESSED"
004190          CLOSE AckFile
004200          CLOSE ControlFile
004210          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004220          MOVE 8 TO RETURN-CODE
004230          STOP RUN
004240     END-IF.
004250 1100-EXIT.
004260     EXIT.
004270
004280****************************************************************
004290* 1200-LOAD-SUBMITTED-DETAILS - the type-02 rows of the
004300* PROVSUB.DAT on hand, when its header run date is the
004310* acknowledged submission's.  A later ProvSubmit run has
004320* replaced the file otherwise, and the worklist shows
004330* current values only.
004340****************************************************************
004350 1200-LOAD-SUBMITTED-DETAILS.
004360     OPEN INPUT SubmitFile.
004370     IF WS-Submit-Status NOT = "00"
004380          GO TO 1200-EXIT
004390     END-IF.
004400     READ SubmitFile INTO WS-Submit-Header
004410          AT END
004420              MOVE SPACES TO WS-Submit-Header
004430     END-READ.
004440     IF SH-RecordType = "01" AND SH-RunDate = AH-SubmitDate
004450          SET WS-Submit-On-Hand TO TRUE
004460          PERFORM 1250-LOAD-ONE-DETAIL THRU 1250-EXIT
004470              UNTIL WS-Submit-EOF
004480     END-IF.
004490     CLOSE SubmitFile.
004500 1200-EXIT.
004510     EXIT.
004520
004530 1250-LOAD-ONE-DETAIL.
004540     READ SubmitFile
004550          AT END
004560              SET WS-Submit-EOF TO TRUE
004570          NOT AT END
004580              IF SubmitRecord(1:2) = "02"
004590                  IF WS-Detail-Count < WS-Detail-Max
004600                      ADD 1 TO WS-Detail-Count
004610                      MOVE SubmitRecord
004620                          TO WS-Detail-Entry(WS-Detail-Count)
004630                  ELSE
004640                      DISPLAY "*** DETAIL TABLE FULL - LATER "
004650                          "DETAILS NOT MATCHED"
004660                      SET WS-Submit-EOF TO TRUE
004670                  END-IF
004680              END-IF
004690     END-READ.
004700 1250-EXIT.
004710     EXIT.
004720
004730****************************************************************
004740* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
004750* as this run begins and one END row with its totals
004760* as it finishes, on the shared RUNLOG.DAT.
004770****************************************************************
004780 1600-LOG-RUN-START.
004790     MOVE "PROVACK " TO RL-ProgramId.
004800     SET RL-IsStart TO TRUE.
004810     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
004820     ACCEPT RL-LogTime FROM TIME.
004830     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
004840          RL-RecordsRejected.
004850     MOVE SPACES TO RL-Status.
004860     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
004870 1600-EXIT.
004880     EXIT.
004890
004900 1690-WRITE-RUN-LOG.
004910     OPEN EXTEND RunLogFile.
004920     IF WS-RunLog-Status = "35"
004930          OPEN OUTPUT RunLogFile
004940          CLOSE RunLogFile
004950          OPEN EXTEND RunLogFile
004960     END-IF.
004970     WRITE RunLogDetails.
004980     CLOSE RunLogFile.
004990 1690-EXIT.
005000     EXIT.
005010
005020 2000-PROCESS-ONE-ROW.
005030     READ AckFile
005040          AT END
005050              SET WS-Ack-EOF TO TRUE
005060              GO TO 2000-EXIT
005070     END-READ.
005080     ADD 1 TO WS-Ack-Rows-Read.
005090     EVALUATE AckRecord(1:2)
005100          WHEN "A2"
005110              MOVE AckRecord TO WS-Ack-Error
005120              PERFORM 3000-WORK-ONE-ERROR THRU 3000-EXIT
005130          WHEN "A9"
005140              MOVE AckRecord TO WS-Ack-Trailer
005150              SET WS-Trailer-Seen TO TRUE
005160          WHEN OTHER
005170              ADD 1 TO WS-Unknown-Rows
005180     END-EVALUATE.
005190 2000-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230* 3000-WORK-ONE-ERROR - keep the error on PROVERR.DAT and
005240* print its worklist entry: the error, the values we
005250* submitted, and the values on the masters today.
005260****************************************************************
005270 3000-WORK-ONE-ERROR.
005280     ADD 1 TO WS-Errors-Read.
005290     MOVE AH-SubmitDate TO PE-SubmitDate.
005300     MOVE AE-RefType TO PE-RecordType.
005310     MOVE AE-StudentId TO PE-StudentId.
005320     MOVE AE-CourseCode TO PE-CourseCode.
005330     MOVE AE-TermCode TO PE-TermCode.
005340     MOVE AE-ErrorCode TO PE-ErrorCode.
005350     MOVE AE-ErrorText TO PE-ErrorText.
005360     MOVE "N" TO PE-Matched.
005370     IF AE-RefType NOT = "02"
005380          ADD 1 TO WS-File-Errors
005390          WRITE ProvErrorDetails
005400          MOVE AE-RefType TO FL-RefType
005410          MOVE AE-ErrorCode TO FL-ErrorCode
005420          MOVE AE-ErrorText TO FL-ErrorText
005430          WRITE WorklistLine FROM WS-File-Error-Line
005440          WRITE WorklistLine FROM WS-Blank-Line
005450          GO TO 3000-EXIT
005460     END-IF.
005470     MOVE AE-StudentId TO EL-StudentId.
005480     MOVE AE-CourseCode TO EL-CourseCode.
005490     MOVE AE-TermCode TO EL-TermCode.
005500     MOVE AE-ErrorCode TO EL-ErrorCode.
005510     MOVE AE-ErrorText TO EL-ErrorText.
005520     WRITE WorklistLine FROM WS-Error-Line.
005530     PERFORM 3100-FIND-DETAIL THRU 3100-EXIT.
005540     IF WS-Detail-Found
005550          SET PE-IsMatched TO TRUE
005560          ADD 1 TO WS-Errors-Matched
005570          PERFORM 3200-PRINT-SUBMITTED THRU 3200-EXIT
005580     ELSE
005590          ADD 1 TO WS-Errors-Unmatched
005600          MOVE "SUBMITTED:" TO VA-Note-Label
005610          IF WS-Submit-On-Hand
005620              MOVE "*** NO SUCH DETAIL ON THE SUBMISSION"
005630                  TO VA-Note
005640          ELSE
005650              MOVE "SUBMISSION FILE NO LONGER ON HAND"
005660                  TO VA-Note
005670          END-IF
005680          WRITE WorklistLine FROM WS-Note-Line
005690     END-IF.
005700     WRITE ProvErrorDetails.
005710     PERFORM 3300-PRINT-CURRENT THRU 3300-EXIT.
005720     WRITE WorklistLine FROM WS-Blank-Line.
005730 3000-EXIT.
005740     EXIT.
005750
005760 3100-FIND-DETAIL.
005770     SET WS-Detail-Not-Found TO TRUE.
005780     MOVE ZERO TO WS-Detail-Slot.
005790     PERFORM 3150-MATCH-DETAIL THRU 3150-EXIT
005800          VARYING WS-Detail-Sub FROM 1 BY 1
005810          UNTIL WS-Detail-Sub > WS-Detail-Count
005820          OR WS-Detail-Found.
005830 3100-EXIT.
005840     EXIT.
005850
005860 3150-MATCH-DETAIL.
005870     MOVE WS-Detail-Entry(WS-Detail-Sub) TO WS-Submit-Detail.
005880     IF SD-StudentId = AE-StudentId
005890          AND SD-CourseCode = AE-CourseCode
005900          AND SD-TermCode = AE-TermCode
005910          SET WS-Detail-Found TO TRUE
005920          MOVE WS-Detail-Sub TO WS-Detail-Slot
005930     END-IF.
005940 3150-EXIT.
005950     EXIT.
005960
005970 3200-PRINT-SUBMITTED.
005980     MOVE "SUBMITTED:" TO VA-Label.
005990     MOVE SD-Surname TO VA-Surname.
006000     MOVE SD-Initials TO VA-Initials.
006010     MOVE SD-DateOfBirth TO VA-DateOfBirth.
006020     MOVE SD-Gender TO VA-Gender.
006030     MOVE SD-Status TO VA-Status.
006040     MOVE SD-EnrollDate TO VA-EnrollDate.
006050     WRITE WorklistLine FROM WS-Values-Line.
006060 3200-EXIT.
006070     EXIT.
006080
006090****************************************************************
006100* 3300-PRINT-CURRENT - the student's master record and
006110* enrollment row as they stand now, or a note that either
006120* is gone.
006130****************************************************************
006140 3300-PRINT-CURRENT.
006150     MOVE AE-StudentId TO StudentId.
006160     READ StudentFile
006170          INVALID KEY
006180              MOVE "CURRENT:" TO VA-Note-Label
006190              MOVE "*** NO MASTER RECORD ON STUDENTS.DAT"
006200                  TO VA-Note
006210              WRITE WorklistLine FROM WS-Note-Line
006220              GO TO 3300-EXIT
006230     END-READ.
006240     MOVE "CURRENT:" TO VA-Label.
006250     MOVE Surname TO VA-Surname.
006260     MOVE Initials TO VA-Initials.
006270     MOVE DateOfBirth TO VA-DateOfBirth.
006280     MOVE Gender TO VA-Gender.
006290     MOVE EnrollStatus TO VA-Status.
006300     MOVE "NONE" TO VA-EnrollDate.
006310     IF WS-Enroll-File-Open
006320          MOVE AE-StudentId TO EN-StudentId
006330          MOVE AE-CourseCode TO EN-CourseCode
006340          MOVE AE-TermCode TO EN-TermCode
006350          READ EnrollFile
006360               INVALID KEY
006370                   CONTINUE
006380               NOT INVALID KEY
006390                   MOVE EN-EnrollDate TO VA-EnrollDate
006400          END-READ
006410     END-IF.
006420     WRITE WorklistLine FROM WS-Values-Line.
006430 3300-EXIT.
006440     EXIT.
006450
006460****************************************************************
006470* 5000-UPDATE-CONTROL - record the ministry's verdict on
006480* the submission's PROVCTL.DAT row.
006490****************************************************************
006500 5000-UPDATE-CONTROL.
006510     MOVE AH-Status TO PC-Status.
006520     MOVE AH-AckDate TO PC-StatusDate.
006530     MOVE WS-Errors-Read TO PC-ErrorCount.
006540     REWRITE ProvControlDetails
006550          INVALID KEY
006560              DISPLAY "*** PROVCTL.DAT REWRITE FAILED FOR "
006570                  PC-SubmitDate
006580     END-REWRITE.
006590     IF WS-Trailer-Seen AND AT-ErrorCount NOT = WS-Errors-Read
006600          DISPLAY "*** A9 TRAILER COUNTS " AT-ErrorCount
006610              " ERRORS, " WS-Errors-Read " A2 ROWS READ"
006620     END-IF.
006630     IF NOT WS-Trailer-Seen
006640          DISPLAY "*** NO A9 TRAILER ON PROVACK.DAT - "
006650              "RETURN MAY BE INCOMPLETE"
006660     END-IF.
006670 5000-EXIT.
006680     EXIT.
006690
006700****************************************************************
006710* 6000-PRINT-HISTORY - every submission on PROVCTL.DAT
006720* with its latest status, oldest first.
006730****************************************************************
006740 6000-PRINT-HISTORY.
006750     WRITE WorklistLine FROM WS-Blank-Line.
006760     MOVE "SUBMISSION HISTORY" TO WorklistLine.
006770     WRITE WorklistLine.
006780     WRITE WorklistLine FROM WS-History-Heading.
006790     MOVE ZERO TO PC-SubmitDate.
006800     START ControlFile KEY NOT < PC-SubmitDate
006810          INVALID KEY
006820              SET WS-Control-EOF TO TRUE
006830     END-START.
006840     PERFORM 6100-PRINT-ONE-SUBMISSION THRU 6100-EXIT
006850          UNTIL WS-Control-EOF.
006860 6000-EXIT.
006870     EXIT.
006880
006890 6100-PRINT-ONE-SUBMISSION.
006900     READ ControlFile NEXT RECORD
006910          AT END
006920              SET WS-Control-EOF TO TRUE
006930              GO TO 6100-EXIT
006940     END-READ.
006950     MOVE PC-SubmitDate TO HL-SubmitDate.
006960     IF PC-IsCorrection
006970          MOVE "CORR" TO HL-Kind
006980          MOVE PC-CorrectsDate TO HL-CorrectsDate
006990     ELSE
007000          MOVE "FULL" TO HL-Kind
007010          MOVE SPACES TO HL-CorrectsDate
007020     END-IF.
007030     PERFORM 7350-STATUS-TEXT-FROM-CONTROL THRU 7350-EXIT.
007040     MOVE WS-Status-Text TO HL-Status.
007050     MOVE PC-StatusDate TO HL-StatusDate.
007060     MOVE PC-DetailCount TO HL-DetailCount.
007070     MOVE PC-ErrorCount TO HL-ErrorCount.
007080     WRITE WorklistLine FROM WS-History-Line.
007090 6100-EXIT.
007100     EXIT.
007110
007120 7300-STATUS-TEXT-FROM-ACK.
007130     EVALUATE TRUE
007140          WHEN AH-IsAccepted
007150              MOVE "ACCEPTED" TO WS-Status-Text
007160          WHEN AH-IsAcceptedErrors
007170              MOVE "ACCEPTED WITH ERRORS" TO WS-Status-Text
007180          WHEN OTHER
007190              MOVE "REJECTED" TO WS-Status-Text
007200     END-EVALUATE.
007210 7300-EXIT.
007220     EXIT.
007230
007240 7350-STATUS-TEXT-FROM-CONTROL.
007250     EVALUATE TRUE
007260          WHEN PC-IsSent
007270              MOVE "SENT - NO RETURN YET" TO WS-Status-Text
007280          WHEN PC-IsAccepted
007290              MOVE "ACCEPTED" TO WS-Status-Text
007300          WHEN PC-IsAcceptedErrors
007310              MOVE "ACCEPTED WITH ERRORS" TO WS-Status-Text
007320          WHEN PC-IsRejected
007330              MOVE "REJECTED" TO WS-Status-Text
007340          WHEN OTHER
007350              MOVE "UNKNOWN STATUS" TO WS-Status-Text
007360     END-EVALUATE.
007370 7350-EXIT.
007380     EXIT.
007390
007400 8000-TERMINATE.
007410     WRITE WorklistLine FROM WS-Blank-Line.
007420     MOVE "A2 ERROR ROWS READ               : " TO TO-Label.
007430     MOVE WS-Errors-Read TO TO-Count.
007440     WRITE WorklistLine FROM WS-Total-Line.
007450     MOVE "MATCHED TO A SUBMITTED DETAIL    : " TO TO-Label.
007460     MOVE WS-Errors-Matched TO TO-Count.
007470     WRITE WorklistLine FROM WS-Total-Line.
007480     MOVE "NOT MATCHED                      : " TO TO-Label.
007490     MOVE WS-Errors-Unmatched TO TO-Count.
007500     WRITE WorklistLine FROM WS-Total-Line.
007510     MOVE "FILE-LEVEL ERRORS                : " TO TO-Label.
007520     MOVE WS-File-Errors TO TO-Count.
007530     WRITE WorklistLine FROM WS-Total-Line.
007540     CLOSE AckFile.
007550     CLOSE ControlFile.
007560     CLOSE ErrorFile.
007570     CLOSE StudentFile.
007580     IF WS-Enroll-File-Open
007590          CLOSE EnrollFile
007600     END-IF.
007610     CLOSE WorklistFile.
007620     IF WS-Unknown-Rows > ZERO
007630          DISPLAY "*** " WS-Unknown-Rows " PROVACK.DAT ROW(S) OF "
007640              "UNKNOWN TYPE IGNORED"
007650     END-IF.
007660     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
007670     DISPLAY "PROVACK COMPLETE - SUBMISSION " AH-SubmitDate " "
007680          WS-Status-Text.
007690     DISPLAY "  " WS-Errors-Read " ERROR(S) ON PROVWORK.RPT "
007700          "AND PROVERR.DAT".
007710 8000-EXIT.
007720     EXIT.
007730
007740 8900-LOG-RUN-END.
007750     MOVE "PROVACK " TO RL-ProgramId.
007760     SET RL-IsEnd TO TRUE.
007770     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
007780     ACCEPT RL-LogTime FROM TIME.
007790     MOVE WS-Ack-Rows-Read TO RL-RecordsRead.
007800     MOVE WS-Errors-Read TO RL-RecordsWritten.
007810     MOVE WS-Errors-Unmatched TO RL-RecordsRejected.
007820     SET RL-IsOk TO TRUE.
007830     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
007840 8900-EXIT.
007850     EXIT.
007860
007870****************************************************************
007880* 8950-LOG-RUN-FAIL - END row with FAIL status for a
007890* startup abort, so the run log records why the run
007900* never did its work.
007910****************************************************************
007920 8950-LOG-RUN-FAIL.
007930     MOVE "PROVACK " TO RL-ProgramId.
007940     SET RL-IsEnd TO TRUE.
007950     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
007960     ACCEPT RL-LogTime FROM TIME.
007970     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
007980          RL-RecordsRejected.
007990     SET RL-IsFail TO TRUE.
008000     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
008010 8950-EXIT.
008020     EXIT.
