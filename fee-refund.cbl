000100****************************************************************
000110* Program: FeeRefund
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Tuition refund run for one term.  One pass of
000160*          AUDIT.DAT collects the term's DROP rows and the
000170*          STATUS rows of students now Withdrawn; one pass
000180*          of the FEES.DAT ledger totals those students'
000190*          charges and any refunds already posted.  Each
000200*          dropped or withdrawn charge with no refund yet
000210*          earns the RFNDSCHD.DAT percentage for the date
000220*          of the drop (or the withdrawal's StatusDate),
000230*          appended to FEES.DAT as a refund credit (type R)
000240*          that FeeRegist nets off the balance.  A charge
000250*          already refunded is skipped, so the run is safe
000260*          to repeat.  The refund register REFUNDS.RPT
000270*          lists every credit for the bursar's cheque run,
000280*          and START and END rows go to the shared
000290*          RUNLOG.DAT.
000300****************************************************************
000310* Maintenance History
000320* --------------------------------------------------
000330* 10/15/2026  EE  Original version - refunds were worked
000340*                 out on paper from the drop slips.
000350****************************************************************
000360
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.      FeeRefund.
000390 AUTHOR.          EUGY ENOCH.
000400 INSTALLATION.    REGISTRARS OFFICE.
000410 DATE-WRITTEN.    10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
000480          ORGANIZATION IS LINE SEQUENTIAL
000490          FILE STATUS IS WS-Audit-Status.
000500
000510     SELECT FeeFile ASSIGN TO "FEES.DAT"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS WS-Fee-Status.
000540
000550     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS DYNAMIC
000580          RECORD KEY IS StudentId
000590          FILE STATUS IS WS-Student-Status.
000600
000610     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS DYNAMIC
000640          RECORD KEY IS EN-EnrollKey
000650          FILE STATUS IS WS-Enroll-Status.
000660
000670     SELECT TermFile ASSIGN TO "TERMS.DAT"
000680          ORGANIZATION IS INDEXED
000690          ACCESS MODE IS SEQUENTIAL
000700          RECORD KEY IS TM-TermCode
000710          FILE STATUS IS WS-Term-Status.
000720
000730     SELECT RefundSchedFile ASSIGN TO "RFNDSCHD.DAT"
000740          ORGANIZATION IS INDEXED
000750          ACCESS MODE IS DYNAMIC
000760          RECORD KEY IS RS-TermCode
000770          FILE STATUS IS WS-Refund-Status.
000780
000790     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000800          ORGANIZATION IS INDEXED
000810          ACCESS MODE IS DYNAMIC
000820          RECORD KEY IS OP-OperatorId
000830          FILE STATUS IS WS-Oper-File-Status.
000840
000850     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000860          ORGANIZATION IS LINE SEQUENTIAL
000870          FILE STATUS IS WS-RunLog-Status.
000880
000890     SELECT ReportFile ASSIGN TO "REFUNDS.RPT"
000900          ORGANIZATION IS LINE SEQUENTIAL
000910          FILE STATUS IS WS-Report-Status.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  AuditFile.
000960     COPY "audit-record.cpy".
000970
000980 FD  FeeFile.
000990     COPY "fee-record.cpy".
001000
001010 FD  StudentFile.
001020     COPY "student-record.cpy".
001030
001040 FD  EnrollFile.
001050     COPY "enrollment-record.cpy".
001060
001070 FD  TermFile.
001080     COPY "term-record.cpy".
001090
001100 FD  RefundSchedFile.
001110     COPY "refund-schedule-record.cpy".
001120
001130 FD  OperatorFile.
001140     COPY "operator-record.cpy".
001150
001160 FD  RunLogFile.
001170     COPY "run-log-record.cpy".
001180
001190 FD  ReportFile.
001200 01  ReportLine              PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-Status-Group.
001240     02  WS-Audit-Status     PIC XX.
001250     02  WS-Fee-Status       PIC XX.
001260     02  WS-Student-Status   PIC XX.
001270     02  WS-Enroll-Status    PIC XX.
001280     02  WS-Term-Status      PIC XX.
001290     02  WS-Refund-Status    PIC XX.
001300     02  WS-Oper-File-Status PIC XX.
001310     02  WS-RunLog-Status    PIC XX.
001320     02  WS-Report-Status    PIC XX.
001330
001340 01  WS-Switches.
001350     02  WS-Audit-EOF-Sw     PIC X     VALUE "N".
001360          88  WS-Audit-EOF            VALUE "Y".
001370     02  WS-Audit-Open-Sw    PIC X     VALUE "N".
001380          88  WS-Audit-Open           VALUE "Y".
001390     02  WS-Fee-EOF-Sw       PIC X     VALUE "N".
001400          88  WS-Fee-EOF              VALUE "Y".
001410     02  WS-Fees-Open-Sw     PIC X     VALUE "N".
001420          88  WS-Fees-Open            VALUE "Y".
001430     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001440          88  WS-Term-EOF             VALUE "Y".
001450     02  WS-Term-Found-Sw    PIC X     VALUE "N".
001460          88  WS-Term-Found           VALUE "Y".
001470     02  WS-Event-Found-Sw   PIC X.
001480          88  WS-Event-Found          VALUE "Y".
001490          88  WS-Event-Not-Found      VALUE "N".
001500     02  WS-Item-Found-Sw    PIC X.
001510          88  WS-Item-Found           VALUE "Y".
001520          88  WS-Item-Not-Found       VALUE "N".
001530     02  WS-Band-Found-Sw    PIC X.
001540          88  WS-Band-Found           VALUE "Y".
001550          88  WS-Band-Not-Found       VALUE "N".
001560
001570 01  WS-Refund-Term          PIC X(6)  VALUE SPACES.
001580 01  WS-Term-Start           PIC 9(8)  VALUE ZERO.
001590 01  WS-Term-End             PIC 9(8)  VALUE ZERO.
001600 01  WS-Run-Date             PIC 9(8).
001610
001620****************************************************************
001630* One entry per refund event found on the audit trail for
001640* the term: a DROP of one course (EV-CourseCode set) or a
001650* withdrawal covering all the student's courses
001660* (EV-CourseCode blank, dated from the master StatusDate
001670* when priced).  A later DROP of the same course replaces
001680* the date of an earlier one.
001690****************************************************************
001700 01  WS-Event-Table.
001710     02  WS-Event-Entry OCCURS 1000 TIMES.
001720          03  EV-StudentId    PIC 9(7).
001730          03  EV-CourseCode   PIC X(4).
001740          03  EV-EventDate    PIC 9(8).
001750 01  WS-Event-Count          PIC 9(4)  COMP VALUE ZERO.
001760 01  WS-Event-Max            PIC 9(4)  COMP VALUE 1000.
001770 01  WS-Event-Sub            PIC 9(4)  COMP.
001780 01  WS-Event-Slot           PIC 9(4)  COMP.
001790 01  WS-Find-Student         PIC 9(7).
001800 01  WS-Find-Course          PIC X(4).
001810
001820****************************************************************
001830* One entry per charged course of an event student in the
001840* term, with the charge and any refund already posted.
001850****************************************************************
001860 01  WS-Item-Table.
001870     02  WS-Item-Entry OCCURS 2000 TIMES.
001880          03  IT-StudentId    PIC 9(7).
001890          03  IT-CourseCode   PIC X(4).
001900          03  IT-Charged      PIC 9(7)V99.
001910          03  IT-Refunded     PIC 9(7)V99.
001920 01  WS-Item-Count           PIC 9(4)  COMP VALUE ZERO.
001930 01  WS-Item-Max             PIC 9(4)  COMP VALUE 2000.
001940 01  WS-Item-Sub             PIC 9(4)  COMP.
001950 01  WS-Item-Slot            PIC 9(4)  COMP.
001960
001970 01  WS-Band-Sub             PIC 9(4)  COMP.
001980 01  WS-Price-Date           PIC 9(8).
001990 01  WS-Price-Reason         PIC X(5).
002000 01  WS-Drop-Date            PIC 9(8).
002010 01  WS-Withdraw-Date        PIC 9(8).
002020 01  WS-Refund-Percent       PIC 9(3).
002030 01  WS-Refund-Amount        PIC 9(5)V99.
002040
002050 01  WS-Counters.
002060     02  WS-Audit-Read       PIC 9(7)  COMP VALUE ZERO.
002070     02  WS-Drop-Events      PIC 9(7)  COMP VALUE ZERO.
002080     02  WS-Withdraw-Events  PIC 9(7)  COMP VALUE ZERO.
002090     02  WS-Legacy-Drops     PIC 9(7)  COMP VALUE ZERO.
002100     02  WS-Reenrolled       PIC 9(7)  COMP VALUE ZERO.
002110     02  WS-Refunds-Written  PIC 9(7)  COMP VALUE ZERO.
002120     02  WS-Already-Refunded PIC 9(7)  COMP VALUE ZERO.
002130     02  WS-Past-Schedule    PIC 9(7)  COMP VALUE ZERO.
002140 01  WS-Total-Charged        PIC 9(9)V99 VALUE ZERO.
002150 01  WS-Total-Refunded       PIC 9(9)V99 VALUE ZERO.
002160
002170 01  WS-Operator-Id          PIC X(8).
002180 01  WS-SignOn-Password      PIC X(8).
002190 01  WS-Oper-Authority       PIC X.
002200
002210 01  WS-Report-Heading        PIC X(40)
002220     VALUE "TUITION REFUND REGISTER".
002230 01  WS-Blank-Line            PIC X(01) VALUE SPACE.
002240 01  WS-Term-Line.
002250     02  FILLER              PIC X(16)
002260          VALUE "TERM REFUNDED : ".
002270     02  TL-TermCode         PIC X(6).
002280     02  FILLER              PIC X(12)
002290          VALUE "   RUN DATE ".
002300     02  TL-RunDate          PIC 9(8).
002310
002320 01  WS-Column-Heading.
002330     02  FILLER  PIC X(22) VALUE "STUDENT  NAME".
002340     02  FILLER  PIC X(7)  VALUE "COURSE".
002350     02  FILLER  PIC X(8)  VALUE "REASON".
002360     02  FILLER  PIC X(10) VALUE "EVENT DATE".
002370     02  FILLER  PIC X(10) VALUE "  CHARGED".
002380     02  FILLER  PIC X(5)  VALUE "PCT".
002390     02  FILLER  PIC X(8)  VALUE "  REFUND".
002400
002410 01  WS-Detail-Line.
002420     02  DL-StudentId         PIC 9(7).
002430     02  FILLER               PIC X(2)  VALUE SPACES.
002440     02  DL-Surname           PIC X(8).
002450     02  FILLER               PIC X     VALUE SPACE.
002460     02  DL-Initials          PIC XX.
002470     02  FILLER               PIC X(2)  VALUE SPACES.
002480     02  DL-CourseCode        PIC X(4).
002490     02  FILLER               PIC X(3)  VALUE SPACES.
002500     02  DL-Reason            PIC X(5).
002510     02  FILLER               PIC X(3)  VALUE SPACES.
002520     02  DL-EventDate         PIC 9(8).
002530     02  FILLER               PIC X(2)  VALUE SPACES.
002540     02  DL-Charged           PIC ZZZZ9.99.
002550     02  FILLER               PIC X(2)  VALUE SPACES.
002560     02  DL-Percent           PIC ZZ9.
002570     02  FILLER               PIC X(2)  VALUE SPACES.
002580     02  DL-Refund            PIC ZZZZ9.99.
002590
002600 01  WS-Total-Line.
002610     02  TO-Label            PIC X(26).
002620     02  TO-Count            PIC ZZZZZZ9.
002630 01  WS-Amount-Line.
002640     02  AM-Label            PIC X(26).
002650     02  AM-Amount           PIC ZZZZZZ9.99.
002660
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-COLLECT-ONE-EVENT THRU 2000-EXIT
002710          UNTIL WS-Audit-EOF.
002720     PERFORM 3000-LOAD-LEDGER THRU 3000-EXIT.
002730     PERFORM 4000-PRICE-ONE-ITEM THRU 4000-EXIT
002740          VARYING WS-Item-Sub FROM 1 BY 1
002750          UNTIL WS-Item-Sub > WS-Item-Count.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780
002790****************************************************************
002800* 1000-INITIALIZE - sign the operator on (refunds carry
002810* the id), settle the term and its refund schedule, and
002820* open the files for the audit pass.
002830****************************************************************
002840 1000-INITIALIZE.
002850     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
002860     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
002870     DISPLAY "FEEREFUND - TUITION REFUND RUN".
002880     DISPLAY "Term code to refund (blank for the Open term): "
002890          WITH NO ADVANCING.
002900     ACCEPT WS-Refund-Term.
002910     PERFORM 1900-FIND-TERM THRU 1900-EXIT.
002920     PERFORM 1950-LOAD-REFUND-SCHEDULE THRU 1950-EXIT.
002930     ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
002940     DISPLAY "REFUNDING TERM " WS-Refund-Term " ("
002950          WS-Term-Start " - " WS-Term-End ")".
002960     OPEN INPUT AuditFile.
002970     IF WS-Audit-Status NOT = "00"
002980          DISPLAY "*** AUDIT.DAT NOT AVAILABLE - "
002990              "NOTHING TO REFUND"
003000          SET WS-Audit-EOF TO TRUE
003010     ELSE
003020          SET WS-Audit-Open TO TRUE
003030     END-IF.
003040     OPEN INPUT StudentFile.
003050     OPEN INPUT EnrollFile.
003060     OPEN OUTPUT ReportFile.
003070     MOVE WS-Refund-Term TO TL-TermCode.
003080     MOVE WS-Run-Date TO TL-RunDate.
003090     WRITE ReportLine FROM WS-Report-Heading.
003100     WRITE ReportLine FROM WS-Term-Line.
003110     WRITE ReportLine FROM WS-Blank-Line.
003120     WRITE ReportLine FROM WS-Column-Heading.
003130 1000-EXIT.
003140     EXIT.
003150
003160****************************************************************
003170* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
003180* as this run begins and one END row with its totals
003190* as it finishes, on the shared RUNLOG.DAT.
003200****************************************************************
003210 1600-LOG-RUN-START.
003220     MOVE "FEEREFND" TO RL-ProgramId.
003230     SET RL-IsStart TO TRUE.
003240     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
003250     ACCEPT RL-LogTime FROM TIME.
003260     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
003270          RL-RecordsRejected.
003280     MOVE SPACES TO RL-Status.
003290     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
003300 1600-EXIT.
003310     EXIT.
003320
003330 1690-WRITE-RUN-LOG.
003340     OPEN EXTEND RunLogFile.
003350     IF WS-RunLog-Status = "35"
003360          OPEN OUTPUT RunLogFile
003370          CLOSE RunLogFile
003380          OPEN EXTEND RunLogFile
003390     END-IF.
003400     WRITE RunLogDetails.
003410     CLOSE RunLogFile.
003420 1690-EXIT.
003430     EXIT.
003440
003450****************************************************************
003460* 1700-SIGN-ON - verify the operator against the
003470* OPERATOR.DAT master: the id must be on file and
003480* active and the password must match, or the run ends
003490* here.
003500****************************************************************
003510 1700-SIGN-ON.
003520     OPEN INPUT OperatorFile.
003530     IF WS-Oper-File-Status NOT = "00"
003540          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
003550              "RUN OPERMAINT FIRST"
003560          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
003570     END-IF.
003580     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
003590     ACCEPT WS-Operator-Id.
003600     MOVE WS-Operator-Id TO OP-OperatorId.
003610     READ OperatorFile
003620          INVALID KEY
003630              DISPLAY "*** UNKNOWN OPERATOR ID - "
003640                  "SIGN-ON REJECTED"
003650              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
003660     END-READ.
003670     IF NOT OP-IsActive
003680          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
003690              "SIGN-ON REJECTED"
003700          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
003710     END-IF.
003720     DISPLAY "Enter Password: " WITH NO ADVANCING.
003730     ACCEPT WS-SignOn-Password.
003740     IF WS-SignOn-Password NOT = OP-Password
003750          DISPLAY "*** PASSWORD DOES NOT MATCH - "
003760              "SIGN-ON REJECTED"
003770          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
003780     END-IF.
003790     MOVE OP-Authority TO WS-Oper-Authority.
003800     CLOSE OperatorFile.
003810 1700-EXIT.
003820     EXIT.
003830
003840 1790-SIGN-OFF-AND-STOP.
003850     CLOSE OperatorFile.
003860     PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT.
003870     MOVE 8 TO RETURN-CODE.
003880     STOP RUN.
003890 1790-EXIT.
003900     EXIT.
003910
003920****************************************************************
003930* 1900-FIND-TERM - a blank entry takes the Open term; a
003940* keyed term must be on TERMS.DAT, Open or Closed, since
003950* a late withdrawal can still be refunded after close.
003960****************************************************************
003970 1900-FIND-TERM.
003980     OPEN INPUT TermFile.
003990     IF WS-Term-Status NOT = "00"
004000          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
004010              "RUN TERMMAINT FIRST"
004020          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004030          MOVE 8 TO RETURN-CODE
004040          STOP RUN
004050     END-IF.
004060     PERFORM 1910-CHECK-ONE-TERM THRU 1910-EXIT
004070          UNTIL WS-Term-EOF.
004080     CLOSE TermFile.
004090     IF NOT WS-Term-Found
004100          IF WS-Refund-Term = SPACES
004110              DISPLAY "*** NO OPEN TERM ON TERMS.DAT - "
004120                  "RUN TERMMAINT FIRST"
004130          ELSE
004140              DISPLAY "*** TERM " WS-Refund-Term
004150                  " NOT ON TERMS.DAT - NOTHING REFUNDED"
004160          END-IF
004170          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004180          MOVE 8 TO RETURN-CODE
004190          STOP RUN
004200     END-IF.
004210 1900-EXIT.
004220     EXIT.
004230
004240 1910-CHECK-ONE-TERM.
004250     READ TermFile NEXT RECORD
004260          AT END
004270              SET WS-Term-EOF TO TRUE
004280          NOT AT END
004290              IF (WS-Refund-Term = SPACES AND TM-IsOpen)
004300                  OR TM-TermCode = WS-Refund-Term
004310                  MOVE TM-TermCode TO WS-Refund-Term
004320                  MOVE TM-StartDate TO WS-Term-Start
004330                  MOVE TM-EndDate TO WS-Term-End
004340                  SET WS-Term-Found TO TRUE
004350                  SET WS-Term-EOF TO TRUE
004360              END-IF
004370     END-READ.
004380 1910-EXIT.
004390     EXIT.
004400
004410****************************************************************
004420* 1950-LOAD-REFUND-SCHEDULE - the term's schedule, keyed
004430* through TermMaint, prices every refund; without one the
004440* run cannot say what anything is worth and stops.
004450****************************************************************
004460 1950-LOAD-REFUND-SCHEDULE.
004470     OPEN INPUT RefundSchedFile.
004480     IF WS-Refund-Status NOT = "00"
004490          DISPLAY "*** RFNDSCHD.DAT NOT AVAILABLE - "
004500              "RUN TERMMAINT FIRST"
004510          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004520          MOVE 8 TO RETURN-CODE
004530          STOP RUN
004540     END-IF.
004550     MOVE WS-Refund-Term TO RS-TermCode.
004560     READ RefundSchedFile
004570          INVALID KEY
004580              DISPLAY "*** NO REFUND SCHEDULE FOR TERM "
004590                  WS-Refund-Term " - RUN TERMMAINT FIRST"
004600              CLOSE RefundSchedFile
004610              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004620              MOVE 8 TO RETURN-CODE
004630              STOP RUN
004640     END-READ.
004650     CLOSE RefundSchedFile.
004660 1950-EXIT.
004670     EXIT.
004680
004690****************************************************************
004700* 2000-COLLECT-ONE-EVENT - read the next audit row and
004710* note it when it is a DROP in the term, or a STATUS
004720* change in the term for a student now Withdrawn.  Rows
004730* written before the audit carried a term: a DROP has no
004740* course to price and is only counted; a STATUS row is
004750* taken when dated inside the term.
004760****************************************************************
004770 2000-COLLECT-ONE-EVENT.
004780     READ AuditFile
004790          AT END
004800              SET WS-Audit-EOF TO TRUE
004810          NOT AT END
004820              ADD 1 TO WS-Audit-Read
004830              EVALUATE TRUE
004840                  WHEN AU-IsDrop
004850                      PERFORM 2100-NOTE-DROP THRU 2100-EXIT
004860                  WHEN AU-IsStatus
004870                      PERFORM 2200-NOTE-WITHDRAWAL THRU 2200-EXIT
004880                  WHEN OTHER
004890                      CONTINUE
004900              END-EVALUATE
004910     END-READ.
004920 2000-EXIT.
004930     EXIT.
004940
004950 2100-NOTE-DROP.
004960     IF AU-TermCode = SPACES OR AU-CourseCode = SPACES
004970          ADD 1 TO WS-Legacy-Drops
004980          GO TO 2100-EXIT
004990     END-IF.
005000     IF AU-TermCode NOT = WS-Refund-Term
005010          GO TO 2100-EXIT
005020     END-IF.
005030     MOVE AU-StudentId TO WS-Find-Student.
005040     MOVE AU-CourseCode TO WS-Find-Course.
005050     PERFORM 7100-FIND-EVENT THRU 7100-EXIT.
005060     IF WS-Event-Found
005070          MOVE AU-ActionDate TO EV-EventDate(WS-Event-Slot)
005080          GO TO 2100-EXIT
005090     END-IF.
005100     PERFORM 7150-ADD-EVENT THRU 7150-EXIT.
005110     IF WS-Event-Found
005120          MOVE AU-ActionDate TO EV-EventDate(WS-Event-Slot)
005130          ADD 1 TO WS-Drop-Events
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.
005170
005180 2200-NOTE-WITHDRAWAL.
005190     IF AU-TermCode = SPACES
005200          IF AU-ActionDate < WS-Term-Start
005210              OR AU-ActionDate > WS-Term-End
005220              GO TO 2200-EXIT
005230          END-IF
005240     ELSE
005250          IF AU-TermCode NOT = WS-Refund-Term
005260              GO TO 2200-EXIT
005270          END-IF
005280     END-IF.
005290     MOVE AU-StudentId TO StudentId.
005300     READ StudentFile
005310          INVALID KEY
005320              GO TO 2200-EXIT
005330     END-READ.
005340     IF NOT StatusWithdrawn
005350          GO TO 2200-EXIT
005360     END-IF.
005370     MOVE AU-StudentId TO WS-Find-Student.
005380     MOVE SPACES TO WS-Find-Course.
005390     PERFORM 7100-FIND-EVENT THRU 7100-EXIT.
005400     IF WS-Event-Found
005410          GO TO 2200-EXIT
005420     END-IF.
005430     PERFORM 7150-ADD-EVENT THRU 7150-EXIT.
005440     IF WS-Event-Found
005450          MOVE StatusDate TO EV-EventDate(WS-Event-Slot)
005460          ADD 1 TO WS-Withdraw-Events
005470     END-IF.
005480 2200-EXIT.
005490     EXIT.
005500
005510****************************************************************
005520* 3000-LOAD-LEDGER - one pass of FEES.DAT totalling, per
005530* course of every event student, the term's charges and
005540* the refunds already posted against them.  The ledger is
005550* then reopened EXTEND for the refund rows.
005560****************************************************************
005570 3000-LOAD-LEDGER.
005580     IF WS-Event-Count = ZERO
005590          GO TO 3000-EXIT
005600     END-IF.
005610     OPEN INPUT FeeFile.
005620     IF WS-Fee-Status NOT = "00"
005630          DISPLAY "*** FEES.DAT NOT AVAILABLE - "
005640              "RUN FEEASSESS FIRST"
005650          GO TO 3000-EXIT
005660     END-IF.
005670     PERFORM 3100-NOTE-ONE-ROW THRU 3100-EXIT
005680          UNTIL WS-Fee-EOF.
005690     CLOSE FeeFile.
005700     OPEN EXTEND FeeFile.
005710     SET WS-Fees-Open TO TRUE.
005720 3000-EXIT.
005730     EXIT.
005740
005750 3100-NOTE-ONE-ROW.
005760     READ FeeFile
005770          AT END
005780              SET WS-Fee-EOF TO TRUE
005790          NOT AT END
005800              IF FE-TermCode = WS-Refund-Term
005810                  AND FE-CourseCode NOT = SPACES
005820                  AND (FE-IsCharge OR FE-IsRefund)
005830                  PERFORM 3200-POST-TO-ITEM THRU 3200-EXIT
005840              END-IF
005850     END-READ.
005860 3100-EXIT.
005870     EXIT.
005880
005890 3200-POST-TO-ITEM.
005900     MOVE FE-StudentId TO WS-Find-Student.
005910     MOVE FE-CourseCode TO WS-Find-Course.
005920     PERFORM 7100-FIND-EVENT THRU 7100-EXIT.
005930     IF WS-Event-Not-Found
005940          MOVE SPACES TO WS-Find-Course
005950          PERFORM 7100-FIND-EVENT THRU 7100-EXIT
005960          IF WS-Event-Not-Found
005970              GO TO 3200-EXIT
005980          END-IF
005990          MOVE FE-CourseCode TO WS-Find-Course
006000     END-IF.
006010     SET WS-Item-Not-Found TO TRUE.
006020     MOVE ZERO TO WS-Item-Slot.
006030     PERFORM 3250-MATCH-ITEM THRU 3250-EXIT
006040          VARYING WS-Item-Sub FROM 1 BY 1
006050          UNTIL WS-Item-Sub > WS-Item-Count
006060          OR WS-Item-Found.
006070     IF WS-Item-Not-Found
006080          IF WS-Item-Count < WS-Item-Max
006090              ADD 1 TO WS-Item-Count
006100              MOVE WS-Item-Count TO WS-Item-Slot
006110              MOVE FE-StudentId TO IT-StudentId(WS-Item-Slot)
006120              MOVE FE-CourseCode TO IT-CourseCode(WS-Item-Slot)
006130              MOVE ZERO TO IT-Charged(WS-Item-Slot)
006140              MOVE ZERO TO IT-Refunded(WS-Item-Slot)
006150          ELSE
006160              DISPLAY "*** REFUND ITEM TABLE FULL - ROW SKIPPED"
006170              GO TO 3200-EXIT
006180          END-IF
006190     END-IF.
006200     IF FE-IsCharge
006210          ADD FE-Amount TO IT-Charged(WS-Item-Slot)
006220     ELSE
006230          ADD FE-Amount TO IT-Refunded(WS-Item-Slot)
006240     END-IF.
006250 3200-EXIT.
006260     EXIT.
006270
006280 3250-MATCH-ITEM.
006290     IF IT-StudentId(WS-Item-Sub) = FE-StudentId
006300          AND IT-CourseCode(WS-Item-Sub) = FE-CourseCode
006310          SET WS-Item-Found TO TRUE
006320          MOVE WS-Item-Sub TO WS-Item-Slot
006330     END-IF.
006340 3250-EXIT.
006350     EXIT.
006360
006370****************************************************************
006380* 4000-PRICE-ONE-ITEM - settle the refund date for one
006390* charged course: the drop date, unless the student has
006400* since re-enrolled in the course, or the withdrawal's
006410* StatusDate, whichever is earlier.  A course with a
006420* refund already on the ledger is skipped; otherwise the
006430* schedule percentage of the charge is posted as a
006440* refund row and printed on the register.
006450****************************************************************
006460 4000-PRICE-ONE-ITEM.
006470     IF IT-Charged(WS-Item-Sub) = ZERO
006480          GO TO 4000-EXIT
006490     END-IF.
006500     MOVE ZERO TO WS-Drop-Date WS-Withdraw-Date.
006510     MOVE IT-StudentId(WS-Item-Sub) TO WS-Find-Student.
006520     MOVE IT-CourseCode(WS-Item-Sub) TO WS-Find-Course.
006530     PERFORM 7100-FIND-EVENT THRU 7100-EXIT.
006540     IF WS-Event-Found
006550          PERFORM 4100-CHECK-REENROLLED THRU 4100-EXIT
006560     END-IF.
006570     MOVE SPACES TO WS-Find-Course.
006580     PERFORM 7100-FIND-EVENT THRU 7100-EXIT.
006590     IF WS-Event-Found
006600          MOVE IT-StudentId(WS-Item-Sub) TO StudentId
006610          READ StudentFile
006620              INVALID KEY
006630                  CONTINUE
006640              NOT INVALID KEY
006650                  IF StatusWithdrawn
006660                      MOVE StatusDate TO WS-Withdraw-Date
006670                  END-IF
006680          END-READ
006690     END-IF.
006700     IF WS-Drop-Date = ZERO AND WS-Withdraw-Date = ZERO
006710          GO TO 4000-EXIT
006720     END-IF.
006730     IF WS-Drop-Date NOT = ZERO
006740          AND (WS-Withdraw-Date = ZERO
006750              OR WS-Drop-Date NOT > WS-Withdraw-Date)
006760          MOVE WS-Drop-Date TO WS-Price-Date
006770          MOVE "DROP " TO WS-Price-Reason
006780     ELSE
006790          MOVE WS-Withdraw-Date TO WS-Price-Date
006800          MOVE "WDRAW" TO WS-Price-Reason
006810     END-IF.
006820     IF IT-Refunded(WS-Item-Sub) > ZERO
006830          ADD 1 TO WS-Already-Refunded
006840          GO TO 4000-EXIT
006850     END-IF.
006860     PERFORM 4200-FIND-PERCENT THRU 4200-EXIT.
006870     IF WS-Refund-Percent = ZERO
006880          ADD 1 TO WS-Past-Schedule
006890          GO TO 4000-EXIT
006900     END-IF.
006910     COMPUTE WS-Refund-Amount ROUNDED
006920          = IT-Charged(WS-Item-Sub) * WS-Refund-Percent / 100.
006930     PERFORM 4300-WRITE-REFUND THRU 4300-EXIT.
006940     PERFORM 4400-PRINT-REFUND THRU 4400-EXIT.
006950 4000-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990* 4100-CHECK-REENROLLED - a dropped course the student is
007000* enrolled in again for the term was not really left, so
007010* its drop date does not count.
007020****************************************************************
007030 4100-CHECK-REENROLLED.
007040     MOVE IT-StudentId(WS-Item-Sub) TO EN-StudentId.
007050     MOVE IT-CourseCode(WS-Item-Sub) TO EN-CourseCode.
007060     MOVE WS-Refund-Term TO EN-TermCode.
007070     READ EnrollFile
007080          INVALID KEY
007090              MOVE EV-EventDate(WS-Event-Slot) TO WS-Drop-Date
007100          NOT INVALID KEY
007110              ADD 1 TO WS-Reenrolled
007120     END-READ.
007130 4100-EXIT.
007140     EXIT.
007150
007160****************************************************************
007170* 4200-FIND-PERCENT - the first band whose through-date
007180* is on or after WS-Price-Date; past the last band the
007190* refund is nothing.
007200****************************************************************
007210 4200-FIND-PERCENT.
007220     MOVE ZERO TO WS-Refund-Percent.
007230     SET WS-Band-Not-Found TO TRUE.
007240     PERFORM 4250-CHECK-ONE-BAND THRU 4250-EXIT
007250          VARYING WS-Band-Sub FROM 1 BY 1
007260          UNTIL WS-Band-Sub > RS-NumBands
007270          OR WS-Band-Found.
007280 4200-EXIT.
007290     EXIT.
007300
007310 4250-CHECK-ONE-BAND.
007320     IF WS-Price-Date NOT > RS-ThroughDate(WS-Band-Sub)
007330          MOVE RS-Percent(WS-Band-Sub) TO WS-Refund-Percent
007340          SET WS-Band-Found TO TRUE
007350     END-IF.
007360 4250-EXIT.
007370     EXIT.
007380
007390 4300-WRITE-REFUND.
007400     MOVE IT-StudentId(WS-Item-Sub) TO FE-StudentId.
007410     MOVE IT-CourseCode(WS-Item-Sub) TO FE-CourseCode.
007420     MOVE WS-Refund-Term TO FE-TermCode.
007430     SET FE-IsRefund TO TRUE.
007440     MOVE WS-Refund-Amount TO FE-Amount.
007450     MOVE WS-Run-Date TO FE-PostDate.
007460     MOVE WS-Operator-Id TO FE-OperatorId.
007470     WRITE FeeDetails.
007480     ADD 1 TO WS-Refunds-Written.
007490     ADD IT-Charged(WS-Item-Sub) TO WS-Total-Charged.
007500     ADD WS-Refund-Amount TO WS-Total-Refunded.
007510 4300-EXIT.
007520     EXIT.
007530
007540 4400-PRINT-REFUND.
007550     MOVE IT-StudentId(WS-Item-Sub) TO DL-StudentId.
007560     MOVE IT-StudentId(WS-Item-Sub) TO StudentId.
007570     READ StudentFile
007580          INVALID KEY
007590              MOVE SPACES TO DL-Surname DL-Initials
007600          NOT INVALID KEY
007610              MOVE Surname TO DL-Surname
007620              MOVE Initials TO DL-Initials
007630     END-READ.
007640     MOVE IT-CourseCode(WS-Item-Sub) TO DL-CourseCode.
007650     MOVE WS-Price-Reason TO DL-Reason.
007660     MOVE WS-Price-Date TO DL-EventDate.
007670     MOVE IT-Charged(WS-Item-Sub) TO DL-Charged.
007680     MOVE WS-Refund-Percent TO DL-Percent.
007690     MOVE WS-Refund-Amount TO DL-Refund.
007700     WRITE ReportLine FROM WS-Detail-Line.
007710 4400-EXIT.
007720     EXIT.
007730
007740****************************************************************
007750* 7100-FIND-EVENT - look up WS-Find-Student/WS-Find-Course
007760* in the event table (a blank course finds the student's
007770* withdrawal); WS-Event-Slot points at the match.
007780****************************************************************
007790 7100-FIND-EVENT.
007800     SET WS-Event-Not-Found TO TRUE.
007810     MOVE ZERO TO WS-Event-Slot.
007820     PERFORM 7110-MATCH-EVENT THRU 7110-EXIT
007830          VARYING WS-Event-Sub FROM 1 BY 1
007840          UNTIL WS-Event-Sub > WS-Event-Count
007850          OR WS-Event-Found.
007860 7100-EXIT.
007870     EXIT.
007880
007890 7110-MATCH-EVENT.
007900     IF EV-StudentId(WS-Event-Sub) = WS-Find-Student
007910          AND EV-CourseCode(WS-Event-Sub) = WS-Find-Course
007920          SET WS-Event-Found TO TRUE
007930          MOVE WS-Event-Sub TO WS-Event-Slot
007940     END-IF.
007950 7110-EXIT.
007960     EXIT.
007970
007980 7150-ADD-EVENT.
007990     IF WS-Event-Count < WS-Event-Max
008000          ADD 1 TO WS-Event-Count
008010          MOVE WS-Event-Count TO WS-Event-Slot
008020          MOVE WS-Find-Student TO EV-StudentId(WS-Event-Slot)
008030          MOVE WS-Find-Course TO EV-CourseCode(WS-Event-Slot)
008040          MOVE ZERO TO EV-EventDate(WS-Event-Slot)
008050          SET WS-Event-Found TO TRUE
008060     ELSE
008070          DISPLAY "*** REFUND EVENT TABLE FULL - EVENT SKIPPED"
008080          SET WS-Event-Not-Found TO TRUE
008090     END-IF.
008100 7150-EXIT.
008110     EXIT.
008120
008130 8000-TERMINATE.
008140     WRITE ReportLine FROM WS-Blank-Line.
008150     MOVE "AUDIT ROWS READ         : " TO TO-Label.
008160     MOVE WS-Audit-Read TO TO-Count.
008170     WRITE ReportLine FROM WS-Total-Line.
008180     MOVE "DROPS IN THE TERM       : " TO TO-Label.
008190     MOVE WS-Drop-Events TO TO-Count.
008200     WRITE ReportLine FROM WS-Total-Line.
008210     MOVE "WITHDRAWALS IN THE TERM : " TO TO-Label.
008220     MOVE WS-Withdraw-Events TO TO-Count.
008230     WRITE ReportLine FROM WS-Total-Line.
008240     MOVE "DROPS WITH NO COURSE    : " TO TO-Label.
008250     MOVE WS-Legacy-Drops TO TO-Count.
008260     WRITE ReportLine FROM WS-Total-Line.
008270     MOVE "DROPPED, RE-ENROLLED    : " TO TO-Label.
008280     MOVE WS-Reenrolled TO TO-Count.
008290     WRITE ReportLine FROM WS-Total-Line.
008300     MOVE "PAST THE SCHEDULE, NIL  : " TO TO-Label.
008310     MOVE WS-Past-Schedule TO TO-Count.
008320     WRITE ReportLine FROM WS-Total-Line.
008330     MOVE "ALREADY REFUNDED, SKIP  : " TO TO-Label.
008340     MOVE WS-Already-Refunded TO TO-Count.
008350     WRITE ReportLine FROM WS-Total-Line.
008360     MOVE "REFUNDS WRITTEN         : " TO TO-Label.
008370     MOVE WS-Refunds-Written TO TO-Count.
008380     WRITE ReportLine FROM WS-Total-Line.
008390     MOVE "CHARGES REFUNDED AGAINST: " TO AM-Label.
008400     MOVE WS-Total-Charged TO AM-Amount.
008410     WRITE ReportLine FROM WS-Amount-Line.
008420     MOVE "TOTAL REFUNDED          : " TO AM-Label.
008430     MOVE WS-Total-Refunded TO AM-Amount.
008440     WRITE ReportLine FROM WS-Amount-Line.
008450     IF WS-Audit-Open
008460          CLOSE AuditFile
008470     END-IF.
008480     IF WS-Fees-Open
008490          CLOSE FeeFile
008500     END-IF.
008510     CLOSE StudentFile.
008520     CLOSE EnrollFile.
008530     CLOSE ReportFile.
008540     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
008550     DISPLAY "FEEREFUND COMPLETE - " WS-Refunds-Written
008560          " REFUND(S) WRITTEN FOR TERM " WS-Refund-Term
008570          " - SEE REFUNDS.RPT".
008580 8000-EXIT.
008590     EXIT.
008600
008610 8900-LOG-RUN-END.
008620     MOVE "FEEREFND" TO RL-ProgramId.
008630     SET RL-IsEnd TO TRUE.
008640     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
008650     ACCEPT RL-LogTime FROM TIME.
008660     MOVE WS-Audit-Read TO RL-RecordsRead.
008670     MOVE WS-Refunds-Written TO RL-RecordsWritten.
008680     MOVE WS-Already-Refunded TO RL-RecordsRejected.
008690     SET RL-IsOk TO TRUE.
008700     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
008710 8900-EXIT.
008720     EXIT.
008730
008740****************************************************************
008750* 8950-LOG-RUN-FAIL - END row with FAIL status for a
008760* startup abort, so the run log records why the step
008770* never did its work.
008780****************************************************************
008790 8950-LOG-RUN-FAIL.
008800     MOVE "FEEREFND" TO RL-ProgramId.
008810     SET RL-IsEnd TO TRUE.
008820     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
008830     ACCEPT RL-LogTime FROM TIME.
008840     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
008850          RL-RecordsRejected.
008860     SET RL-IsFail TO TRUE.
008870     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
008880 8950-EXIT.
008890     EXIT.
