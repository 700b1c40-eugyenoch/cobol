000200*          the Open action refuses if another term
000210*          already is.  Every add/change/open is logged
000220*          to TRMAUDIT.DAT with operator id and time.
000222*          The R action keys the term's tuition refund
000224*          schedule (RFNDSCHD.DAT) that FeeRefund prices
000226*          drops and withdrawals from; it is logged to
000228*          TRMAUDIT.DAT as a REFUND row.
000230****************************************************************
000240* Maintenance History
000250* --------------------------------------------------
000260* 09/02/2026  EE  Original version - before this the
000270*                 registrar deleted ENROLL.DAT between
000280*                 terms, destroying enrollment history.
000281* 10/15/2026  EE  New R action keys the term's tuition
000282*                 refund schedule to RFNDSCHD.DAT for
000283*                 FeeRefund, Supervisor-only and audited
000284*                 as a TRMAUDIT.DAT REFUND row; Inquire
000285*                 shows the schedule.
000290****************************************************************
000300
000310 IDENTIFICATION DIVISION.
000540          RECORD KEY IS OP-OperatorId
000550          FILE STATUS IS WS-Oper-File-Status.
000560
000561     SELECT RefundSchedFile ASSIGN TO "RFNDSCHD.DAT"
000562          ORGANIZATION IS INDEXED
000563          ACCESS MODE IS DYNAMIC
000564          RECORD KEY IS RS-TermCode
000565          FILE STATUS IS WS-Refund-Status.
000566
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TermFile.
000650 FD  OperatorFile.
000660     COPY "operator-record.cpy".
000670
000672 FD  RefundSchedFile.
000674     COPY "refund-schedule-record.cpy".
000676
000680 WORKING-STORAGE SECTION.
000690 01  WS-Status-Group.
000700     02  WS-Term-Status      PIC XX.
000720          88  WS-Term-NotFnd      VALUE "35".
000730     02  WS-TrmAudit-Status  PIC XX.
000740     02  WS-Oper-File-Status PIC XX.
000743     02  WS-Refund-Status    PIC XX.
000746          88  WS-Refund-NotFnd    VALUE "35".
000750
000760 01  WS-Switches.
000770     02  WS-Stop-Switch      PIC X     VALUE "N".
000830          88  WS-Term-EOF             VALUE "Y".
000840     02  WS-Open-Found-Sw    PIC X     VALUE "N".
000850          88  WS-Open-Found           VALUE "Y".
000851     02  WS-Sched-Found-Sw   PIC X     VALUE "N".
000852          88  WS-Sched-Found          VALUE "Y".
000853          88  WS-Sched-Not-Found      VALUE "N".
000854     02  WS-Band-End-Sw      PIC X     VALUE "N".
000855          88  WS-Band-End             VALUE "Y".
000856     02  WS-Band-Error-Sw    PIC X     VALUE "N".
000857          88  WS-Band-Error           VALUE "Y".
000860
000870 01  WS-Action-Code        PIC X.
000880     88  WS-Is-Add                VALUE "A" "a".
000890     88  WS-Is-Change             VALUE "C" "c".
000900     88  WS-Is-Open               VALUE "O" "o".
000905     88  WS-Is-Refund             VALUE "R" "r".
000910     88  WS-Is-Inquire            VALUE "I" "i".
000920     88  WS-Is-Exit               VALUE "X" "x".
000930
001010 01  WS-SignOn-Password     PIC X(8).
001020 01  WS-Oper-Authority      PIC X.
001030     88  WS-Oper-Supervisor       VALUE "S".
001031
001032****************************************************************
001033* Refund bands as keyed, held here until the whole
001034* schedule has passed its edits.
001035****************************************************************
001036 01  WS-Band-Table.
001037     02  WS-Work-Band OCCURS 4 TIMES.
001038          03  WB-ThroughDate  PIC 9(8).
001039          03  WB-Percent      PIC 9(3).
001040 01  WS-Band-Count          PIC 9(4)  COMP VALUE ZERO.
001041 01  WS-Band-Max            PIC 9(4)  COMP VALUE 4.
001042 01  WS-Band-Sub            PIC 9(4)  COMP.
001043 01  WS-Band-No             PIC 9.
001044 01  WS-New-ThroughDate     PIC X(8).
001045 01  WS-New-Percent         PIC X(3).
001046
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230          CLOSE TermAuditFile
001240          OPEN EXTEND TermAuditFile
001250     END-IF.
001251     OPEN I-O RefundSchedFile.
001252     IF WS-Refund-NotFnd
001253          OPEN OUTPUT RefundSchedFile
001254          CLOSE RefundSchedFile
001255          OPEN I-O RefundSchedFile
001256     END-IF.
001260     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
001270     DISPLAY "TERMMAINT - ACADEMIC TERM MAINTENANCE".
001280 1000-EXIT.
001410              "RUN OPERMAINT FIRST"
001420          CLOSE TermFile
001430          CLOSE TermAuditFile
001435          CLOSE RefundSchedFile
001440          STOP RUN
001450     END-IF.
001460     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
001730     CLOSE OperatorFile.
001740     CLOSE TermFile.
001750     CLOSE TermAuditFile.
001755     CLOSE RefundSchedFile.
001760     STOP RUN.
001770 1790-EXIT.
001780     EXIT.
001950              PERFORM 5000-OPEN-TERM THRU 5000-EXIT
001960          WHEN WS-Is-Inquire
001970              PERFORM 6000-INQUIRE-TERM THRU 6000-EXIT
001973          WHEN WS-Is-Refund
001976              PERFORM 5500-REFUND-SCHEDULE THRU 5500-EXIT
001980          WHEN OTHER
001990              DISPLAY "*** INVALID ACTION - USE A,C,O,R,I,X"
002000     END-EVALUATE.
002010 2000-EXIT.
002020     EXIT.
002030
002040 2100-GET-ACTION.
002050     DISPLAY "Action (A-Add,C-Change,O-Open,R-Refunds,"
002060          "I-Inquire,X-Exit): " WITH NO ADVANCING.
002070     ACCEPT WS-Action-Code.
002080     IF WS-Is-Exit
002090          SET WS-Stop TO TRUE
003480     EXIT.
003490
003500****************************************************************
003501* 5500-REFUND-SCHEDULE - key or replace the term's
003502* tuition refund schedule on RFNDSCHD.DAT.  The bands are
003503* keyed in date order, each with the percentage of the
003504* charge refunded for a drop or withdrawal dated on or
003505* before its through-date; the percentages may not rise
003506* from one band to the next.  A date after the last band
003507* refunds nothing.  The whole schedule is replaced, so an
003508* edit error leaves the one on file untouched.
003509****************************************************************
003510 5500-REFUND-SCHEDULE.
003511     IF NOT WS-Oper-Supervisor
003512          DISPLAY "*** REFUNDS REQUIRES SUPERVISOR AUTHORITY"
003513          GO TO 5500-EXIT
003514     END-IF.
003515     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
003516     IF WS-Record-Not-Found
003517          DISPLAY "*** NO SUCH TERM CODE: " WS-Search-Code
003518          GO TO 5500-EXIT
003519     END-IF.
003520     DISPLAY "CURRENT START: " TM-StartDate
003521          " END: " TM-EndDate.
003522     PERFORM 6100-SHOW-REFUND-SCHEDULE THRU 6100-EXIT.
003523     DISPLAY "Key up to 4 refund bands in date order, "
003524          "blank date to end".
003525     MOVE ZERO TO WS-Band-Count.
003526     MOVE "N" TO WS-Band-End-Sw.
003527     MOVE "N" TO WS-Band-Error-Sw.
003528     PERFORM 5550-GET-ONE-BAND THRU 5550-EXIT
003529          UNTIL WS-Band-End
003530          OR WS-Band-Count = WS-Band-Max.
003531     IF WS-Band-Error
003532          DISPLAY "REFUND SCHEDULE NOT CHANGED"
003533          GO TO 5500-EXIT
003534     END-IF.
003535     IF WS-Band-Count = ZERO
003536          DISPLAY "*** NO BANDS KEYED - SCHEDULE NOT CHANGED"
003537          GO TO 5500-EXIT
003538     END-IF.
003539     DISPLAY "REPLACE REFUND SCHEDULE FOR " WS-Search-Code
003540          " - CONFIRM Y/N: " WITH NO ADVANCING.
003541     ACCEPT WS-Confirm-Code.
003542     IF NOT WS-Confirmed
003543          DISPLAY "REFUND SCHEDULE NOT CHANGED"
003544          GO TO 5500-EXIT
003545     END-IF.
003546     MOVE WS-Search-Code TO RS-TermCode.
003547     MOVE WS-Band-Count TO RS-NumBands.
003548     PERFORM 5580-MOVE-ONE-BAND THRU 5580-EXIT
003549          VARYING WS-Band-Sub FROM 1 BY 1
003550          UNTIL WS-Band-Sub > WS-Band-Max.
003551     IF WS-Sched-Found
003552          REWRITE RefundSchedDetails
003553              INVALID KEY
003554                  DISPLAY "*** REWRITE FAILED FOR: " RS-TermCode
003555              NOT INVALID KEY
003556                  DISPLAY "REFUND SCHEDULE FOR " RS-TermCode
003557                      " REPLACED"
003558                  PERFORM 7180-WRITE-REFUND-AUDIT THRU 7180-EXIT
003559          END-REWRITE
003560     ELSE
003561          WRITE RefundSchedDetails
003562              INVALID KEY
003563                  DISPLAY "*** WRITE FAILED FOR: " RS-TermCode
003564              NOT INVALID KEY
003565                  DISPLAY "REFUND SCHEDULE FOR " RS-TermCode
003566                      " ADDED"
003567                  PERFORM 7180-WRITE-REFUND-AUDIT THRU 7180-EXIT
003568          END-WRITE
003569     END-IF.
003570 5500-EXIT.
003571     EXIT.
003572
003573****************************************************************
003574* 5550-GET-ONE-BAND - prompt for the next band and edit it
003575* against the one before.  Any error ends the keying with
003576* WS-Band-Error set.
003577****************************************************************
003578 5550-GET-ONE-BAND.
003579     COMPUTE WS-Band-No = WS-Band-Count + 1.
003580     DISPLAY "Band " WS-Band-No " through date (YYYYMMDD), "
003581          "blank to end: " WITH NO ADVANCING.
003582     ACCEPT WS-New-ThroughDate.
003583     IF WS-New-ThroughDate = SPACES
003584          SET WS-Band-End TO TRUE
003585          GO TO 5550-EXIT
003586     END-IF.
003587     IF WS-New-ThroughDate NOT NUMERIC
003588          DISPLAY "*** DATES MUST BE NUMERIC YYYYMMDD"
003589          SET WS-Band-Error TO TRUE
003590          SET WS-Band-End TO TRUE
003591          GO TO 5550-EXIT
003592     END-IF.
003593     IF WS-Band-Count > ZERO
003594          IF WS-New-ThroughDate NOT >
003595                  WB-ThroughDate(WS-Band-Count)
003596              DISPLAY "*** BAND DATES MUST BE IN ASCENDING ORDER"
003597              SET WS-Band-Error TO TRUE
003598              SET WS-Band-End TO TRUE
003599              GO TO 5550-EXIT
003600          END-IF
003601     END-IF.
003602     DISPLAY "Band " WS-Band-No " refund percent (3 digits, "
003603          "050 = 50%): " WITH NO ADVANCING.
003604     ACCEPT WS-New-Percent.
003605     IF WS-New-Percent NOT NUMERIC
003606          DISPLAY "*** PERCENT MUST BE 3 DIGITS"
003607          SET WS-Band-Error TO TRUE
003608          SET WS-Band-End TO TRUE
003609          GO TO 5550-EXIT
003610     END-IF.
003611     IF WS-New-Percent > "100"
003612          DISPLAY "*** PERCENT MAY NOT EXCEED 100"
003613          SET WS-Band-Error TO TRUE
003614          SET WS-Band-End TO TRUE
003615          GO TO 5550-EXIT
003616     END-IF.
003617     IF WS-Band-Count > ZERO
003618          IF WS-New-Percent > WB-Percent(WS-Band-Count)
003619              DISPLAY "*** PERCENT MAY NOT RISE FROM ONE BAND "
003620                  "TO THE NEXT"
003621              SET WS-Band-Error TO TRUE
003622              SET WS-Band-End TO TRUE
003623              GO TO 5550-EXIT
003624          END-IF
003625     END-IF.
003626     ADD 1 TO WS-Band-Count.
003627     MOVE WS-New-ThroughDate TO WB-ThroughDate(WS-Band-Count).
003628     MOVE WS-New-Percent TO WB-Percent(WS-Band-Count).
003629 5550-EXIT.
003630     EXIT.
003631
003632 5580-MOVE-ONE-BAND.
003633     IF WS-Band-Sub > WS-Band-Count
003634          MOVE ZERO TO RS-ThroughDate(WS-Band-Sub)
003635          MOVE ZERO TO RS-Percent(WS-Band-Sub)
003636     ELSE
003637          MOVE WB-ThroughDate(WS-Band-Sub)
003638              TO RS-ThroughDate(WS-Band-Sub)
003639          MOVE WB-Percent(WS-Band-Sub)
003640              TO RS-Percent(WS-Band-Sub)
003641     END-IF.
003642 5580-EXIT.
003643     EXIT.
003644
003645****************************************************************
003646* 6000-INQUIRE-TERM - display one entry, no update.
003647****************************************************************
003648 6000-INQUIRE-TERM.
003649     PERFORM 7200-READ-BY-CODE THRU 7200-EXIT.
003650     IF WS-Record-Not-Found
003651          DISPLAY "*** NO SUCH TERM CODE: " WS-Search-Code
003652          GO TO 6000-EXIT
003653     END-IF.
003654     DISPLAY "CODE: " TM-TermCode " START: " TM-StartDate
003655          " END: " TM-EndDate " STATUS: " TM-Status.
003656     PERFORM 6100-SHOW-REFUND-SCHEDULE THRU 6100-EXIT.
003657 6000-EXIT.
003658     EXIT.
003659
003660****************************************************************
003661* 6100-SHOW-REFUND-SCHEDULE - display the schedule on file
003662* for TM-TermCode, one line per band, and leave
003663* WS-Sched-Found set for the caller.
003664****************************************************************
003665 6100-SHOW-REFUND-SCHEDULE.
003666     MOVE TM-TermCode TO RS-TermCode.
003667     READ RefundSchedFile
003668          INVALID KEY
003669              SET WS-Sched-Not-Found TO TRUE
003670          NOT INVALID KEY
003671              SET WS-Sched-Found TO TRUE
003672     END-READ.
003673     IF WS-Sched-Not-Found
003674          DISPLAY "NO REFUND SCHEDULE ON FILE"
003675          GO TO 6100-EXIT
003676     END-IF.
003677     PERFORM 6150-SHOW-ONE-BAND THRU 6150-EXIT
003678          VARYING WS-Band-Sub FROM 1 BY 1
003679          UNTIL WS-Band-Sub > RS-NumBands.
003680 6100-EXIT.
003681     EXIT.
003682
003683 6150-SHOW-ONE-BAND.
003684     DISPLAY "REFUND THROUGH " RS-ThroughDate(WS-Band-Sub)
003685          ": " RS-Percent(WS-Band-Sub) "%".
003686 6150-EXIT.
003687     EXIT.
003688
003689 7200-READ-BY-CODE.
003690     DISPLAY "Enter Term code: " WITH NO ADVANCING.
003691     ACCEPT WS-Search-Code.
003692     MOVE WS-Search-Code TO TM-TermCode.
003693     READ TermFile
003694          INVALID KEY
003700              SET WS-Record-Not-Found TO TRUE
003710          NOT INVALID KEY
003720              SET WS-Record-Found TO TRUE
004270     EXIT.
004280
004290****************************************************************
004300* 7100/7150/7175/7180 - write one TRMAUDIT.DAT row per
004310* add/change/open/refund schedule, with operator id and
004315* timestamp.
004320****************************************************************
004330 7100-WRITE-ADD-AUDIT.
004340     MOVE TM-TermCode TO TA-TermCode.
004510 7175-EXIT.
004520     EXIT.
004530
004531 7180-WRITE-REFUND-AUDIT.
004532     MOVE RS-TermCode TO TA-TermCode.
004533     SET TA-IsRefund TO TRUE.
004534     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
004535 7180-EXIT.
004536     EXIT.
004537
004540 7190-STAMP-AND-WRITE.
004550     MOVE WS-Operator-Id TO TA-OperatorId.
004560     ACCEPT TA-ActionDate FROM DATE YYYYMMDD.
004620 8000-TERMINATE.
004630     CLOSE TermFile.
004640     CLOSE TermAuditFile.
004645     CLOSE RefundSchedFile.
004650     DISPLAY "TERMMAINT COMPLETE".
004660 8000-EXIT.
004670     EXIT.
