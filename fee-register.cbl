000140* Date-Written: 09/02/2026
000150* Purpose: Outstanding-balance register.  One pass of the
000160*          FEES.DAT ledger nets the FeeAssess charges
000170*          against the FeePost payments and FeeRefund
000175*          refund credits per student, then
000180*          prints one FEEREG.RPT line per student with a
000190*          balance (name joined from STUDENTS.DAT), with
000200*          assessed/paid/refunded/outstanding totals at
000205*          the foot.
000210*          START and END rows go to the shared
000220*          RUNLOG.DAT so RunRecon can account for this
000230*          step.
000250* Maintenance History
000260* --------------------------------------------------
000270* 09/02/2026  EE  Original version.
000272* 10/15/2026  EE  FeeRefund refund credits (type R) are
000274*                 netted off the balance with the
000276*                 payments and shown in a new REFUNDED
000278*                 column and total.
000280****************************************************************
000290
000300 IDENTIFICATION DIVISION.
000910          03  BA-StudentId    PIC 9(7).
000920          03  BA-Charges      PIC 9(7)V99.
000930          03  BA-Payments     PIC 9(7)V99.
000935          03  BA-Refunds      PIC 9(7)V99.
000940 01  WS-Balance-Count        PIC 9(4)  COMP VALUE ZERO.
000950 01  WS-Balance-Max          PIC 9(4)  COMP VALUE 2000.
000960 01  WS-Balance-Sub          PIC 9(4)  COMP.
001010     02  WS-Lines-Printed    PIC 9(5)  COMP VALUE ZERO.
001020 01  WS-Total-Charges        PIC 9(9)V99 VALUE ZERO.
001030 01  WS-Total-Payments       PIC 9(9)V99 VALUE ZERO.
001035 01  WS-Total-Refunds        PIC 9(9)V99 VALUE ZERO.
001040 01  WS-Total-Balance        PIC S9(9)V99 VALUE ZERO.
001050 01  WS-Slot-Balance         PIC S9(8)V99.
001060
001110 01  WS-Column-Heading.
001120     02  FILLER  PIC X(24) VALUE "STUDENT-ID  NAME        ".
001130     02  FILLER  PIC X(26) VALUE "       ASSESSED      PAID ".
001135     02  FILLER  PIC X(11) VALUE "   REFUNDED".
001140     02  FILLER  PIC X(12) VALUE "     BALANCE".
001150
001160 01  WS-Detail-Line.
001230     02  DL-Charges           PIC ZZZZZZ9.99.
001240     02  FILLER               PIC X     VALUE SPACE.
001250     02  DL-Payments          PIC ZZZZZZ9.99.
001252     02  FILLER               PIC X     VALUE SPACE.
001254     02  DL-Refunds           PIC ZZZZZZ9.99.
001260     02  FILLER               PIC X     VALUE SPACE.
001270     02  DL-Balance           PIC -ZZZZZZ9.99.
001280
002140                  TO BA-StudentId(WS-Balance-Slot)
002150              MOVE ZERO TO BA-Charges(WS-Balance-Slot)
002160              MOVE ZERO TO BA-Payments(WS-Balance-Slot)
002165              MOVE ZERO TO BA-Refunds(WS-Balance-Slot)
002170          ELSE
002180              DISPLAY "*** BALANCE TABLE FULL - ROW SKIPPED"
002190              GO TO 2100-EXIT
002200          END-IF
002210     END-IF.
002220     EVALUATE TRUE
002230          WHEN FE-IsCharge
002240              ADD FE-Amount TO BA-Charges(WS-Balance-Slot)
002250              ADD FE-Amount TO WS-Total-Charges
002260          WHEN FE-IsRefund
002262              ADD FE-Amount TO BA-Refunds(WS-Balance-Slot)
002264              ADD FE-Amount TO WS-Total-Refunds
002266          WHEN OTHER
002268              ADD FE-Amount TO BA-Payments(WS-Balance-Slot)
002270              ADD FE-Amount TO WS-Total-Payments
002280     END-EVALUATE.
002290 2100-EXIT.
002300     EXIT.
002310
002390
002400****************************************************************
002410* 3000-PRINT-REGISTER - one line per student whose
002420* charges, payments and refunds do not net to zero,
002425* name joined from the master (a purged student
002430* prints with a blank name - the archive holds the
002440* rest).
002450****************************************************************
002460 3000-PRINT-REGISTER.
002470     PERFORM 3100-PRINT-ONE-BALANCE THRU 3100-EXIT
002530 3100-PRINT-ONE-BALANCE.
002540     COMPUTE WS-Slot-Balance
002550          = BA-Charges(WS-Balance-Sub)
002560          - BA-Payments(WS-Balance-Sub)
002565          - BA-Refunds(WS-Balance-Sub).
002570     IF WS-Slot-Balance = ZERO
002580          GO TO 3100-EXIT
002590     END-IF.
002680     END-READ.
002690     MOVE BA-Charges(WS-Balance-Sub) TO DL-Charges.
002700     MOVE BA-Payments(WS-Balance-Sub) TO DL-Payments.
002705     MOVE BA-Refunds(WS-Balance-Sub) TO DL-Refunds.
002710     MOVE WS-Slot-Balance TO DL-Balance.
002720     ADD WS-Slot-Balance TO WS-Total-Balance.
002730     WRITE ReportLine FROM WS-Detail-Line.
002830     MOVE "TOTAL PAID          : " TO TL-Label.
002840     MOVE WS-Total-Payments TO TL-Amount.
002850     WRITE ReportLine FROM WS-Total-Line.
002852     MOVE "TOTAL REFUNDED      : " TO TL-Label.
002854     MOVE WS-Total-Refunds TO TL-Amount.
002856     WRITE ReportLine FROM WS-Total-Line.
002860     MOVE "TOTAL OUTSTANDING   : " TO TL-Label.
002870     MOVE WS-Total-Balance TO TL-Amount.
002880     WRITE ReportLine FROM WS-Total-Line.
