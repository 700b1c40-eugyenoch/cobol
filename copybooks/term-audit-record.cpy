000120* Purpose:  One row per add/change/open/close made against
000130*           TERMS.DAT, written to TRMAUDIT.DAT by TermMaint
000140*           and TermRoll.  Answers "who changed this term
000150*           and when".  A REFUND row records a change to
000155*           the term's RFNDSCHD.DAT refund schedule.
000160****************************************************************
000170 01  TermAuditDetails.
000180     02  TA-TermCode         PIC X(6).
000210          88  TA-IsChange         VALUE "CHANGE".
000220          88  TA-IsOpen           VALUE "OPEN  ".
000230          88  TA-IsClose          VALUE "CLOSE ".
000235          88  TA-IsRefund         VALUE "REFUND".
000240     02  TA-OperatorId       PIC X(8).
000250     02  TA-ActionDate       PIC 9(8).
000260     02  TA-ActionTime       PIC 9(8).
