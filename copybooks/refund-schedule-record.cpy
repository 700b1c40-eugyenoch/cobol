000100****************************************************************
000110* Copybook: refund-schedule-record.cpy
000120* Purpose:  Record layout for RFNDSCHD.DAT, the indexed
000130*           tuition refund schedule keyed on TermCode.  Each
000140*           row holds up to four bands in date order; a drop
000150*           or withdrawal dated on or before a band's
000160*           through-date earns that band's percentage of
000170*           the original charge, and one dated after the
000180*           last band earns nothing.  For example 100 to
000190*           the day before the start date, 50 to the end of
000200*           week two.  Maintained by TermMaint (R action);
000210*           read by FeeRefund.
000220****************************************************************
000230 01  RefundSchedDetails.
000240     02  RS-TermCode         PIC X(6).
000250     02  RS-NumBands         PIC 9.
000260     02  RS-Band OCCURS 4 TIMES.
000270          03  RS-ThroughDate  PIC 9(8).
000280          03  RS-Percent      PIC 9(3).
