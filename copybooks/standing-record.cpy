000100****************************************************************
000110* Copybook: standing-record.cpy
000120* Purpose:  Record layout for STANDING.DAT, the indexed
000130*           academic standing history keyed on StudentId
000140*           plus TermCode.  One row per student per term
000150*           assessed, written by AcadStand after the
000160*           term's grades are in, with the term and
000170*           cumulative grade point averages and the
000180*           standing they earned; a rerun for the same
000190*           term rewrites the row.  Read back by
000200*           Transcript under each term's grade lines and
000210*           by AcadStand itself for the prior standing.
000220*           Only graded courses with a point value count
000230*           toward SD-TermCourses and SD-CumCourses - I
000240*           and W are left out of the average.
000250****************************************************************
000260 01  StandingDetails.
000270     02  SD-StandKey.
000280          03  SD-StudentId    PIC 9(7).
000290          03  SD-TermCode     PIC X(6).
000300     02  SD-TermCourses      PIC 9(3).
000310     02  SD-TermPoints       PIC 9(4)V99.
000320     02  SD-TermGPA          PIC 9V99.
000330     02  SD-CumCourses       PIC 9(3).
000340     02  SD-CumPoints        PIC 9(4)V99.
000350     02  SD-CumGPA           PIC 9V99.
000360     02  SD-Standing         PIC X.
000370          88  SD-IsGood           VALUE "G".
000380          88  SD-IsDeansList      VALUE "D".
000390          88  SD-IsProbation      VALUE "P".
000400          88  SD-IsRequiredWithdraw VALUE "R".
000410     02  SD-AssessDate       PIC 9(8).
