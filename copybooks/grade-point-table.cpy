000100****************************************************************
000110* Copybook: grade-point-table.cpy
000120* Purpose:  The grade point value of every letter grade
000130*           GradeEntry accepts, qualifiers included (F+ and
000140*           F- are failing grades and carry no points, as
000150*           F does), so a GRADES.DAT letter can be turned
000160*           into points for a grade point average or
000170*           compared against a minimum grade.  I (Incomplete)
000180*           and W (Withdrawn) carry no point value and are
000190*           not in the table - a grade not found here is
000200*           left out of any average.
000210****************************************************************
000220 01  GradePointValues.
000230     02  FILLER              PIC X(5)  VALUE "A+400".
000240     02  FILLER              PIC X(5)  VALUE "A 400".
000250     02  FILLER              PIC X(5)  VALUE "A-370".
000260     02  FILLER              PIC X(5)  VALUE "B+330".
000270     02  FILLER              PIC X(5)  VALUE "B 300".
000280     02  FILLER              PIC X(5)  VALUE "B-270".
000290     02  FILLER              PIC X(5)  VALUE "C+230".
000300     02  FILLER              PIC X(5)  VALUE "C 200".
000310     02  FILLER              PIC X(5)  VALUE "C-170".
000320     02  FILLER              PIC X(5)  VALUE "D+130".
000330     02  FILLER              PIC X(5)  VALUE "D 100".
000340     02  FILLER              PIC X(5)  VALUE "D-070".
000350     02  FILLER              PIC X(5)  VALUE "F 000".
000360     02  FILLER              PIC X(5)  VALUE "F+000".
000370     02  FILLER              PIC X(5)  VALUE "F-000".
000380 01  GradePointTable REDEFINES GradePointValues.
000390     02  GP-Entry OCCURS 15 TIMES INDEXED BY GP-Idx.
000400          03  GP-Grade        PIC X(2).
000410          03  GP-Points       PIC 9V99.
000420
000430 01  GP-NumEntries           PIC 9(02) COMP VALUE 15.
000440 01  GP-Found-Sw             PIC X.
000450     88  GP-Found                VALUE "Y".
000460     88  GP-NotFound             VALUE "N".
