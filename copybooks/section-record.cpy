000100****************************************************************
000110* Copybook: section-record.cpy
000120* Purpose:  Record layout for SECTIONS.DAT, the indexed
000130*           course section master keyed on CourseCode
000140*           plus TermCode plus a two-digit section number.
000150*           Each row says when and where one section of a
000160*           course meets in that term: the meeting days
000170*           (one position per day, Monday through Sunday,
000180*           holding that day's letter M T W R F S U or a
000190*           space), the start and end times as 24-hour
000200*           HHMM, the room, and the instructor.
000210*           Maintained by SectMaint; StudMaint and
000220*           StudApply place each Open-term enrollment in a
000230*           section (SECTENRL.DAT) and refuse one whose
000240*           meetings overlap the student's other sections.
000250*           A course with no sections for the term is
000260*           enrolled without a placement, as before.
000270****************************************************************
000280 01  SectionDetails.
000290     02  SC-SectionKey.
000300          03  SC-CourseCode   PIC X(4).
000310          03  SC-TermCode     PIC X(6).
000320          03  SC-SectionNo    PIC 9(2).
000330     02  SC-Days             PIC X(7).
000340     02  SC-Day-Table REDEFINES SC-Days.
000350          03  SC-Day          PIC X     OCCURS 7 TIMES.
000360     02  SC-StartTime        PIC 9(4).
000370     02  SC-EndTime          PIC 9(4).
000380     02  SC-Room             PIC X(6).
000390     02  SC-Instructor       PIC X(20).
