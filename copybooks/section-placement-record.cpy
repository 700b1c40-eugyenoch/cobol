000100****************************************************************
000110* Copybook: section-placement-record.cpy
000120* Purpose:  Record layout for SECTENRL.DAT, the indexed
000130*           section placement file.  It is keyed exactly
000140*           as ENROLL.DAT is (StudentId plus CourseCode
000150*           plus TermCode) and holds the section of that
000160*           course the enrollment sits in and the date it
000170*           was placed, so ENROLL.DAT itself and the many
000180*           programs that read it keep their layout.
000190*           Written by StudMaint and StudApply at enroll
000200*           time and by StudMaint's section change; a
000210*           drop, a primary-course change, or a delete
000220*           takes the placement with the enrollment.  An
000230*           enrollment with no row is not placed.
000240****************************************************************
000250 01  PlacementDetails.
000260     02  SP-PlaceKey.
000270          03  SP-StudentId    PIC 9(7).
000280          03  SP-CourseCode   PIC X(4).
000290          03  SP-TermCode     PIC X(6).
000300     02  SP-SectionNo        PIC 9(2).
000310     02  SP-PlaceDate        PIC 9(8).
