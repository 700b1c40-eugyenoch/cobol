000100****************************************************************
000110* Copybook: provincial-error-record.cpy
000120* Purpose:  Record layout for PROVERR.DAT, the line
000130*           sequential list of record-level errors from the
000140*           last ministry acknowledgement ProvAck processed.
000150*           One row per error, carrying the submission date
000160*           it belongs to and the StudentId, CourseCode and
000170*           TermCode of the type-02 detail it refers to
000180*           (blank for a file-level error on the header or
000190*           trailer).  PE-Matched is "Y" when the detail was
000200*           found on the submission file.  ProvSubmit's
000210*           corrections-only run resends just these rows.
000220****************************************************************
000230 01  ProvErrorDetails.
000240     02  PE-SubmitDate       PIC 9(8).
000250     02  PE-RecordType       PIC X(2).
000260     02  PE-StudentId        PIC 9(7).
000270     02  PE-CourseCode       PIC X(4).
000280     02  PE-TermCode         PIC X(6).
000290     02  PE-ErrorCode        PIC X(4).
000300     02  PE-ErrorText        PIC X(40).
000310     02  PE-Matched          PIC X.
000320          88  PE-IsMatched        VALUE "Y".
