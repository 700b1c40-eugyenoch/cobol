000100****************************************************************
000110* Copybook: provincial-control-record.cpy
000120* Purpose:  Record layout for PROVCTL.DAT, the indexed
000130*           provincial submission control file keyed on the
000140*           submission date - the run date ProvSubmit puts
000150*           in the PROVSUB.DAT type-01 header, which the
000160*           ministry echoes on its acknowledgement.  One row
000170*           per submission built, full or corrections-only
000180*           (a corrections row carries the date of the
000190*           submission it corrects).  ProvSubmit writes the
000200*           row as Sent; ProvAck moves it to Accepted,
000210*           Accepted with errors, or Rejected from the
000220*           ministry's return, so the file shows which
000230*           year's return was finally accepted.
000240****************************************************************
000250 01  ProvControlDetails.
000260     02  PC-SubmitDate       PIC 9(8).
000270     02  PC-Institution      PIC 9(5).
000280     02  PC-Kind             PIC X.
000290          88  PC-IsFull           VALUE "F".
000300          88  PC-IsCorrection     VALUE "C".
000310     02  PC-CorrectsDate     PIC 9(8).
000320     02  PC-Status           PIC X.
000330          88  PC-IsSent           VALUE "S".
000340          88  PC-IsAccepted       VALUE "A".
000350          88  PC-IsAcceptedErrors VALUE "E".
000360          88  PC-IsRejected       VALUE "R".
000370     02  PC-StatusDate       PIC 9(8).
000380     02  PC-DetailCount      PIC 9(7).
000390     02  PC-ErrorCount       PIC 9(7).
