000170*           sums charges less payments per student for
000180*           the outstanding-balance register.  A payment
000190*           taken on account rather than against one
000200*           course carries a blank course code.  FeeRefund
000202*           appends one refund credit (type R) per dropped
000204*           or withdrawn charge, at the term's refund
000206*           schedule percentage; FeeRegist nets it off the
000208*           charges with the payments.
000210****************************************************************
000220 01  FeeDetails.
000230     02  FE-StudentId        PIC 9(7).
000260     02  FE-RowType          PIC X.
000270          88  FE-IsCharge         VALUE "C".
000280          88  FE-IsPayment        VALUE "P".
000285          88  FE-IsRefund         VALUE "R".
000290     02  FE-Amount           PIC 9(5)V99.
000300     02  FE-PostDate         PIC 9(8).
000310     02  FE-OperatorId       PIC X(8).
