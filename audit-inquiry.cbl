000410*                 address work, and an archive run's
000420*                 removals all show in the monthly
000430*                 controls review.
000432* 10/15/2026  EE  SECTN rows (section placements changed
000434*                 in StudMaint) count as changes in the
000436*                 daily activity summary.
000440****************************************************************
000450
000460 IDENTIFICATION DIVISION.
003480              ADD 1 TO SU-Changes(WS-Summary-Slot)
003490          WHEN AU-IsAddress
003500              ADD 1 TO SU-Changes(WS-Summary-Slot)
003503          WHEN AU-IsSection
003506              ADD 1 TO SU-Changes(WS-Summary-Slot)
003510          WHEN AU-IsDelete
003520              ADD 1 TO SU-Deletes(WS-Summary-Slot)
003530          WHEN AU-IsPurge
