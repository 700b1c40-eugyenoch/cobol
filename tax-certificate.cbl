000100****************************************************************
000110* Program: TaxCert
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Year-end tuition tax certificates.  For a keyed
000160*          tax year, one pass of the FEES.DAT ledger nets
000170*          each student's term charges less refunds, and
000180*          each term's tuition counts toward the year in
000190*          proportion to the calendar months of the term
000200*          (TM-StartDate to TM-EndDate on TERMS.DAT) that
000210*          fall in it.  Every student with eligible tuition
000220*          gets one TAXCERT.RPT certificate carrying the
000230*          ADDRESS.DAT mailing block the way StudLetters
000240*          prints it; a student with no address is flagged
000250*          and listed on TAXEXCP.RPT.  TAXSUMM.DAT is the
000260*          electronic summary return for the tax authority
000270*          in a fixed layout - a type-01 header, one type-02
000280*          detail per certificate, and a type-09 trailer
000290*          with the control totals.  The reprint option
000300*          adds a duplicate certificate for one StudentId
000310*          to the end of TAXCERT.RPT, leaving the year's
000320*          certificates and the summary return alone.  START and
000330*          END rows go to the shared RUNLOG.DAT.
000340****************************************************************
000350* Maintenance History
000360* --------------------------------------------------
000370* 10/15/2026  EE  Original version - the receipts were
000380*                 typed by hand every February.
000390****************************************************************
000400
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.      TaxCert.
000430 AUTHOR.          EUGY ENOCH.
000440 INSTALLATION.    REGISTRARS OFFICE.
000450 DATE-WRITTEN.    10/15/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS DYNAMIC
000540          RECORD KEY IS StudentId
000550          FILE STATUS IS WS-Student-Status.
000560
000570     SELECT FeeFile ASSIGN TO "FEES.DAT"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS WS-Fee-Status.
000600
000610     SELECT TermFile ASSIGN TO "TERMS.DAT"
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS SEQUENTIAL
000640          RECORD KEY IS TM-TermCode
000650          FILE STATUS IS WS-Term-Status.
000660
000670     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
000680          ORGANIZATION IS INDEXED
000690          ACCESS MODE IS DYNAMIC
000700          RECORD KEY IS AD-StudentId
000710          FILE STATUS IS WS-Address-Status.
000720
000730     SELECT CertFile ASSIGN TO "TAXCERT.RPT"
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS WS-Cert-Status.
000760
000770     SELECT ExceptionFile ASSIGN TO "TAXEXCP.RPT"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-Except-Status.
000800
000810     SELECT SummaryFile ASSIGN TO "TAXSUMM.DAT"
000820          ORGANIZATION IS LINE SEQUENTIAL
000830          FILE STATUS IS WS-Summary-Status.
000840
000850     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
000860          ORGANIZATION IS LINE SEQUENTIAL
000870          FILE STATUS IS WS-RunLog-Status.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  StudentFile.
000920     COPY "student-record.cpy".
000930
000940 FD  FeeFile.
000950     COPY "fee-record.cpy".
000960
000970 FD  TermFile.
000980     COPY "term-record.cpy".
000990
001000 FD  AddressFile.
001010     COPY "address-record.cpy".
001020
001030 FD  CertFile.
001040 01  CertLine                PIC X(80).
001050
001060 FD  ExceptionFile.
001070 01  ExceptionLine           PIC X(80).
001080
001090 FD  SummaryFile.
001100 01  SummaryRecord           PIC X(60).
001110
001120 FD  RunLogFile.
001130     COPY "run-log-record.cpy".
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-Status-Group.
001170     02  WS-Student-Status   PIC XX.
001180     02  WS-Fee-Status       PIC XX.
001190     02  WS-Term-Status      PIC XX.
001200     02  WS-Address-Status   PIC XX.
001210     02  WS-Cert-Status      PIC XX.
001220     02  WS-Except-Status    PIC XX.
001230     02  WS-Summary-Status   PIC XX.
001240     02  WS-RunLog-Status    PIC XX.
001250
001260 01  WS-Switches.
001270     02  WS-Student-EOF-Sw   PIC X     VALUE "N".
001280          88  WS-Student-EOF          VALUE "Y".
001290     02  WS-Fee-EOF-Sw       PIC X     VALUE "N".
001300          88  WS-Fee-EOF              VALUE "Y".
001310     02  WS-Fees-Open-Sw     PIC X     VALUE "N".
001320          88  WS-Fees-Open            VALUE "Y".
001330     02  WS-Term-EOF-Sw      PIC X     VALUE "N".
001340          88  WS-Term-EOF             VALUE "Y".
001350     02  WS-Addr-File-Sw     PIC X     VALUE "N".
001360          88  WS-Addr-File-Open       VALUE "Y".
001370     02  WS-Addr-Found-Sw    PIC X     VALUE "N".
001380          88  WS-Addr-Found           VALUE "Y".
001390     02  WS-Term-Found-Sw    PIC X.
001400          88  WS-Term-Found           VALUE "Y".
001410          88  WS-Term-Not-Found       VALUE "N".
001420     02  WS-Slot-Found-Sw    PIC X.
001430          88  WS-Slot-Found           VALUE "Y".
001440          88  WS-Slot-Not-Found       VALUE "N".
001450
001460 01  WS-Mode-Code            PIC X.
001470     88  WS-Mode-All               VALUE "A" "a".
001480     88  WS-Mode-Reprint           VALUE "R" "r".
001490 01  WS-Year-Entry           PIC X(4).
001500 01  WS-Tax-Year             PIC 9(4).
001510 01  WS-Institution-Entry    PIC X(5).
001520 01  WS-Institution          PIC 9(5).
001530 01  WS-Reprint-Entry        PIC X(7).
001540 01  WS-Reprint-Id           PIC 9(7)  VALUE ZERO.
001550 01  WS-Run-Date             PIC 9(8).
001560
001570****************************************************************
001580* Date work areas for the month count of a term.
001590****************************************************************
001600 01  WS-Start-Date           PIC 9(8).
001610 01  WS-Start-Parts REDEFINES WS-Start-Date.
001620     02  WS-Start-Yr         PIC 9(4).
001630     02  WS-Start-Mo         PIC 9(2).
001640     02  WS-Start-Dy         PIC 9(2).
001650 01  WS-End-Date             PIC 9(8).
001660 01  WS-End-Parts REDEFINES WS-End-Date.
001670     02  WS-End-Yr           PIC 9(4).
001680     02  WS-End-Mo           PIC 9(2).
001690     02  WS-End-Dy           PIC 9(2).
001700 01  WS-First-Month          PIC 9(2).
001710 01  WS-Last-Month           PIC 9(2).
001720
001730****************************************************************
001740* Every term on TERMS.DAT with its length in calendar
001750* months and the number of those months in the tax year.
001760****************************************************************
001770 01  WS-Term-Table.
001780     02  WS-Term-Entry OCCURS 100 TIMES.
001790          03  TT-TermCode     PIC X(6).
001800          03  TT-StartDate    PIC 9(8).
001810          03  TT-EndDate      PIC 9(8).
001820          03  TT-Months       PIC 9(3).
001830          03  TT-InYear       PIC 9(2).
001840 01  WS-Term-Count           PIC 9(3)  COMP VALUE ZERO.
001850 01  WS-Term-Max             PIC 9(3)  COMP VALUE 100.
001860 01  WS-Term-Sub             PIC 9(3)  COMP.
001870 01  WS-Term-Slot            PIC 9(3)  COMP.
001880
001890****************************************************************
001900* Net tuition (charges less refunds) per student per term
001910* that touches the tax year, and the payments each
001920* student made during the year.
001930****************************************************************
001940 01  WS-Tuition-Table.
001950     02  WS-Tuition-Entry OCCURS 4000 TIMES.
001960          03  TU-StudentId    PIC 9(7).
001970          03  TU-TermSlot     PIC 9(3)  COMP.
001980          03  TU-Net          PIC S9(7)V99.
001990 01  WS-Tuition-Count        PIC 9(4)  COMP VALUE ZERO.
002000 01  WS-Tuition-Max          PIC 9(4)  COMP VALUE 4000.
002010 01  WS-Tuition-Sub          PIC 9(4)  COMP.
002020 01  WS-Tuition-Slot         PIC 9(4)  COMP.
002030
002040 01  WS-Paid-Table.
002050     02  WS-Paid-Entry OCCURS 2000 TIMES.
002060          03  PY-StudentId    PIC 9(7).
002070          03  PY-Amount       PIC 9(7)V99.
002080 01  WS-Paid-Count           PIC 9(4)  COMP VALUE ZERO.
002090 01  WS-Paid-Max             PIC 9(4)  COMP VALUE 2000.
002100 01  WS-Paid-Sub             PIC 9(4)  COMP.
002110 01  WS-Paid-Slot            PIC 9(4)  COMP.
002120
002130 01  WS-Student-Eligible     PIC 9(7)V99.
002140 01  WS-Student-Months       PIC 9(3).
002150 01  WS-Student-Paid         PIC 9(7)V99.
002160 01  WS-Term-Eligible        PIC 9(7)V99.
002170 01  WS-Term-Net             PIC 9(7)V99.
002180
002190 01  WS-Counters.
002200     02  WS-Fee-Rows-Read    PIC 9(7)  COMP VALUE ZERO.
002210     02  WS-Unknown-Terms    PIC 9(7)  COMP VALUE ZERO.
002220     02  WS-Certs-Printed    PIC 9(7)  COMP VALUE ZERO.
002230     02  WS-No-Address-Count PIC 9(5)  COMP VALUE ZERO.
002240     02  WS-Details-Written  PIC 9(7)  COMP VALUE ZERO.
002250 01  WS-Total-Eligible       PIC 9(9)V99 VALUE ZERO.
002260
002270****************************************************************
002280* The tax authority's fixed record layouts.  Every record
002290* is 60 bytes with the type code in columns 1-2.
002300****************************************************************
002310 01  WS-Header-Record.
002320     02  FILLER              PIC X(2)  VALUE "01".
002330     02  HR-Institution      PIC 9(5).
002340     02  HR-TaxYear          PIC 9(4).
002350     02  HR-RunDate          PIC 9(8).
002360     02  FILLER              PIC X(41) VALUE SPACES.
002370
002380 01  WS-Detail-Record.
002390     02  FILLER              PIC X(2)  VALUE "02".
002400     02  DR-StudentId        PIC 9(7).
002410     02  DR-Surname          PIC X(8).
002420     02  DR-Initials         PIC X(2).
002430     02  DR-DateOfBirth      PIC 9(8).
002440     02  DR-Months           PIC 9(2).
002450     02  DR-Eligible         PIC 9(7)V99.
002460     02  DR-AddressFlag      PIC X.
002470     02  FILLER              PIC X(21) VALUE SPACES.
002480
002490 01  WS-Trailer-Record.
002500     02  FILLER              PIC X(2)  VALUE "09".
002510     02  TR-Institution      PIC 9(5).
002520     02  TR-TaxYear          PIC 9(4).
002530     02  TR-DetailCount      PIC 9(7).
002540     02  TR-TotalEligible    PIC 9(9)V99.
002550     02  FILLER              PIC X(31) VALUE SPACES.
002560
002570 01  WS-Rule-Line            PIC X(62)  VALUE ALL "-".
002580 01  WS-Blank-Line           PIC X(01)  VALUE SPACE.
002590
002600 01  WS-Cert-Head.
002610     02  FILLER              PIC X(26)
002620          VALUE "REGISTRARS OFFICE         ".
002630     02  FILLER              PIC X(29)
002640          VALUE "TUITION TAX CERTIFICATE  FOR ".
002650     02  CH-TaxYear          PIC 9(4).
002660 01  WS-Institution-Line.
002670     02  FILLER              PIC X(20)
002680          VALUE "INSTITUTION NUMBER: ".
002690     02  IL-Institution      PIC 9(5).
002700 01  WS-Duplicate-Line.
002710     02  FILLER              PIC X(25)
002720          VALUE "*** DUPLICATE - REPRINTED".
002730     02  FILLER              PIC X      VALUE SPACE.
002740     02  DU-RunDate          PIC 9(8).
002750     02  FILLER              PIC X(4)   VALUE " ***".
002760
002770 01  WS-Name-Line.
002780     02  FILLER              PIC X(4)   VALUE "TO: ".
002790     02  NL-Name             PIC X(20).
002800     02  FILLER              PIC X(14)  VALUE "  STUDENT ID: ".
002810     02  NL-StudentId        PIC 9(7).
002820
002830 01  WS-Mail-Line-1.
002840     02  FILLER              PIC X(9)   VALUE "MAIL TO: ".
002850     02  ML1-Street          PIC X(25).
002860 01  WS-Mail-Line-2.
002870     02  FILLER              PIC X(9)   VALUE SPACES.
002880     02  ML2-City            PIC X(15).
002890     02  FILLER              PIC X      VALUE SPACE.
002900     02  ML2-Province        PIC X(2).
002910     02  FILLER              PIC X(2)   VALUE SPACES.
002920     02  ML2-PostalCode      PIC X(7).
002930 01  WS-No-Address-Line      PIC X(38)
002940     VALUE "*** NO MAILING ADDRESS ON FILE ***".
002950
002960 01  WS-Term-Heading.
002970     02  FILLER  PIC X(28) VALUE "TERM    START     END       ".
002980     02  FILLER  PIC X(34)
002990          VALUE " MONTHS        TUITION    ELIGIBLE".
003000 01  WS-Term-Line.
003010     02  TL-TermCode         PIC X(6).
003020     02  FILLER              PIC X(2)   VALUE SPACES.
003030     02  TL-StartDate        PIC 9(8).
003040     02  FILLER              PIC X(2)   VALUE SPACES.
003050     02  TL-EndDate          PIC 9(8).
003060     02  FILLER              PIC X(3)   VALUE SPACES.
003070     02  TL-InYear           PIC Z9.
003080     02  FILLER              PIC X(4)   VALUE " OF ".
003090     02  TL-Months           PIC ZZ9.
003100     02  FILLER              PIC X(2)   VALUE SPACES.
003110     02  TL-Net              PIC ZZZZZZ9.99.
003120     02  FILLER              PIC X(2)   VALUE SPACES.
003130     02  TL-Eligible         PIC ZZZZZZ9.99.
003140
003150 01  WS-Eligible-Line.
003160     02  FILLER              PIC X(31)
003170          VALUE "TOTAL ELIGIBLE TUITION FOR    ".
003180     02  EL-TaxYear          PIC 9(4).
003190     02  FILLER              PIC X(3)   VALUE " : ".
003200     02  EL-Amount           PIC ZZZZZZ9.99.
003210 01  WS-Months-Line.
003220     02  FILLER              PIC X(38)
003230          VALUE "MONTHS OF STUDY IN THE YEAR         : ".
003240     02  MO-Months           PIC ZZ9.
003250 01  WS-Paid-Line.
003260     02  FILLER              PIC X(31)
003270          VALUE "FEES PAID DURING               ".
003280     02  PL-TaxYear          PIC 9(4).
003290     02  FILLER              PIC X(3)   VALUE " : ".
003300     02  PL-Amount           PIC ZZZZZZ9.99.
003310
003320 01  WS-Footer-Line-1        PIC X(48)
003330     VALUE "KEEP THIS CERTIFICATE WITH YOUR TAX RECORDS.".
003340 01  WS-Footer-Line-2        PIC X(48)
003350     VALUE "A DUPLICATE IS AVAILABLE FROM THE REGISTRAR.".
003360
003370 01  WS-Except-Heading.
003380     02  FILLER              PIC X(44)
003390          VALUE "TAX CERTIFICATES WITH NO MAILING ADDRESS - ".
003400     02  EH-TaxYear          PIC 9(4).
003410 01  WS-Except-Line.
003420     02  EX-StudentId        PIC 9(7).
003430     02  FILLER              PIC X(2)   VALUE SPACES.
003440     02  EX-Surname          PIC X(8).
003450     02  FILLER              PIC X(2)   VALUE SPACES.
003460     02  EX-Initials         PIC XX.
003470     02  FILLER              PIC X(2)   VALUE SPACES.
003480     02  EX-Eligible         PIC ZZZZZZ9.99.
003490
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     PERFORM 2000-TALLY-ONE-ROW THRU 2000-EXIT
003540          UNTIL WS-Fee-EOF.
003550     IF WS-Mode-Reprint
003560          PERFORM 3000-REPRINT-ONE THRU 3000-EXIT
003570     ELSE
003580          PERFORM 4000-CERTIFY-ONE-STUDENT THRU 4000-EXIT
003590              UNTIL WS-Student-EOF
003600     END-IF.
003610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003620     STOP RUN.
003630
003640****************************************************************
003650* 1000-INITIALIZE - key the tax year and the run mode,
003660* load the terms, and open the files for the pass.  Both
003670* modes key the institution number printed on the
003680* certificate and carried on the summary return.
003690****************************************************************
003700 1000-INITIALIZE.
003710     PERFORM 1600-LOG-RUN-START THRU 1600-EXIT.
003720     ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
003730     DISPLAY "TAXCERT - TUITION TAX CERTIFICATES".
003740     DISPLAY "Tax year (YYYY): " WITH NO ADVANCING.
003750     ACCEPT WS-Year-Entry.
003760     IF WS-Year-Entry NOT NUMERIC
003770          DISPLAY "*** TAX YEAR MUST BE 4 DIGITS"
003780          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003790          MOVE 8 TO RETURN-CODE
003800          STOP RUN
003810     END-IF.
003820     MOVE WS-Year-Entry TO WS-Tax-Year.
003830     DISPLAY "Mode (A-All students,R-Reprint one): "
003840          WITH NO ADVANCING.
003850     ACCEPT WS-Mode-Code.
003860     EVALUATE TRUE
003870          WHEN WS-Mode-All
003880              PERFORM 1100-GET-INSTITUTION THRU 1100-EXIT
003890          WHEN WS-Mode-Reprint
003900              PERFORM 1200-GET-REPRINT-ID THRU 1200-EXIT
003910          WHEN OTHER
003920              DISPLAY "*** INVALID MODE - USE A,R"
003930              PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
003940              MOVE 8 TO RETURN-CODE
003950              STOP RUN
003960     END-EVALUATE.
003970     PERFORM 1800-LOAD-TERM-TABLE THRU 1800-EXIT.
003980     OPEN INPUT StudentFile.
003990     IF WS-Student-Status NOT = "00"
004000          DISPLAY "*** STUDENTS.DAT NOT AVAILABLE - NO RUN"
004010          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004020          MOVE 8 TO RETURN-CODE
004030          STOP RUN
004040     END-IF.
004050     OPEN INPUT FeeFile.
004060     IF WS-Fee-Status = "00"
004070          SET WS-Fees-Open TO TRUE
004080     ELSE
004090          DISPLAY "*** FEES.DAT NOT AVAILABLE - "
004100              "NO TUITION TO CERTIFY"
004110          SET WS-Fee-EOF TO TRUE
004120     END-IF.
004130     OPEN INPUT AddressFile.
004140     IF WS-Address-Status = "00"
004150          SET WS-Addr-File-Open TO TRUE
004160     ELSE
004170          DISPLAY "*** ADDRESS.DAT NOT AVAILABLE - EVERY "
004180              "CERTIFICATE GOES TO THE EXCEPTIONS LIST"
004190     END-IF.
004200     IF WS-Mode-Reprint
004210          OPEN EXTEND CertFile
004220          IF WS-Cert-Status = "35"
004230              OPEN OUTPUT CertFile
004240              CLOSE CertFile
004250              OPEN EXTEND CertFile
004260          END-IF
004270     ELSE
004280          OPEN OUTPUT CertFile
004290     END-IF.
004300     MOVE WS-Tax-Year TO CH-TaxYear EL-TaxYear PL-TaxYear
004310          EH-TaxYear.
004320     MOVE WS-Run-Date TO DU-RunDate.
004330     IF WS-Mode-All
004340          OPEN OUTPUT ExceptionFile
004350          WRITE ExceptionLine FROM WS-Except-Heading
004360          WRITE ExceptionLine FROM WS-Blank-Line
004370          OPEN OUTPUT SummaryFile
004380          MOVE WS-Institution TO HR-Institution
004390          MOVE WS-Tax-Year TO HR-TaxYear
004400          MOVE WS-Run-Date TO HR-RunDate
004410          WRITE SummaryRecord FROM WS-Header-Record
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450
004460 1100-GET-INSTITUTION.
004470     DISPLAY "Institution number (5 digits): "
004480          WITH NO ADVANCING.
004490     ACCEPT WS-Institution-Entry.
004500     IF WS-Institution-Entry NOT NUMERIC
004510          DISPLAY "*** INSTITUTION NUMBER MUST BE 5 DIGITS"
004520          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004530          MOVE 8 TO RETURN-CODE
004540          STOP RUN
004550     END-IF.
004560     MOVE WS-Institution-Entry TO WS-Institution.
004570     MOVE WS-Institution TO IL-Institution.
004580 1100-EXIT.
004590     EXIT.
004600
004610 1200-GET-REPRINT-ID.
004620     DISPLAY "Student Id to reprint (7 digits): "
004630          WITH NO ADVANCING.
004640     ACCEPT WS-Reprint-Entry.
004650     IF WS-Reprint-Entry NOT NUMERIC
004660          DISPLAY "*** STUDENT ID MUST BE 7 DIGITS"
004670          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004680          MOVE 8 TO RETURN-CODE
004690          STOP RUN
004700     END-IF.
004710     MOVE WS-Reprint-Entry TO WS-Reprint-Id.
004720     PERFORM 1100-GET-INSTITUTION THRU 1100-EXIT.
004730 1200-EXIT.
004740     EXIT.
004750
004760****************************************************************
004770* 1600-LOG-RUN-START / 8900-LOG-RUN-END - one START row
004780* as this run begins and one END row with its totals
004790* as it finishes, on the shared RUNLOG.DAT.
004800****************************************************************
004810 1600-LOG-RUN-START.
004820     MOVE "TAXCERT " TO RL-ProgramId.
004830     SET RL-IsStart TO TRUE.
004840     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
004850     ACCEPT RL-LogTime FROM TIME.
004860     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
004870          RL-RecordsRejected.
004880     MOVE SPACES TO RL-Status.
004890     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
004900 1600-EXIT.
004910     EXIT.
004920
004930 1690-WRITE-RUN-LOG.
004940     OPEN EXTEND RunLogFile.
004950     IF WS-RunLog-Status = "35"
004960          OPEN OUTPUT RunLogFile
004970          CLOSE RunLogFile
004980          OPEN EXTEND RunLogFile
004990     END-IF.
005000     WRITE RunLogDetails.
005010     CLOSE RunLogFile.
005020 1690-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060* 1800-LOAD-TERM-TABLE - every term with its calendar
005070* month count; a term's months run from the month of its
005080* start date to the month of its end date inclusive.
005090****************************************************************
005100 1800-LOAD-TERM-TABLE.
005110     OPEN INPUT TermFile.
005120     IF WS-Term-Status NOT = "00"
005130          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
005140              "RUN TERMMAINT FIRST"
005150          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005160          MOVE 8 TO RETURN-CODE
005170          STOP RUN
005180     END-IF.
005190     PERFORM 1850-LOAD-ONE-TERM THRU 1850-EXIT
005200          UNTIL WS-Term-EOF.
005210     CLOSE TermFile.
005220 1800-EXIT.
005230     EXIT.
005240
005250 1850-LOAD-ONE-TERM.
005260     READ TermFile NEXT RECORD
005270          AT END
005280              SET WS-Term-EOF TO TRUE
005290          NOT AT END
005300              IF WS-Term-Count < WS-Term-Max
005310                  ADD 1 TO WS-Term-Count
005320                  MOVE TM-TermCode TO TT-TermCode(WS-Term-Count)
005330                  MOVE TM-StartDate
005340                      TO TT-StartDate(WS-Term-Count)
005350                  MOVE TM-EndDate TO TT-EndDate(WS-Term-Count)
005360                  PERFORM 1900-COUNT-TERM-MONTHS THRU 1900-EXIT
005370              ELSE
005380                  DISPLAY "*** TERM TABLE FULL - EXTRA "
005390                      "TERMS IGNORED"
005400                  SET WS-Term-EOF TO TRUE
005410              END-IF
005420     END-READ.
005430 1850-EXIT.
005440     EXIT.
005450
005460****************************************************************
005470* 1900-COUNT-TERM-MONTHS - the term's length in calendar
005480* months, and how many of them fall in the tax year.
005490****************************************************************
005500 1900-COUNT-TERM-MONTHS.
005510     MOVE TM-StartDate TO WS-Start-Date.
005520     MOVE TM-EndDate TO WS-End-Date.
005530     COMPUTE TT-Months(WS-Term-Count)
005540          = (WS-End-Yr - WS-Start-Yr) * 12
005550          + WS-End-Mo - WS-Start-Mo + 1.
005560     MOVE ZERO TO TT-InYear(WS-Term-Count).
005570     IF WS-Start-Yr > WS-Tax-Year OR WS-End-Yr < WS-Tax-Year
005580          GO TO 1900-EXIT
005590     END-IF.
005600     IF WS-Start-Yr < WS-Tax-Year
005610          MOVE 1 TO WS-First-Month
005620     ELSE
005630          MOVE WS-Start-Mo TO WS-First-Month
005640     END-IF.
005650     IF WS-End-Yr > WS-Tax-Year
005660          MOVE 12 TO WS-Last-Month
005670     ELSE
005680          MOVE WS-End-Mo TO WS-Last-Month
005690     END-IF.
005700     COMPUTE TT-InYear(WS-Term-Count)
005710          = WS-Last-Month - WS-First-Month + 1.
005720 1900-EXIT.
005730     EXIT.
005740
005750****************************************************************
005760* 2000-TALLY-ONE-ROW - a charge or refund for a term that
005770* touches the tax year nets into the student's term slot;
005780* a payment posted in the year adds to the student's
005790* paid total.  The reprint run keeps only its student.
005800****************************************************************
005810 2000-TALLY-ONE-ROW.
005820     READ FeeFile
005830          AT END
005840              SET WS-Fee-EOF TO TRUE
005850          NOT AT END
005860              ADD 1 TO WS-Fee-Rows-Read
005870              IF WS-Mode-All OR FE-StudentId = WS-Reprint-Id
005880                  IF FE-IsPayment
005890                      PERFORM 2300-POST-PAYMENT THRU 2300-EXIT
005900                  ELSE
005910                      PERFORM 2100-POST-TUITION THRU 2100-EXIT
005920                  END-IF
005930              END-IF
005940     END-READ.
005950 2000-EXIT.
005960     EXIT.
005970
005980 2100-POST-TUITION.
005990     SET WS-Term-Not-Found TO TRUE.
006000     MOVE ZERO TO WS-Term-Slot.
006010     PERFORM 2150-MATCH-TERM THRU 2150-EXIT
006020          VARYING WS-Term-Sub FROM 1 BY 1
006030          UNTIL WS-Term-Sub > WS-Term-Count
006040          OR WS-Term-Found.
006050     IF WS-Term-Not-Found
006060          ADD 1 TO WS-Unknown-Terms
006070          GO TO 2100-EXIT
006080     END-IF.
006090     IF TT-InYear(WS-Term-Slot) = ZERO
006100          GO TO 2100-EXIT
006110     END-IF.
006120     SET WS-Slot-Not-Found TO TRUE.
006130     MOVE ZERO TO WS-Tuition-Slot.
006140     PERFORM 2250-MATCH-TUITION THRU 2250-EXIT
006150          VARYING WS-Tuition-Sub FROM 1 BY 1
006160          UNTIL WS-Tuition-Sub > WS-Tuition-Count
006170          OR WS-Slot-Found.
006180     IF WS-Slot-Not-Found
006190          IF WS-Tuition-Count < WS-Tuition-Max
006200              ADD 1 TO WS-Tuition-Count
006210              MOVE WS-Tuition-Count TO WS-Tuition-Slot
006220              MOVE FE-StudentId TO TU-StudentId(WS-Tuition-Slot)
006230              MOVE WS-Term-Slot TO TU-TermSlot(WS-Tuition-Slot)
006240              MOVE ZERO TO TU-Net(WS-Tuition-Slot)
006250          ELSE
006260              DISPLAY "*** TUITION TABLE FULL - ROW SKIPPED"
006270              GO TO 2100-EXIT
006280          END-IF
006290     END-IF.
006300     IF FE-IsCharge
006310          ADD FE-Amount TO TU-Net(WS-Tuition-Slot)
006320     ELSE
006330          IF FE-IsRefund
006340              SUBTRACT FE-Amount FROM TU-Net(WS-Tuition-Slot)
006350          END-IF
006360     END-IF.
006370 2100-EXIT.
006380     EXIT.
006390
006400 2150-MATCH-TERM.
006410     IF TT-TermCode(WS-Term-Sub) = FE-TermCode
006420          SET WS-Term-Found TO TRUE
006430          MOVE WS-Term-Sub TO WS-Term-Slot
006440     END-IF.
006450 2150-EXIT.
006460     EXIT.
006470
006480 2250-MATCH-TUITION.
006490     IF TU-StudentId(WS-Tuition-Sub) = FE-StudentId
006500          AND TU-TermSlot(WS-Tuition-Sub) = WS-Term-Slot
006510          SET WS-Slot-Found TO TRUE
006520          MOVE WS-Tuition-Sub TO WS-Tuition-Slot
006530     END-IF.
006540 2250-EXIT.
006550     EXIT.
006560
006570 2300-POST-PAYMENT.
006580     IF FE-PostDate(1:4) NOT = WS-Year-Entry
006590          GO TO 2300-EXIT
006600     END-IF.
006610     SET WS-Slot-Not-Found TO TRUE.
006620     MOVE ZERO TO WS-Paid-Slot.
006630     PERFORM 2350-MATCH-PAID THRU 2350-EXIT
006640          VARYING WS-Paid-Sub FROM 1 BY 1
006650          UNTIL WS-Paid-Sub > WS-Paid-Count
006660          OR WS-Slot-Found.
006670     IF WS-Slot-Not-Found
006680          IF WS-Paid-Count < WS-Paid-Max
006690              ADD 1 TO WS-Paid-Count
006700              MOVE WS-Paid-Count TO WS-Paid-Slot
006710              MOVE FE-StudentId TO PY-StudentId(WS-Paid-Slot)
006720              MOVE ZERO TO PY-Amount(WS-Paid-Slot)
006730          ELSE
006740              DISPLAY "*** PAYMENT TABLE FULL - ROW SKIPPED"
006750              GO TO 2300-EXIT
006760          END-IF
006770     END-IF.
006780     ADD FE-Amount TO PY-Amount(WS-Paid-Slot).
006790 2300-EXIT.
006800     EXIT.
006810
006820 2350-MATCH-PAID.
006830     IF PY-StudentId(WS-Paid-Sub) = FE-StudentId
006840          SET WS-Slot-Found TO TRUE
006850          MOVE WS-Paid-Sub TO WS-Paid-Slot
006860     END-IF.
006870 2350-EXIT.
006880     EXIT.
006890
006900****************************************************************
006910* 3000-REPRINT-ONE - the duplicate certificate for the one
006920* keyed student; no summary record is written.
006930****************************************************************
006940 3000-REPRINT-ONE.
006950     MOVE WS-Reprint-Id TO StudentId.
006960     READ StudentFile
006970          INVALID KEY
006980              DISPLAY "*** NO SUCH STUDENT ID: " WS-Reprint-Id
006990              GO TO 3000-EXIT
007000     END-READ.
007010     PERFORM 5000-ADD-UP-STUDENT THRU 5000-EXIT.
007020     IF WS-Student-Eligible = ZERO
007030          DISPLAY "*** NO ELIGIBLE TUITION FOR " WS-Reprint-Id
007040              " IN " WS-Tax-Year " - NOTHING TO REPRINT"
007050          GO TO 3000-EXIT
007060     END-IF.
007070     PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT.
007080 3000-EXIT.
007090     EXIT.
007100
007110****************************************************************
007120* 4000-CERTIFY-ONE-STUDENT - read the next master record
007130* and, when the student has eligible tuition in the year,
007140* print the certificate and write the summary detail.
007150****************************************************************
007160 4000-CERTIFY-ONE-STUDENT.
007170     READ StudentFile NEXT RECORD
007180          AT END
007190              SET WS-Student-EOF TO TRUE
007200              GO TO 4000-EXIT
007210     END-READ.
007220     PERFORM 5000-ADD-UP-STUDENT THRU 5000-EXIT.
007230     IF WS-Student-Eligible = ZERO
007240          GO TO 4000-EXIT
007250     END-IF.
007260     PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT.
007270     PERFORM 7000-WRITE-SUMMARY-DETAIL THRU 7000-EXIT.
007280 4000-EXIT.
007290     EXIT.
007300
007310****************************************************************
007320* 5000-ADD-UP-STUDENT - the student's eligible tuition
007330* and months for the year, and the fees paid in it.
007340****************************************************************
007350 5000-ADD-UP-STUDENT.
007360     MOVE ZERO TO WS-Student-Eligible WS-Student-Months
007370          WS-Student-Paid.
007380     PERFORM 5100-ADD-ONE-TERM THRU 5100-EXIT
007390          VARYING WS-Tuition-Sub FROM 1 BY 1
007400          UNTIL WS-Tuition-Sub > WS-Tuition-Count.
007410     SET WS-Slot-Not-Found TO TRUE.
007420     PERFORM 5200-FIND-PAID THRU 5200-EXIT
007430          VARYING WS-Paid-Sub FROM 1 BY 1
007440          UNTIL WS-Paid-Sub > WS-Paid-Count
007450          OR WS-Slot-Found.
007460 5000-EXIT.
007470     EXIT.
007480
007490 5100-ADD-ONE-TERM.
007500     IF TU-StudentId(WS-Tuition-Sub) NOT = StudentId
007510          GO TO 5100-EXIT
007520     END-IF.
007530     PERFORM 5150-PRICE-TERM THRU 5150-EXIT.
007540     ADD WS-Term-Eligible TO WS-Student-Eligible.
007550     IF WS-Term-Eligible > ZERO
007560          MOVE TU-TermSlot(WS-Tuition-Sub) TO WS-Term-Slot
007570          ADD TT-InYear(WS-Term-Slot) TO WS-Student-Months
007580     END-IF.
007590 5100-EXIT.
007600     EXIT.
007610
007620****************************************************************
007630* 5150-PRICE-TERM - the year's share of one term's net
007640* tuition: net x months in the year / months in the term.
007650* A term refunded in full (or over) counts nothing.
007660****************************************************************
007670 5150-PRICE-TERM.
007680     MOVE TU-TermSlot(WS-Tuition-Sub) TO WS-Term-Slot.
007690     MOVE ZERO TO WS-Term-Net WS-Term-Eligible.
007700     IF TU-Net(WS-Tuition-Sub) NOT > ZERO
007710          GO TO 5150-EXIT
007720     END-IF.
007730     MOVE TU-Net(WS-Tuition-Sub) TO WS-Term-Net.
007740     IF TT-Months(WS-Term-Slot) = ZERO
007750          GO TO 5150-EXIT
007760     END-IF.
007770     COMPUTE WS-Term-Eligible ROUNDED
007780          = WS-Term-Net * TT-InYear(WS-Term-Slot)
007790          / TT-Months(WS-Term-Slot).
007800 5150-EXIT.
007810     EXIT.
007820
007830 5200-FIND-PAID.
007840     IF PY-StudentId(WS-Paid-Sub) = StudentId
007850          SET WS-Slot-Found TO TRUE
007860          MOVE PY-Amount(WS-Paid-Sub) TO WS-Student-Paid
007870     END-IF.
007880 5200-EXIT.
007890     EXIT.
007900
007910****************************************************************
007920* 6000-PRINT-CERTIFICATE - one certificate, one page:
007930* heading, name and mailing block, one line per term in
007940* the year, then the year's totals.
007950****************************************************************
007960 6000-PRINT-CERTIFICATE.
007970     WRITE CertLine FROM WS-Rule-Line.
007980     WRITE CertLine FROM WS-Cert-Head.
007990     WRITE CertLine FROM WS-Institution-Line.
008000     IF WS-Mode-Reprint
008010          WRITE CertLine FROM WS-Duplicate-Line
008020     END-IF.
008030     WRITE CertLine FROM WS-Blank-Line.
008040     MOVE SPACES TO NL-Name.
008050     STRING
008060          FUNCTION TRIM(Initials)    DELIMITED BY SIZE
008070          " "                        DELIMITED BY SIZE
008080          FUNCTION TRIM(Surname)     DELIMITED BY SIZE
008090          INTO NL-Name.
008100     MOVE StudentId TO NL-StudentId.
008110     WRITE CertLine FROM WS-Name-Line.
008120     PERFORM 6500-PRINT-MAILING-BLOCK THRU 6500-EXIT.
008130     WRITE CertLine FROM WS-Blank-Line.
008140     WRITE CertLine FROM WS-Term-Heading.
008150     PERFORM 6100-PRINT-ONE-TERM THRU 6100-EXIT
008160          VARYING WS-Tuition-Sub FROM 1 BY 1
008170          UNTIL WS-Tuition-Sub > WS-Tuition-Count.
008180     WRITE CertLine FROM WS-Blank-Line.
008190     MOVE WS-Student-Eligible TO EL-Amount.
008200     WRITE CertLine FROM WS-Eligible-Line.
008210     MOVE WS-Student-Months TO MO-Months.
008220     WRITE CertLine FROM WS-Months-Line.
008230     MOVE WS-Student-Paid TO PL-Amount.
008240     WRITE CertLine FROM WS-Paid-Line.
008250     WRITE CertLine FROM WS-Blank-Line.
008260     WRITE CertLine FROM WS-Footer-Line-1.
008270     WRITE CertLine FROM WS-Footer-Line-2.
008280     WRITE CertLine FROM WS-Blank-Line.
008290     ADD 1 TO WS-Certs-Printed.
008300 6000-EXIT.
008310     EXIT.
008320
008330 6100-PRINT-ONE-TERM.
008340     IF TU-StudentId(WS-Tuition-Sub) NOT = StudentId
008350          GO TO 6100-EXIT
008360     END-IF.
008370     PERFORM 5150-PRICE-TERM THRU 5150-EXIT.
008380     IF WS-Term-Eligible = ZERO
008390          GO TO 6100-EXIT
008400     END-IF.
008410     MOVE TT-TermCode(WS-Term-Slot) TO TL-TermCode.
008420     MOVE TT-StartDate(WS-Term-Slot) TO TL-StartDate.
008430     MOVE TT-EndDate(WS-Term-Slot) TO TL-EndDate.
008440     MOVE TT-InYear(WS-Term-Slot) TO TL-InYear.
008450     MOVE TT-Months(WS-Term-Slot) TO TL-Months.
008460     MOVE WS-Term-Net TO TL-Net.
008470     MOVE WS-Term-Eligible TO TL-Eligible.
008480     WRITE CertLine FROM WS-Term-Line.
008490 6100-EXIT.
008500     EXIT.
008510
008520****************************************************************
008530* 6500-PRINT-MAILING-BLOCK - the ADDRESS.DAT row for the
008540* student, printed as the certificate's mailing block.
008550* No row on file (or a blank street) flags the
008560* certificate and, on the full run, puts the student on
008570* the TAXEXCP.RPT exceptions list.
008580****************************************************************
008590 6500-PRINT-MAILING-BLOCK.
008600     MOVE "N" TO WS-Addr-Found-Sw.
008610     IF WS-Addr-File-Open
008620          MOVE StudentId TO AD-StudentId
008630          READ AddressFile
008640               INVALID KEY
008650                   CONTINUE
008660               NOT INVALID KEY
008670                   IF AD-Street NOT = SPACES
008680                       SET WS-Addr-Found TO TRUE
008690                   END-IF
008700          END-READ
008710     END-IF.
008720     IF WS-Addr-Found
008730          MOVE AD-Street TO ML1-Street
008740          WRITE CertLine FROM WS-Mail-Line-1
008750          MOVE AD-City TO ML2-City
008760          MOVE AD-Province TO ML2-Province
008770          MOVE AD-PostalCode TO ML2-PostalCode
008780          WRITE CertLine FROM WS-Mail-Line-2
008790     ELSE
008800          WRITE CertLine FROM WS-No-Address-Line
008810          ADD 1 TO WS-No-Address-Count
008820          IF WS-Mode-All
008830              MOVE StudentId TO EX-StudentId
008840              MOVE Surname TO EX-Surname
008850              MOVE Initials TO EX-Initials
008860              MOVE WS-Student-Eligible TO EX-Eligible
008870              WRITE ExceptionLine FROM WS-Except-Line
008880          END-IF
008890     END-IF.
008900 6500-EXIT.
008910     EXIT.
008920
008930 7000-WRITE-SUMMARY-DETAIL.
008940     MOVE StudentId TO DR-StudentId.
008950     MOVE Surname TO DR-Surname.
008960     MOVE Initials TO DR-Initials.
008970     MOVE DateOfBirth TO DR-DateOfBirth.
008980     MOVE WS-Student-Months TO DR-Months.
008990     MOVE WS-Student-Eligible TO DR-Eligible.
009000     IF WS-Addr-Found
009010          MOVE "Y" TO DR-AddressFlag
009020     ELSE
009030          MOVE "N" TO DR-AddressFlag
009040     END-IF.
009050     WRITE SummaryRecord FROM WS-Detail-Record.
009060     ADD 1 TO WS-Details-Written.
009070     ADD WS-Student-Eligible TO WS-Total-Eligible.
009080 7000-EXIT.
009090     EXIT.
009100
009110 8000-TERMINATE.
009120     IF WS-Mode-All
009130          MOVE WS-Institution TO TR-Institution
009140          MOVE WS-Tax-Year TO TR-TaxYear
009150          MOVE WS-Details-Written TO TR-DetailCount
009160          MOVE WS-Total-Eligible TO TR-TotalEligible
009170          WRITE SummaryRecord FROM WS-Trailer-Record
009180          CLOSE SummaryFile
009190          CLOSE ExceptionFile
009200     END-IF.
009210     CLOSE StudentFile.
009220     IF WS-Fees-Open
009230          CLOSE FeeFile
009240     END-IF.
009250     IF WS-Addr-File-Open
009260          CLOSE AddressFile
009270     END-IF.
009280     CLOSE CertFile.
009290     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
009300     IF WS-Unknown-Terms > ZERO
009310          DISPLAY "*** " WS-Unknown-Terms " LEDGER ROW(S) FOR "
009320              "TERMS NOT ON TERMS.DAT WERE NOT COUNTED"
009330     END-IF.
009340     DISPLAY "TAXCERT COMPLETE - " WS-Certs-Printed
009350          " CERTIFICATE(S) WRITTEN TO TAXCERT.RPT".
009360     IF WS-Mode-All
009370          DISPLAY "SUMMARY RETURN TAXSUMM.DAT - "
009380              WS-Details-Written " DETAIL(S)"
009390          DISPLAY "STUDENTS WITH NO ADDRESS ON FILE: "
009400              WS-No-Address-Count " - SEE TAXEXCP.RPT"
009410     END-IF.
009420 8000-EXIT.
009430     EXIT.
009440
009450 8900-LOG-RUN-END.
009460     MOVE "TAXCERT " TO RL-ProgramId.
009470     SET RL-IsEnd TO TRUE.
009480     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
009490     ACCEPT RL-LogTime FROM TIME.
009500     MOVE WS-Fee-Rows-Read TO RL-RecordsRead.
009510     MOVE WS-Certs-Printed TO RL-RecordsWritten.
009520     MOVE WS-No-Address-Count TO RL-RecordsRejected.
009530     SET RL-IsOk TO TRUE.
009540     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
009550 8900-EXIT.
009560     EXIT.
009570
009580****************************************************************
009590* 8950-LOG-RUN-FAIL - END row with FAIL status for a
009600* startup abort, so the run log records why the run
009610* never did its work.
009620****************************************************************
009630 8950-LOG-RUN-FAIL.
009640     MOVE "TAXCERT " TO RL-ProgramId.
009650     SET RL-IsEnd TO TRUE.
009660     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
009670     ACCEPT RL-LogTime FROM TIME.
009680     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
009690          RL-RecordsRejected.
009700     SET RL-IsFail TO TRUE.
009710     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
009720 8950-EXIT.
009730     EXIT.
