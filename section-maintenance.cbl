000100****************************************************************
000110* Program: SectMaint
000120* Author:  Eugy Enoch
000130* Installation: Registrars Office
000140* Date-Written: 10/15/2026
000150* Purpose: Maintain SECTIONS.DAT, the indexed course section
000160*          master keyed on CourseCode, TermCode and section
000170*          number - add a section with its meeting days,
000180*          start and end times, room and instructor, change
000190*          or delete one, inquire on one, or list every
000200*          section of a course in a term.  A room cannot be
000210*          booked for two sections that meet at the same
000220*          time, and a section that still has students
000230*          placed in it (SECTENRL.DAT) cannot be deleted.
000240*          Add, change and delete need Supervisor authority
000250*          and every one is logged to SECAUDIT.DAT with the
000260*          operator id and time.
000270****************************************************************
000280* Maintenance History
000290* --------------------------------------------------
000300* 10/15/2026  EE  Original version.
000310****************************************************************
000320
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.      SectMaint.
000350 AUTHOR.          EUGY ENOCH.
000360 INSTALLATION.    REGISTRARS OFFICE.
000370 DATE-WRITTEN.    10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS DYNAMIC
000460          RECORD KEY IS SC-SectionKey
000470          FILE STATUS IS WS-Section-Status.
000480
000490     SELECT SectionAuditFile ASSIGN TO "SECAUDIT.DAT"
000500          ORGANIZATION IS LINE SEQUENTIAL
000510          FILE STATUS IS WS-SecAudit-Status.
000520
000530     SELECT PlacementFile ASSIGN TO "SECTENRL.DAT"
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS SP-PlaceKey
000570          FILE STATUS IS WS-Place-Status.
000580
000590     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS SEQUENTIAL
000620          RECORD KEY IS CO-CourseCode
000630          FILE STATUS IS WS-Course-Status.
000640
000650     SELECT TermFile ASSIGN TO "TERMS.DAT"
000660          ORGANIZATION IS INDEXED
000670          ACCESS MODE IS DYNAMIC
000680          RECORD KEY IS TM-TermCode
000690          FILE STATUS IS WS-Term-Status.
000700
000710     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS DYNAMIC
000740          RECORD KEY IS OP-OperatorId
000750          FILE STATUS IS WS-Oper-File-Status.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SectionFile.
000800     COPY "section-record.cpy".
000810
000820 FD  SectionAuditFile.
000830     COPY "section-audit-record.cpy".
000840
000850 FD  PlacementFile.
000860     COPY "section-placement-record.cpy".
000870
000880 FD  CourseFile.
000890     COPY "course-record.cpy".
000900
000910 FD  TermFile.
000920     COPY "term-record.cpy".
000930
000940 FD  OperatorFile.
000950     COPY "operator-record.cpy".
000960
000970 WORKING-STORAGE SECTION.
000980 COPY "course-table.cpy".
000990
001000 01  WS-Status-Group.
001010     02  WS-Section-Status   PIC XX.
001020          88  WS-Section-Ok       VALUE "00".
001030          88  WS-Section-NotFnd   VALUE "35".
001040     02  WS-SecAudit-Status  PIC XX.
001050     02  WS-Place-Status     PIC XX.
001060     02  WS-Course-Status    PIC XX.
001070     02  WS-Term-Status      PIC XX.
001080     02  WS-Oper-File-Status PIC XX.
001090
001100 01  WS-Switches.
001110     02  WS-Stop-Switch      PIC X     VALUE "N".
001120          88  WS-Stop                 VALUE "Y".
001130     02  WS-Found-Switch     PIC X     VALUE "N".
001140          88  WS-Record-Found         VALUE "Y".
001150          88  WS-Record-Not-Found     VALUE "N".
001160     02  WS-Valid-Switch     PIC X     VALUE "Y".
001170          88  WS-Valid-Entry          VALUE "Y".
001180          88  WS-Invalid-Entry        VALUE "N".
001190     02  WS-Course-EOF-Sw    PIC X     VALUE "N".
001200          88  WS-Course-EOF           VALUE "Y".
001210     02  WS-Section-EOF-Sw   PIC X     VALUE "N".
001220          88  WS-Section-EOF          VALUE "Y".
001230     02  WS-Place-EOF-Sw     PIC X     VALUE "N".
001240          88  WS-Place-EOF            VALUE "Y".
001250     02  WS-Places-Open-Sw   PIC X     VALUE "N".
001260          88  WS-Places-Open          VALUE "Y".
001270     02  WS-Day-Shared-Sw    PIC X     VALUE "N".
001280          88  WS-Day-Shared           VALUE "Y".
001290     02  WS-Overlap-Sw       PIC X     VALUE "N".
001300          88  WS-Overlap              VALUE "Y".
001310     02  WS-Room-Clash-Sw    PIC X     VALUE "N".
001320          88  WS-Room-Clash           VALUE "Y".
001330
001340 01  WS-Action-Code        PIC X.
001350     88  WS-Is-Add                VALUE "A" "a".
001360     88  WS-Is-Change             VALUE "C" "c".
001370     88  WS-Is-Delete             VALUE "D" "d".
001380     88  WS-Is-Inquire            VALUE "I" "i".
001390     88  WS-Is-List               VALUE "L" "l".
001400     88  WS-Is-Exit               VALUE "X" "x".
001410
001420 01  WS-Search-Course       PIC X(4).
001430 01  WS-Search-Term         PIC X(6).
001440 01  WS-Search-Section      PIC X(2).
001450 01  WS-Search-Section-No REDEFINES WS-Search-Section
001460                            PIC 9(2).
001470 01  WS-Confirm-Code        PIC X.
001480     88  WS-Confirmed              VALUE "Y" "y".
001490 01  WS-Check-Course        PIC X(4).
001500 01  WS-Matched-Idx         PIC 9(2)  COMP VALUE ZERO.
001510 01  WS-Show-Description    PIC X(20).
001520 01  WS-Error-Message       PIC X(60).
001530 01  WS-Operator-Id         PIC X(8).
001540 01  WS-SignOn-Password     PIC X(8).
001550 01  WS-Oper-Authority      PIC X.
001560     88  WS-Oper-Supervisor       VALUE "S".
001570 01  WS-Placed-Count        PIC 9(5)  COMP VALUE ZERO.
001580 01  WS-Placed-Display      PIC ZZZZ9.
001590 01  WS-Listed-Count        PIC 9(3)  COMP VALUE ZERO.
001600 01  WS-Day-Sub             PIC 9(2)  COMP VALUE ZERO.
001610 01  WS-Clash-Course        PIC X(4).
001620 01  WS-Clash-Section       PIC 9(2).
001630
001640****************************************************************
001650* The day letters in SC-Days position order, Monday first.
001660****************************************************************
001670 01  WS-Day-Letter-Values   PIC X(7)  VALUE "MTWRFSU".
001680 01  WS-Day-Letter-Table REDEFINES WS-Day-Letter-Values.
001690     02  WS-Day-Letter       PIC X     OCCURS 7 TIMES.
001700
001710****************************************************************
001720* The section being keyed or changed is built here first
001730* and only moved onto SectionDetails once it has passed
001740* every edit check, so a rejected entry leaves the master
001750* exactly as it was.
001760****************************************************************
001770 01  WS-Work-Section.
001780     02  WS-Work-Key.
001790          03  WS-Work-CourseCode PIC X(4).
001800          03  WS-Work-TermCode   PIC X(6).
001810          03  WS-Work-SectionNo  PIC 9(2).
001820     02  WS-Work-Days        PIC X(7).
001830     02  WS-Work-Day-Table REDEFINES WS-Work-Days.
001840          03  WS-Work-Day     PIC X     OCCURS 7 TIMES.
001850     02  WS-Work-StartTime   PIC 9(4).
001860     02  WS-Work-EndTime     PIC 9(4).
001870     02  WS-Work-Room        PIC X(6).
001880     02  WS-Work-Instructor  PIC X(20).
001890
001900 01  WS-New-Days            PIC X(7).
001910 01  WS-New-StartTime       PIC X(4).
001920 01  WS-New-EndTime         PIC X(4).
001930 01  WS-New-Room            PIC X(6).
001940 01  WS-New-Instructor      PIC X(20).
001950 01  WS-Check-Time          PIC X(4).
001960 01  WS-Check-Time-Parts REDEFINES WS-Check-Time.
001970     02  WS-Check-Hour       PIC 9(2).
001980     02  WS-Check-Minute     PIC 9(2).
001990
002000 01  WS-Section-Line.
002010     02  FILLER              PIC X(8)  VALUE "SECTION ".
002020     02  SL-SectionNo        PIC 9(2).
002030     02  FILLER              PIC X(7)  VALUE "  DAYS ".
002040     02  SL-Days             PIC X(7).
002050     02  FILLER              PIC X(2)  VALUE SPACES.
002060     02  SL-StartTime        PIC 9(4).
002070     02  FILLER              PIC X     VALUE "-".
002080     02  SL-EndTime          PIC 9(4).
002090     02  FILLER              PIC X(7)  VALUE "  ROOM ".
002100     02  SL-Room             PIC X(6).
002110     02  FILLER              PIC X(2)  VALUE SPACES.
002120     02  SL-Instructor       PIC X(20).
002130
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002180          UNTIL WS-Stop.
002190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002200     STOP RUN.
002210
002220 1000-INITIALIZE.
002230     OPEN I-O SectionFile.
002240     IF WS-Section-NotFnd
002250          OPEN OUTPUT SectionFile
002260          CLOSE SectionFile
002270          OPEN I-O SectionFile
002280     END-IF.
002290     OPEN EXTEND SectionAuditFile.
002300     IF WS-SecAudit-Status = "35"
002310          OPEN OUTPUT SectionAuditFile
002320          CLOSE SectionAuditFile
002330          OPEN EXTEND SectionAuditFile
002340     END-IF.
002350     OPEN INPUT PlacementFile.
002360     IF WS-Place-Status = "00"
002370          SET WS-Places-Open TO TRUE
002380     END-IF.
002390     OPEN INPUT TermFile.
002400     IF WS-Term-Status NOT = "00"
002410          DISPLAY "*** TERMS.DAT NOT AVAILABLE - "
002420              "RUN TERMMAINT FIRST"
002430          CLOSE SectionFile
002440          CLOSE SectionAuditFile
002450          IF WS-Places-Open
002460               CLOSE PlacementFile
002470          END-IF
002480          MOVE 8 TO RETURN-CODE
002490          STOP RUN
002500     END-IF.
002510     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
002520     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
002530     DISPLAY "SECTMAINT - COURSE SECTION MAINTENANCE".
002540 1000-EXIT.
002550     EXIT.
002560
002570****************************************************************
002580* 1700-SIGN-ON - verify the operator against the
002590* OPERATOR.DAT master: the id must be on file and
002600* active and the password must match, or the run ends
002610* here.
002620****************************************************************
002630 1700-SIGN-ON.
002640     OPEN INPUT OperatorFile.
002650     IF WS-Oper-File-Status NOT = "00"
002660          DISPLAY "*** OPERATOR.DAT NOT AVAILABLE - "
002670              "RUN OPERMAINT FIRST"
002680          CLOSE SectionFile
002690          CLOSE SectionAuditFile
002700          IF WS-Places-Open
002710               CLOSE PlacementFile
002720          END-IF
002730          CLOSE TermFile
002740          STOP RUN
002750     END-IF.
002760     DISPLAY "Enter Operator Id: " WITH NO ADVANCING.
002770     ACCEPT WS-Operator-Id.
002780     MOVE WS-Operator-Id TO OP-OperatorId.
002790     READ OperatorFile
002800          INVALID KEY
002810              DISPLAY "*** UNKNOWN OPERATOR ID - "
002820                  "SIGN-ON REJECTED"
002830              PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
002840     END-READ.
002850     IF NOT OP-IsActive
002860          DISPLAY "*** OPERATOR IS NOT ACTIVE - "
002870              "SIGN-ON REJECTED"
002880          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
002890     END-IF.
002900     DISPLAY "Enter Password: " WITH NO ADVANCING.
002910     ACCEPT WS-SignOn-Password.
002920     IF WS-SignOn-Password NOT = OP-Password
002930          DISPLAY "*** PASSWORD DOES NOT MATCH - "
002940              "SIGN-ON REJECTED"
002950          PERFORM 1790-SIGN-OFF-AND-STOP THRU 1790-EXIT
002960     END-IF.
002970     MOVE OP-Authority TO WS-Oper-Authority.
002980     CLOSE OperatorFile.
002990 1700-EXIT.
003000     EXIT.
003010
003020 1790-SIGN-OFF-AND-STOP.
003030     CLOSE OperatorFile.
003040     CLOSE SectionFile.
003050     CLOSE SectionAuditFile.
003060     IF WS-Places-Open
003070          CLOSE PlacementFile
003080     END-IF.
003090     CLOSE TermFile.
003100     STOP RUN.
003110 1790-EXIT.
003120     EXIT.
003130
003140****************************************************************
003150* 1800-LOAD-COURSE-TABLE - fill the in-memory course
003160* table from the COURSES.DAT master.  A section can
003170* only be added for a course on the master, so a
003180* missing or empty file stops the run.
003190****************************************************************
003200 1800-LOAD-COURSE-TABLE.
003210     OPEN INPUT CourseFile.
003220     IF WS-Course-Status NOT = "00"
003230          DISPLAY "*** COURSES.DAT NOT AVAILABLE - "
003240              "RUN COURSEMAINT FIRST"
003250          CLOSE SectionFile
003260          CLOSE SectionAuditFile
003270          IF WS-Places-Open
003280               CLOSE PlacementFile
003290          END-IF
003300          CLOSE TermFile
003310          MOVE 8 TO RETURN-CODE
003320          STOP RUN
003330     END-IF.
003340     PERFORM 1850-LOAD-ONE-COURSE THRU 1850-EXIT
003350          UNTIL WS-Course-EOF.
003360     CLOSE CourseFile.
003370     IF CT-NumEntries = ZERO
003380          DISPLAY "*** NO COURSES ON COURSES.DAT - "
003390              "RUN COURSEMAINT FIRST"
003400          CLOSE SectionFile
003410          CLOSE SectionAuditFile
003420          IF WS-Places-Open
003430               CLOSE PlacementFile
003440          END-IF
003450          CLOSE TermFile
003460          MOVE 8 TO RETURN-CODE
003470          STOP RUN
003480     END-IF.
003490 1800-EXIT.
003500     EXIT.
003510
003520 1850-LOAD-ONE-COURSE.
003530     READ CourseFile NEXT RECORD
003540          AT END
003550              SET WS-Course-EOF TO TRUE
003560          NOT AT END
003570              IF CT-NumEntries < CT-Max-Entries
003580                  ADD 1 TO CT-NumEntries
003590                  MOVE CO-CourseCode TO CT-Code(CT-NumEntries)
003600                  MOVE CO-Description
003610                      TO CT-Description(CT-NumEntries)
003620                  MOVE CO-Active TO CT-Active(CT-NumEntries)
003630                  MOVE CO-MaxSeats
003640                      TO CT-MaxSeats(CT-NumEntries)
003650                  MOVE CO-FeeAmount
003660                      TO CT-FeeAmount(CT-NumEntries)
003670              ELSE
003680                  DISPLAY "*** COURSE TABLE FULL - EXTRA "
003690                      "ENTRIES IGNORED"
003700                  SET WS-Course-EOF TO TRUE
003710              END-IF
003720     END-READ.
003730 1850-EXIT.
003740     EXIT.
003750
003760****************************************************************
003770* 2000-PROCESS-TRANSACTION - get an action code and
003780* dispatch to the paragraph that handles it.
003790****************************************************************
003800 2000-PROCESS-TRANSACTION.
003810     PERFORM 2100-GET-ACTION THRU 2100-EXIT.
003820     IF WS-Stop
003830          GO TO 2000-EXIT
003840     END-IF.
003850     EVALUATE TRUE
003860          WHEN WS-Is-Add
003870              PERFORM 3000-ADD-SECTION THRU 3000-EXIT
003880          WHEN WS-Is-Change
003890              PERFORM 4000-CHANGE-SECTION THRU 4000-EXIT
003900          WHEN WS-Is-Delete
003910              PERFORM 5000-DELETE-SECTION THRU 5000-EXIT
003920          WHEN WS-Is-Inquire
003930              PERFORM 6000-INQUIRE-SECTION THRU 6000-EXIT
003940          WHEN WS-Is-List
003950              PERFORM 6500-LIST-SECTIONS THRU 6500-EXIT
003960          WHEN OTHER
003970              DISPLAY "*** INVALID ACTION - USE A,C,D,I,L,X"
003980     END-EVALUATE.
003990 2000-EXIT.
004000     EXIT.
004010
004020 2100-GET-ACTION.
004030     DISPLAY "Action (A-Add,C-Change,D-Delete,I-Inquire,"
004040          "L-List,X-Exit): " WITH NO ADVANCING.
004050     ACCEPT WS-Action-Code.
004060     IF WS-Is-Exit
004070          SET WS-Stop TO TRUE
004080     END-IF.
004090 2100-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130* 3000-ADD-SECTION - accept a new section of an active
004140* course in a term that is not yet closed, edit check
004150* its meeting details, and write it to SECTIONS.DAT.
004160****************************************************************
004170 3000-ADD-SECTION.
004180     IF NOT WS-Oper-Supervisor
004190          DISPLAY "*** ADD REQUIRES SUPERVISOR AUTHORITY"
004200          GO TO 3000-EXIT
004210     END-IF.
004220     PERFORM 7250-ACCEPT-KEY THRU 7250-EXIT.
004230     IF WS-Invalid-Entry
004240          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
004250          GO TO 3000-EXIT
004260     END-IF.
004270     PERFORM 7400-VALIDATE-COURSE-TERM THRU 7400-EXIT.
004280     IF WS-Invalid-Entry
004290          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
004300          GO TO 3000-EXIT
004310     END-IF.
004320     MOVE WS-Search-Course TO WS-Work-CourseCode.
004330     MOVE WS-Search-Term TO WS-Work-TermCode.
004340     MOVE WS-Search-Section-No TO WS-Work-SectionNo.
004350     DISPLAY "Meeting days (MTWRFSU, space for no meeting): "
004360          WITH NO ADVANCING.
004370     ACCEPT WS-New-Days.
004380     DISPLAY "Start time (HHMM, 24-hour): " WITH NO ADVANCING.
004390     ACCEPT WS-New-StartTime.
004400     DISPLAY "End time (HHMM, 24-hour): " WITH NO ADVANCING.
004410     ACCEPT WS-New-EndTime.
004420     DISPLAY "Room: " WITH NO ADVANCING.
004430     ACCEPT WS-New-Room.
004440     DISPLAY "Instructor: " WITH NO ADVANCING.
004450     ACCEPT WS-New-Instructor.
004460     PERFORM 7600-VALIDATE-MEETING THRU 7600-EXIT.
004470     IF WS-Invalid-Entry
004480          DISPLAY "*** " WS-Error-Message " - NOT ADDED"
004490          GO TO 3000-EXIT
004500     END-IF.
004510     PERFORM 7700-CHECK-ROOM-CLASH THRU 7700-EXIT.
004520     IF WS-Room-Clash
004530          DISPLAY "*** ROOM " WS-Work-Room " IS ALREADY BOOKED "
004540              "THEN BY " WS-Clash-Course " SECTION "
004550              WS-Clash-Section " - NOT ADDED"
004560          GO TO 3000-EXIT
004570     END-IF.
004580     MOVE WS-Work-Section TO SectionDetails.
004590     WRITE SectionDetails
004600          INVALID KEY
004610              DISPLAY "*** SECTION " WS-Search-Section " OF "
004620                  WS-Search-Course " IS ALREADY ON FILE FOR "
004630                  WS-Search-Term " - USE CHANGE"
004640          NOT INVALID KEY
004650              DISPLAY "SECTION " WS-Search-Section " OF "
004660                  WS-Search-Course " ADDED FOR " WS-Search-Term
004670              SET SA-IsAdd TO TRUE
004680              PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT
004690     END-WRITE.
004700 3000-EXIT.
004710     EXIT.
004720
004730****************************************************************
004740* 4000-CHANGE-SECTION - rekey any of the meeting details
004750* of an existing section, blank to keep each one.  The
004760* key is immutable.  Students already placed in the
004770* section are counted so the operator knows whose
004780* timetables the change reaches.
004790****************************************************************
004800 4000-CHANGE-SECTION.
004810     IF NOT WS-Oper-Supervisor
004820          DISPLAY "*** CHANGE REQUIRES SUPERVISOR AUTHORITY"
004830          GO TO 4000-EXIT
004840     END-IF.
004850     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
004860     IF WS-Record-Not-Found
004870          GO TO 4000-EXIT
004880     END-IF.
004890     PERFORM 6100-SHOW-SECTION THRU 6100-EXIT.
004900     MOVE SectionDetails TO WS-Work-Section.
004910     DISPLAY "New days, blank to keep: " WITH NO ADVANCING.
004920     ACCEPT WS-New-Days.
004930     IF WS-New-Days = SPACES
004940          MOVE WS-Work-Days TO WS-New-Days
004950     END-IF.
004960     DISPLAY "New start time, blank to keep: "
004970          WITH NO ADVANCING.
004980     ACCEPT WS-New-StartTime.
004990     IF WS-New-StartTime = SPACES
005000          MOVE WS-Work-StartTime TO WS-New-StartTime
005010     END-IF.
005020     DISPLAY "New end time, blank to keep: " WITH NO ADVANCING.
005030     ACCEPT WS-New-EndTime.
005040     IF WS-New-EndTime = SPACES
005050          MOVE WS-Work-EndTime TO WS-New-EndTime
005060     END-IF.
005070     DISPLAY "New room, blank to keep: " WITH NO ADVANCING.
005080     ACCEPT WS-New-Room.
005090     IF WS-New-Room = SPACES
005100          MOVE WS-Work-Room TO WS-New-Room
005110     END-IF.
005120     DISPLAY "New instructor, blank to keep: "
005130          WITH NO ADVANCING.
005140     ACCEPT WS-New-Instructor.
005150     IF WS-New-Instructor = SPACES
005160          MOVE WS-Work-Instructor TO WS-New-Instructor
005170     END-IF.
005180     PERFORM 7600-VALIDATE-MEETING THRU 7600-EXIT.
005190     IF WS-Invalid-Entry
005200          DISPLAY "*** " WS-Error-Message " - NOT CHANGED"
005210          GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 7700-CHECK-ROOM-CLASH THRU 7700-EXIT.
005240     IF WS-Room-Clash
005250          DISPLAY "*** ROOM " WS-Work-Room " IS ALREADY BOOKED "
005260              "THEN BY " WS-Clash-Course " SECTION "
005270              WS-Clash-Section " - NOT CHANGED"
005280          GO TO 4000-EXIT
005290     END-IF.
005300     MOVE WS-Work-Section TO SectionDetails.
005310     REWRITE SectionDetails
005320          INVALID KEY
005330              DISPLAY "*** REWRITE FAILED FOR SECTION "
005340                  WS-Search-Section " OF " WS-Search-Course
005350          NOT INVALID KEY
005360              DISPLAY "SECTION " WS-Search-Section " OF "
005370                  WS-Search-Course " CHANGED"
005380              SET SA-IsChange TO TRUE
005390              PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT
005400              PERFORM 7800-COUNT-PLACEMENTS THRU 7800-EXIT
005410              IF WS-Placed-Count > ZERO
005420                  MOVE WS-Placed-Count TO WS-Placed-Display
005430                  DISPLAY "NOTE - " WS-Placed-Display
005440                      " STUDENT(S) PLACED IN THIS SECTION"
005450              END-IF
005460     END-REWRITE.
005470 4000-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510* 5000-DELETE-SECTION - remove a section after the
005520* operator confirms.  Students still placed in it must
005530* be moved to another section (StudMaint's section
005540* change) or dropped first.
005550****************************************************************
005560 5000-DELETE-SECTION.
005570     IF NOT WS-Oper-Supervisor
005580          DISPLAY "*** DELETE REQUIRES SUPERVISOR AUTHORITY"
005590          GO TO 5000-EXIT
005600     END-IF.
005610     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
005620     IF WS-Record-Not-Found
005630          GO TO 5000-EXIT
005640     END-IF.
005650     PERFORM 6100-SHOW-SECTION THRU 6100-EXIT.
005660     MOVE SectionDetails TO WS-Work-Section.
005670     PERFORM 7800-COUNT-PLACEMENTS THRU 7800-EXIT.
005680     IF WS-Placed-Count > ZERO
005690          MOVE WS-Placed-Count TO WS-Placed-Display
005700          DISPLAY "*** " WS-Placed-Display " STUDENT(S) STILL "
005710              "PLACED IN THIS SECTION - NOT DELETED"
005720          GO TO 5000-EXIT
005730     END-IF.
005740     DISPLAY "DELETE SECTION " WS-Search-Section " OF "
005750          WS-Search-Course " FOR " WS-Search-Term
005760          " - CONFIRM Y/N: " WITH NO ADVANCING.
005770     ACCEPT WS-Confirm-Code.
005780     IF NOT WS-Confirmed
005790          DISPLAY "DELETE CANCELLED"
005800          GO TO 5000-EXIT
005810     END-IF.
005820     MOVE WS-Work-Key TO SC-SectionKey.
005830     DELETE SectionFile
005840          INVALID KEY
005850              DISPLAY "*** DELETE FAILED FOR SECTION "
005860                  WS-Search-Section " OF " WS-Search-Course
005870          NOT INVALID KEY
005880              DISPLAY "SECTION " WS-Search-Section " OF "
005890                  WS-Search-Course " DELETED"
005900              SET SA-IsDelete TO TRUE
005910              PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT
005920     END-DELETE.
005930 5000-EXIT.
005940     EXIT.
005950
005960****************************************************************
005970* 6000-INQUIRE-SECTION - display one section, no update.
005980****************************************************************
005990 6000-INQUIRE-SECTION.
006000     PERFORM 7200-READ-BY-KEY THRU 7200-EXIT.
006010     IF WS-Record-Not-Found
006020          GO TO 6000-EXIT
006030     END-IF.
006040     PERFORM 6100-SHOW-SECTION THRU 6100-EXIT.
006050     MOVE SectionDetails TO WS-Work-Section.
006060     PERFORM 7800-COUNT-PLACEMENTS THRU 7800-EXIT.
006070     MOVE WS-Placed-Count TO WS-Placed-Display.
006080     DISPLAY "STUDENTS PLACED: " WS-Placed-Display.
006090 6000-EXIT.
006100     EXIT.
006110
006120 6100-SHOW-SECTION.
006130     MOVE SC-CourseCode TO WS-Check-Course.
006140     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
006150     DISPLAY "COURSE: " SC-CourseCode " " WS-Show-Description
006160          " TERM: " SC-TermCode.
006170     PERFORM 6150-SHOW-ONE-LINE THRU 6150-EXIT.
006180 6100-EXIT.
006190     EXIT.
006200
006210 6150-SHOW-ONE-LINE.
006220     MOVE SC-SectionNo TO SL-SectionNo.
006230     MOVE SC-Days TO SL-Days.
006240     MOVE SC-StartTime TO SL-StartTime.
006250     MOVE SC-EndTime TO SL-EndTime.
006260     MOVE SC-Room TO SL-Room.
006270     MOVE SC-Instructor TO SL-Instructor.
006280     DISPLAY WS-Section-Line.
006290 6150-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330* 6500-LIST-SECTIONS - display every section of one
006340* course in one term, in section number order.
006350****************************************************************
006360 6500-LIST-SECTIONS.
006370     DISPLAY "Enter Course code: " WITH NO ADVANCING.
006380     ACCEPT WS-Search-Course.
006390     DISPLAY "Enter Term code: " WITH NO ADVANCING.
006400     ACCEPT WS-Search-Term.
006410     MOVE WS-Search-Course TO WS-Check-Course.
006420     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
006430     DISPLAY "COURSE: " WS-Search-Course " "
006440          WS-Show-Description " TERM: " WS-Search-Term.
006450     MOVE ZERO TO WS-Listed-Count.
006460     MOVE "N" TO WS-Section-EOF-Sw.
006470     MOVE WS-Search-Course TO SC-CourseCode.
006480     MOVE WS-Search-Term TO SC-TermCode.
006490     MOVE ZERO TO SC-SectionNo.
006500     START SectionFile KEY NOT < SC-SectionKey
006510          INVALID KEY
006520              SET WS-Section-EOF TO TRUE
006530     END-START.
006540     PERFORM 6550-LIST-ONE-SECTION THRU 6550-EXIT
006550          UNTIL WS-Section-EOF.
006560     IF WS-Listed-Count = ZERO
006570          DISPLAY "NO SECTIONS ON FILE"
006580     END-IF.
006590 6500-EXIT.
006600     EXIT.
006610
006620 6550-LIST-ONE-SECTION.
006630     READ SectionFile NEXT RECORD
006640          AT END
006650              SET WS-Section-EOF TO TRUE
006660          NOT AT END
006670              IF SC-CourseCode NOT = WS-Search-Course
006680                  OR SC-TermCode NOT = WS-Search-Term
006690                  SET WS-Section-EOF TO TRUE
006700              ELSE
006710                  ADD 1 TO WS-Listed-Count
006720                  PERFORM 6150-SHOW-ONE-LINE THRU 6150-EXIT
006730              END-IF
006740     END-READ.
006750 6550-EXIT.
006760     EXIT.
006770
006780****************************************************************
006790* 7200-READ-BY-KEY - accept a section key and read that
006800* section, saying so when it is not on file.
006810****************************************************************
006820 7200-READ-BY-KEY.
006830     SET WS-Record-Not-Found TO TRUE.
006840     PERFORM 7250-ACCEPT-KEY THRU 7250-EXIT.
006850     IF WS-Invalid-Entry
006860          DISPLAY "*** " WS-Error-Message
006870          GO TO 7200-EXIT
006880     END-IF.
006890     MOVE WS-Search-Course TO SC-CourseCode.
006900     MOVE WS-Search-Term TO SC-TermCode.
006910     MOVE WS-Search-Section-No TO SC-SectionNo.
006920     READ SectionFile
006930          INVALID KEY
006940              DISPLAY "*** NO SECTION " WS-Search-Section " OF "
006950                  WS-Search-Course " ON FILE FOR " WS-Search-Term
006960          NOT INVALID KEY
006970              SET WS-Record-Found TO TRUE
006980     END-READ.
006990 7200-EXIT.
007000     EXIT.
007010
007020 7250-ACCEPT-KEY.
007030     SET WS-Valid-Entry TO TRUE.
007040     DISPLAY "Enter Course code: " WITH NO ADVANCING.
007050     ACCEPT WS-Search-Course.
007060     DISPLAY "Enter Term code: " WITH NO ADVANCING.
007070     ACCEPT WS-Search-Term.
007080     DISPLAY "Enter Section number (01-99): "
007090          WITH NO ADVANCING.
007100     ACCEPT WS-Search-Section.
007110     IF WS-Search-Section NOT NUMERIC
007120          OR WS-Search-Section-No = ZERO
007130          MOVE "SECTION NUMBER MUST BE 01 THROUGH 99"
007140              TO WS-Error-Message
007150          SET WS-Invalid-Entry TO TRUE
007160     END-IF.
007170 7250-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210* 7400-VALIDATE-COURSE-TERM - a new section must be for
007220* an active course on the master and a term on
007230* TERMS.DAT that has not been closed.
007240****************************************************************
007250 7400-VALIDATE-COURSE-TERM.
007260     SET WS-Valid-Entry TO TRUE.
007270     MOVE WS-Search-Course TO WS-Check-Course.
007280     PERFORM 7500-FIND-COURSE THRU 7500-EXIT.
007290     IF CT-NotFound
007300          MOVE "COURSE IS NOT ON COURSES.DAT" TO WS-Error-Message
007310          SET WS-Invalid-Entry TO TRUE
007320          GO TO 7400-EXIT
007330     END-IF.
007340     IF NOT CT-IsActive(WS-Matched-Idx)
007350          MOVE "COURSE IS RETIRED" TO WS-Error-Message
007360          SET WS-Invalid-Entry TO TRUE
007370          GO TO 7400-EXIT
007380     END-IF.
007390     MOVE WS-Search-Term TO TM-TermCode.
007400     READ TermFile
007410          INVALID KEY
007420              MOVE "TERM IS NOT ON TERMS.DAT" TO WS-Error-Message
007430              SET WS-Invalid-Entry TO TRUE
007440              GO TO 7400-EXIT
007450     END-READ.
007460     IF TM-IsClosed
007470          MOVE "TERM IS CLOSED" TO WS-Error-Message
007480          SET WS-Invalid-Entry TO TRUE
007490     END-IF.
007500 7400-EXIT.
007510     EXIT.
007520
007530****************************************************************
007540* 7500-FIND-COURSE - look WS-Check-Course up in the
007550* course table, retired courses included, leaving its
007560* description in WS-Show-Description.
007570****************************************************************
007580 7500-FIND-COURSE.
007590     SET CT-NotFound TO TRUE.
007600     MOVE "*** NOT ON FILE ***" TO WS-Show-Description.
007610     PERFORM 7510-SEARCH-COURSE-TABLE THRU 7510-EXIT
007620          VARYING CT-Idx FROM 1 BY 1
007630          UNTIL CT-Idx > CT-NumEntries OR CT-Found.
007640 7500-EXIT.
007650     EXIT.
007660
007670 7510-SEARCH-COURSE-TABLE.
007680     IF WS-Check-Course = CT-Code(CT-Idx)
007690          MOVE CT-Idx TO WS-Matched-Idx
007700          MOVE CT-Description(CT-Idx) TO WS-Show-Description
007710          SET CT-Found TO TRUE
007720     END-IF.
007730 7510-EXIT.
007740     EXIT.
007750
007760****************************************************************
007770* 7600-VALIDATE-MEETING - edit check the keyed meeting
007780* details (WS-New-xxx) and move them to the work
007790* section.  Each day position holds its own letter or a
007800* space and at least one day must be set; times are
007810* 24-hour HHMM with the end after the start; a room is
007820* required.  A blank instructor is left as TBA.
007830****************************************************************
007840 7600-VALIDATE-MEETING.
007850     SET WS-Valid-Entry TO TRUE.
007860     MOVE WS-New-Days TO WS-Work-Days.
007870     IF WS-Work-Days = SPACES
007880          MOVE "AT LEAST ONE MEETING DAY IS NEEDED"
007890              TO WS-Error-Message
007900          SET WS-Invalid-Entry TO TRUE
007910          GO TO 7600-EXIT
007920     END-IF.
007930     PERFORM 7610-CHECK-ONE-DAY THRU 7610-EXIT
007940          VARYING WS-Day-Sub FROM 1 BY 1
007950          UNTIL WS-Day-Sub > 7 OR WS-Invalid-Entry.
007960     IF WS-Invalid-Entry
007970          GO TO 7600-EXIT
007980     END-IF.
007990     MOVE WS-New-StartTime TO WS-Check-Time.
008000     PERFORM 7650-VALIDATE-TIME THRU 7650-EXIT.
008010     IF WS-Invalid-Entry
008020          GO TO 7600-EXIT
008030     END-IF.
008040     MOVE WS-Check-Time TO WS-Work-StartTime.
008050     MOVE WS-New-EndTime TO WS-Check-Time.
008060     PERFORM 7650-VALIDATE-TIME THRU 7650-EXIT.
008070     IF WS-Invalid-Entry
008080          GO TO 7600-EXIT
008090     END-IF.
008100     MOVE WS-Check-Time TO WS-Work-EndTime.
008110     IF WS-Work-EndTime NOT > WS-Work-StartTime
008120          MOVE "END TIME MUST BE AFTER THE START TIME"
008130              TO WS-Error-Message
008140          SET WS-Invalid-Entry TO TRUE
008150          GO TO 7600-EXIT
008160     END-IF.
008170     IF WS-New-Room = SPACES
008180          MOVE "A ROOM IS NEEDED" TO WS-Error-Message
008190          SET WS-Invalid-Entry TO TRUE
008200          GO TO 7600-EXIT
008210     END-IF.
008220     MOVE WS-New-Room TO WS-Work-Room.
008230     IF WS-New-Instructor = SPACES
008240          MOVE "TBA" TO WS-Work-Instructor
008250     ELSE
008260          MOVE WS-New-Instructor TO WS-Work-Instructor
008270     END-IF.
008280 7600-EXIT.
008290     EXIT.
008300
008310 7610-CHECK-ONE-DAY.
008320     IF WS-Work-Day(WS-Day-Sub) NOT = SPACE
008330          AND WS-Work-Day(WS-Day-Sub)
008340              NOT = WS-Day-Letter(WS-Day-Sub)
008350          MOVE "DAYS MUST BE KEYED IN MTWRFSU POSITIONS"
008360              TO WS-Error-Message
008370          SET WS-Invalid-Entry TO TRUE
008380     END-IF.
008390 7610-EXIT.
008400     EXIT.
008410
008420 7650-VALIDATE-TIME.
008430     IF WS-Check-Time NOT NUMERIC
008440          OR WS-Check-Hour > 23
008450          OR WS-Check-Minute > 59
008460          MOVE "TIMES MUST BE 24-HOUR HHMM (0000-2359)"
008470              TO WS-Error-Message
008480          SET WS-Invalid-Entry TO TRUE
008490     END-IF.
008500 7650-EXIT.
008510     EXIT.
008520
008530****************************************************************
008540* 7700-CHECK-ROOM-CLASH - walk every section of the work
008550* section's term and set WS-Room-Clash when another one
008560* in the same room meets on a shared day at an
008570* overlapping time.  SectionDetails is used as the read
008580* area, which is why the work section is kept apart.
008590****************************************************************
008600 7700-CHECK-ROOM-CLASH.
008610     MOVE "N" TO WS-Room-Clash-Sw.
008620     MOVE "N" TO WS-Section-EOF-Sw.
008630     MOVE LOW-VALUES TO SC-SectionKey.
008640     START SectionFile KEY NOT < SC-SectionKey
008650          INVALID KEY
008660              SET WS-Section-EOF TO TRUE
008670     END-START.
008680     PERFORM 7710-CHECK-ONE-SECTION THRU 7710-EXIT
008690          UNTIL WS-Section-EOF OR WS-Room-Clash.
008700 7700-EXIT.
008710     EXIT.
008720
008730 7710-CHECK-ONE-SECTION.
008740     READ SectionFile NEXT RECORD
008750          AT END
008760              SET WS-Section-EOF TO TRUE
008770              GO TO 7710-EXIT
008780     END-READ.
008790     IF SC-TermCode NOT = WS-Work-TermCode
008800          OR SC-Room NOT = WS-Work-Room
008810          OR SC-SectionKey = WS-Work-Key
008820          GO TO 7710-EXIT
008830     END-IF.
008840     PERFORM 7750-CHECK-OVERLAP THRU 7750-EXIT.
008850     IF WS-Overlap
008860          SET WS-Room-Clash TO TRUE
008870          MOVE SC-CourseCode TO WS-Clash-Course
008880          MOVE SC-SectionNo TO WS-Clash-Section
008890     END-IF.
008900 7710-EXIT.
008910     EXIT.
008920
008930****************************************************************
008940* 7750-CHECK-OVERLAP - the section in SectionDetails and
008950* the work section overlap when they share a meeting day
008960* and each starts before the other ends.
008970****************************************************************
008980 7750-CHECK-OVERLAP.
008990     MOVE "N" TO WS-Overlap-Sw.
009000     IF SC-StartTime NOT < WS-Work-EndTime
009010          OR WS-Work-StartTime NOT < SC-EndTime
009020          GO TO 7750-EXIT
009030     END-IF.
009040     MOVE "N" TO WS-Day-Shared-Sw.
009050     PERFORM 7760-CHECK-SHARED-DAY THRU 7760-EXIT
009060          VARYING WS-Day-Sub FROM 1 BY 1
009070          UNTIL WS-Day-Sub > 7 OR WS-Day-Shared.
009080     IF WS-Day-Shared
009090          SET WS-Overlap TO TRUE
009100     END-IF.
009110 7750-EXIT.
009120     EXIT.
009130
009140 7760-CHECK-SHARED-DAY.
009150     IF SC-Day(WS-Day-Sub) NOT = SPACE
009160          AND WS-Work-Day(WS-Day-Sub) NOT = SPACE
009170          SET WS-Day-Shared TO TRUE
009180     END-IF.
009190 7760-EXIT.
009200     EXIT.
009210
009220****************************************************************
009230* 7800-COUNT-PLACEMENTS - count the SECTENRL.DAT rows
009240* that place a student in the work section.  With no
009250* placement file there is nobody to count.
009260****************************************************************
009270 7800-COUNT-PLACEMENTS.
009280     MOVE ZERO TO WS-Placed-Count.
009290     IF NOT WS-Places-Open
009300          GO TO 7800-EXIT
009310     END-IF.
009320     MOVE "N" TO WS-Place-EOF-Sw.
009330     MOVE LOW-VALUES TO SP-PlaceKey.
009340     START PlacementFile KEY NOT < SP-PlaceKey
009350          INVALID KEY
009360              SET WS-Place-EOF TO TRUE
009370     END-START.
009380     PERFORM 7810-COUNT-ONE-PLACEMENT THRU 7810-EXIT
009390          UNTIL WS-Place-EOF.
009400 7800-EXIT.
009410     EXIT.
009420
009430 7810-COUNT-ONE-PLACEMENT.
009440     READ PlacementFile NEXT RECORD
009450          AT END
009460              SET WS-Place-EOF TO TRUE
009470          NOT AT END
009480              IF SP-CourseCode = WS-Work-CourseCode
009490                  AND SP-TermCode = WS-Work-TermCode
009500                  AND SP-SectionNo = WS-Work-SectionNo
009510                  ADD 1 TO WS-Placed-Count
009520              END-IF
009530     END-READ.
009540 7810-EXIT.
009550     EXIT.
009560
009570****************************************************************
009580* 7190-STAMP-AND-WRITE - one SECAUDIT.DAT row for the
009590* add/change/delete whose action the caller set, with
009600* the section as it now stands (as it stood, for a
009610* delete) and the operator id and timestamp.
009620****************************************************************
009630 7190-STAMP-AND-WRITE.
009640     MOVE WS-Work-CourseCode TO SA-CourseCode.
009650     MOVE WS-Work-TermCode TO SA-TermCode.
009660     MOVE WS-Work-SectionNo TO SA-SectionNo.
009670     MOVE WS-Work-Days TO SA-Days.
009680     MOVE WS-Work-StartTime TO SA-StartTime.
009690     MOVE WS-Work-EndTime TO SA-EndTime.
009700     MOVE WS-Work-Room TO SA-Room.
009710     MOVE WS-Work-Instructor TO SA-Instructor.
009720     MOVE WS-Operator-Id TO SA-OperatorId.
009730     ACCEPT SA-ActionDate FROM DATE YYYYMMDD.
009740     ACCEPT SA-ActionTime FROM TIME.
009750     WRITE SectionAuditDetails.
009760 7190-EXIT.
009770     EXIT.
009780
009790 8000-TERMINATE.
009800     CLOSE SectionFile.
009810     CLOSE SectionAuditFile.
009820     IF WS-Places-Open
009830          CLOSE PlacementFile
009840     END-IF.
009850     CLOSE TermFile.
009860     DISPLAY "SECTMAINT COMPLETE".
009870 8000-EXIT.
009880     EXIT.
