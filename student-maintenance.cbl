000960*                 promotion first rereads the master,
000970*                 discarding the row when the student
000980*                 has since been deleted or purged.
000981* 10/15/2026  EE  Add, a course change, and Enroll now
000982*                 check the course's PREREQS.DAT list
000983*                 (maintained by PrereqMaint) against
000984*                 the student's GRADES.DAT rows and
000985*                 refuse the enroll when a prerequisite
000986*                 is not met; a Supervisor may key a
000987*                 one-off override, audited to
000988*                 PRQAUDIT.DAT as an OVERRD row.
000989* 10/15/2026  EE  ENROLL, DROP, WAIT and PROMOT audit
000990*                 rows carry the course and Open term,
000991*                 and STATUS rows the Open term, so
000992*                 FeeRefund can price a drop or a
000993*                 withdrawal.
000994* 10/15/2026  EE  Enroll, Add and a primary-course
000995*                 change now place the student in a
000996*                 section of the course (SECTIONS.DAT,
000997*                 maintained by SectMaint) when it has
000998*                 any for the Open term, refusing one
000999*                 whose meetings clash with the
001000*                 student's other Open-term sections.
001001*                 Placements are kept on SECTENRL.DAT
001002*                 and go with a drop, a course change
001003*                 or a delete.  New P action moves an
001004*                 enrollment to another section, with a
001005*                 SECTN audit row.
001006****************************************************************
001007
001010 IDENTIFICATION DIVISION.
001020 PROGRAM-ID.      StudMaint.
001030 AUTHOR.          EUGY ENOCH.
001180          ORGANIZATION IS LINE SEQUENTIAL
001190          FILE STATUS IS WS-Audit-Status.
001200
001201     SELECT PrereqAuditFile ASSIGN TO "PRQAUDIT.DAT"
001202          ORGANIZATION IS LINE SEQUENTIAL
001203          FILE STATUS IS WS-PrqAudit-Status.
001204
001210     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
001220          ORGANIZATION IS INDEXED
001230          ACCESS MODE IS DYNAMIC
001300          RECORD KEY IS CO-CourseCode
001310          FILE STATUS IS WS-Course-Status.
001320
001321     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
001322          ORGANIZATION IS INDEXED
001323          ACCESS MODE IS DYNAMIC
001324          RECORD KEY IS PR-CourseCode
001325          FILE STATUS IS WS-Prereq-Status.
001326
001330     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
001340          ORGANIZATION IS LINE SEQUENTIAL
001350          FILE STATUS IS WS-RunLog-Status.
001400          RECORD KEY IS EN-EnrollKey
001410          FILE STATUS IS WS-Enroll-Status.
001420
001421     SELECT PlacementFile ASSIGN TO "SECTENRL.DAT"
001422          ORGANIZATION IS INDEXED
001423          ACCESS MODE IS DYNAMIC
001424          RECORD KEY IS SP-PlaceKey
001425          FILE STATUS IS WS-Place-Status.
001426
001430     SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
001440          ORGANIZATION IS INDEXED
001450          ACCESS MODE IS DYNAMIC
001520          RECORD KEY IS TM-TermCode
001530          FILE STATUS IS WS-Term-Status.
001540
001541     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
001542          ORGANIZATION IS INDEXED
001543          ACCESS MODE IS DYNAMIC
001544          RECORD KEY IS SC-SectionKey
001545          FILE STATUS IS WS-Section-Status.
001546
001550     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
001560          ORGANIZATION IS LINE SEQUENTIAL
001570          FILE STATUS IS WS-Journal-Status.
001620          RECORD KEY IS AD-StudentId
001630          FILE STATUS IS WS-Address-Status.
001640
001641     SELECT GradeFile ASSIGN TO "GRADES.DAT"
001642          ORGANIZATION IS INDEXED
001643          ACCESS MODE IS DYNAMIC
001644          RECORD KEY IS GR-GradeKey
001645          FILE STATUS IS WS-Grade-Status.
001646
001650 DATA DIVISION.
001660 FILE SECTION.
001670 FD  StudentFile.
001930
001940 FD  AddressFile.
001950     COPY "address-record.cpy".
001951
001952 FD  GradeFile.
001953     COPY "grade-record.cpy".
001954
001955 FD  PrereqFile.
001956     COPY "prereq-record.cpy".
001957
001958 FD  PrereqAuditFile.
001959     COPY "prereq-audit-record.cpy".
001960
001961 FD  SectionFile.
001962     COPY "section-record.cpy".
001963
001964 FD  PlacementFile.
001965     COPY "section-placement-record.cpy".
001966
001970 WORKING-STORAGE SECTION.
001980 COPY "course-table.cpy".
001985 COPY "grade-point-table.cpy".
001990
002000 01  WS-Status-Group.
002010     02  WS-Student-Status   PIC XX.
002170          88  WS-Wait-Ok          VALUE "00".
002180          88  WS-Wait-NotFnd      VALUE "35".
002190     02  WS-RunLog-Status    PIC XX.
002192     02  WS-Grade-Status     PIC XX.
002194     02  WS-Prereq-Status    PIC XX.
002196     02  WS-PrqAudit-Status  PIC XX.
002197     02  WS-Section-Status   PIC XX.
002198     02  WS-Place-Status     PIC XX.
002199          88  WS-Place-NotFnd     VALUE "35".
002200
002210 01  WS-Switches.
002220     02  WS-Stop-Switch      PIC X     VALUE "N".
002430          88  WS-Already-Waitlisted   VALUE "Y".
002440     02  WS-Promoted-Sw      PIC X     VALUE "N".
002450          88  WS-Promoted             VALUE "Y".
002451     02  WS-Grades-Open-Sw   PIC X     VALUE "N".
002452          88  WS-Grades-Open          VALUE "Y".
002453     02  WS-Prereqs-Open-Sw  PIC X     VALUE "N".
002454          88  WS-Prereqs-Open         VALUE "Y".
002455     02  WS-Grade-EOF-Sw     PIC X     VALUE "N".
002456          88  WS-Grade-EOF            VALUE "Y".
002457     02  WS-Prereqs-Met-Sw   PIC X     VALUE "Y".
002458          88  WS-Prereqs-Met          VALUE "Y".
002459          88  WS-Prereqs-Not-Met      VALUE "N".
002460     02  WS-Qualified-Sw     PIC X     VALUE "N".
002461          88  WS-Grade-Qualifies      VALUE "Y".
002462     02  WS-Sections-Open-Sw PIC X     VALUE "N".
002463          88  WS-Sections-Open        VALUE "Y".
002464     02  WS-Section-EOF-Sw   PIC X     VALUE "N".
002465          88  WS-Section-EOF          VALUE "Y".
002466     02  WS-List-Sections-Sw PIC X     VALUE "N".
002467          88  WS-List-Sections        VALUE "Y".
002468     02  WS-Section-Chosen-Sw PIC X    VALUE "N".
002469          88  WS-Section-Chosen       VALUE "Y".
002470     02  WS-Clash-EOF-Sw     PIC X     VALUE "N".
002471          88  WS-Clash-EOF            VALUE "Y".
002472     02  WS-Timetable-Clash-Sw PIC X   VALUE "N".
002473          88  WS-Timetable-Clash      VALUE "Y".
002474     02  WS-Day-Shared-Sw    PIC X     VALUE "N".
002475          88  WS-Day-Shared           VALUE "Y".
002476
002477 01  WS-Action-Code        PIC X.
002480     88  WS-Is-Add                VALUE "A" "a".
002490     88  WS-Is-Change             VALUE "C" "c".
002500     88  WS-Is-Delete             VALUE "D" "d".
002520     88  WS-Is-Enroll             VALUE "E" "e".
002530     88  WS-Is-Drop               VALUE "R" "r".
002540     88  WS-Is-Address            VALUE "M" "m".
002545     88  WS-Is-Section            VALUE "P" "p".
002550     88  WS-Is-Inquire            VALUE "I" "i".
002560     88  WS-Is-Exit               VALUE "X" "x".
002570
002920 01  WS-New-Postal          PIC X(7).
002930 01  WS-New-Phone           PIC X(12).
002940 01  WS-Error-Message        PIC X(60).
002941 01  WS-Prereq-Student       PIC 9(7).
002942 01  WS-Prereq-Sub           PIC 9(2)  COMP VALUE ZERO.
002943 01  WS-Check-Grade          PIC X(2).
002944 01  WS-Lookup-Points        PIC 9V99.
002945 01  WS-Min-Points           PIC 9V99.
002946 01  WS-Missing-Course       PIC X(4).
002947 01  WS-Missing-Grade        PIC X(2).
002948****************************************************************
002949* Section placement work fields.  The chosen section's
002950* days and times are held here while the student's other
002951* Open-term sections are read into SectionDetails for
002952* the clash check.
002953****************************************************************
002954 01  WS-Place-Student        PIC 9(7).
002955 01  WS-Place-Course         PIC X(4).
002956 01  WS-Skip-Course          PIC X(4).
002957 01  WS-Place-Section        PIC X(2).
002958 01  WS-Place-Section-No REDEFINES WS-Place-Section
002959                             PIC 9(2).
002960 01  WS-Old-Section          PIC X(2).
002961 01  WS-Section-Count        PIC 9(3)  COMP VALUE ZERO.
002962 01  WS-Clash-Course         PIC X(4).
002963 01  WS-Clash-Section        PIC 9(2).
002964 01  WS-Day-Sub              PIC 9(2)  COMP VALUE ZERO.
002965 01  WS-Chosen-Days          PIC X(7).
002966 01  WS-Chosen-Day-Table REDEFINES WS-Chosen-Days.
002967     02  WS-Chosen-Day       PIC X     OCCURS 7 TIMES.
002968 01  WS-Chosen-StartTime     PIC 9(4).
002969 01  WS-Chosen-EndTime       PIC 9(4).
002970 01  WS-Section-Line.
002971     02  FILLER              PIC X(10) VALUE "  SECTION ".
002972     02  SL-SectionNo        PIC 9(2).
002973     02  FILLER              PIC X(2)  VALUE SPACES.
002974     02  SL-Days             PIC X(7).
002975     02  FILLER              PIC X(2)  VALUE SPACES.
002976     02  SL-StartTime        PIC 9(4).
002977     02  FILLER              PIC X     VALUE "-".
002978     02  SL-EndTime          PIC 9(4).
002979     02  FILLER              PIC X(7)  VALUE "  ROOM ".
002980     02  SL-Room             PIC X(6).
002981     02  FILLER              PIC X(2)  VALUE SPACES.
002982     02  SL-Instructor       PIC X(20).
002983 01  WS-System-Date.
002984     02  WS-Current-Century-Yr PIC 9(4).
002985     02  WS-System-Date-Mo     PIC 9(2).
002986     02  WS-System-Date-Dy     PIC 9(2).
002990 01  WS-Operator-Id          PIC X(8).
003000 01  WS-Log-Reads            PIC 9(7)  COMP VALUE ZERO.
003010 01  WS-Log-Writes           PIC 9(7)  COMP VALUE ZERO.
003850          CLOSE AddressFile
003860          OPEN I-O AddressFile
003870     END-IF.
003871     OPEN INPUT GradeFile.
003872     IF WS-Grade-Status = "00"
003873          SET WS-Grades-Open TO TRUE
003874     END-IF.
003875     OPEN INPUT PrereqFile.
003876     IF WS-Prereq-Status = "00"
003877          SET WS-Prereqs-Open TO TRUE
003878     END-IF.
003879     OPEN EXTEND PrereqAuditFile.
003880     IF WS-PrqAudit-Status = "35"
003881          OPEN OUTPUT PrereqAuditFile
003882          CLOSE PrereqAuditFile
003883          OPEN EXTEND PrereqAuditFile
003884     END-IF.
003885     OPEN INPUT SectionFile.
003886     IF WS-Section-Status = "00"
003887          SET WS-Sections-Open TO TRUE
003888     END-IF.
003889     OPEN I-O PlacementFile.
003890     IF WS-Place-NotFnd
003891          OPEN OUTPUT PlacementFile
003892          CLOSE PlacementFile
003893          OPEN I-O PlacementFile
003894     END-IF.
003895     PERFORM 1800-LOAD-COURSE-TABLE THRU 1800-EXIT.
003896     PERFORM 1900-FIND-OPEN-TERM THRU 1900-EXIT.
003900     PERFORM 1700-SIGN-ON THRU 1700-EXIT.
003910     DISPLAY "STUDMAINT - STUDENT FILE MAINTENANCE".
003920     DISPLAY "OPEN TERM: " WS-Open-Term.
004690     CLOSE EnrollFile.
004700     CLOSE WaitlistFile.
004710     CLOSE JournalFile.
004711     CLOSE PrereqAuditFile.
004712     CLOSE PlacementFile.
004720     CLOSE AddressFile.
004721     IF WS-Grades-Open
004722          CLOSE GradeFile
004723     END-IF.
004724     IF WS-Prereqs-Open
004725          CLOSE PrereqFile
004726     END-IF.
004727     IF WS-Sections-Open
004728          CLOSE SectionFile
004729     END-IF.
004730     PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT.
004740     MOVE 8 TO RETURN-CODE.
004750     STOP RUN.
004920          CLOSE EnrollFile
004930          CLOSE WaitlistFile
004940          CLOSE JournalFile
004941          CLOSE PrereqAuditFile
004942          CLOSE PlacementFile
004950          CLOSE AddressFile
004951          IF WS-Grades-Open
004952               CLOSE GradeFile
004953          END-IF
004954          IF WS-Prereqs-Open
004955               CLOSE PrereqFile
004956          END-IF
004957          IF WS-Sections-Open
004958               CLOSE SectionFile
004959          END-IF
004960          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
004970          MOVE 8 TO RETURN-CODE
004980          STOP RUN
005080          CLOSE EnrollFile
005090          CLOSE WaitlistFile
005100          CLOSE JournalFile
005101          CLOSE PrereqAuditFile
005102          CLOSE PlacementFile
005110          CLOSE AddressFile
005111          IF WS-Grades-Open
005112               CLOSE GradeFile
005113          END-IF
005114          IF WS-Prereqs-Open
005115               CLOSE PrereqFile
005116          END-IF
005117          IF WS-Sections-Open
005118               CLOSE SectionFile
005119          END-IF
005120          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005130          MOVE 8 TO RETURN-CODE
005140          STOP RUN
005550          CLOSE EnrollFile
005560          CLOSE WaitlistFile
005570          CLOSE JournalFile
005571          CLOSE PrereqAuditFile
005572          CLOSE PlacementFile
005580          CLOSE AddressFile
005581          IF WS-Grades-Open
005582               CLOSE GradeFile
005583          END-IF
005584          IF WS-Prereqs-Open
005585               CLOSE PrereqFile
005586          END-IF
005587          IF WS-Sections-Open
005588               CLOSE SectionFile
005589          END-IF
005590          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005600          MOVE 8 TO RETURN-CODE
005610          STOP RUN
005730          CLOSE EnrollFile
005740          CLOSE WaitlistFile
005750          CLOSE JournalFile
005751          CLOSE PrereqAuditFile
005752          CLOSE PlacementFile
005760          CLOSE AddressFile
005761          IF WS-Grades-Open
005762               CLOSE GradeFile
005763          END-IF
005764          IF WS-Prereqs-Open
005765               CLOSE PrereqFile
005766          END-IF
005767          IF WS-Sections-Open
005768               CLOSE SectionFile
005769          END-IF
005770          PERFORM 8950-LOG-RUN-FAIL THRU 8950-EXIT
005780          MOVE 8 TO RETURN-CODE
005790          STOP RUN
006170              PERFORM 5600-ENROLL-STUDENT THRU 5600-EXIT
006180          WHEN WS-Is-Drop
006190              PERFORM 5700-DROP-ENROLLMENT THRU 5700-EXIT
006193          WHEN WS-Is-Section
006196              PERFORM 5650-CHANGE-SECTION THRU 5650-EXIT
006200          WHEN WS-Is-Address
006210              PERFORM 5950-MAINTAIN-ADDRESS THRU 5950-EXIT
006220          WHEN WS-Is-Inquire
006230              PERFORM 6000-INQUIRE-STUDENT THRU 6000-EXIT
006240          WHEN OTHER
006250              DISPLAY "*** INVALID ACTION - USE A,C,D,S,E,P,"
006260                  "R,M,I,X"
006270     END-EVALUATE.
006280 2000-EXIT.
006290     EXIT.
006300
006310 2100-GET-ACTION.
006320     DISPLAY "Action (A-Add,C-Change,D-Delete,S-Status,"
006330          "E-Enroll,P-Section,R-Drop,M-Address,I-Inquire,"
006340          "X-Exit): " WITH NO ADVANCING.
006350     ACCEPT WS-Action-Code.
006360     IF WS-Is-Exit
006370          SET WS-Stop TO TRUE
006530          DISPLAY "*** " WS-Error-Message
006540          GO TO 3000-EXIT
006550     END-IF.
006551     MOVE StudentId TO WS-Prereq-Student.
006552     PERFORM 7850-ENFORCE-PREREQUISITES THRU 7850-EXIT.
006553     IF WS-Prereqs-Not-Met
006554          GO TO 3000-EXIT
006555     END-IF.
006556     MOVE StudentId TO WS-Place-Student.
006557     MOVE SPACES TO WS-Skip-Course.
006558     PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT.
006559     IF WS-Invalid-Entry
006560          DISPLAY "*** " WS-Error-Message
006561          DISPLAY "*** STUDENT NOT ADDED"
006562          GO TO 3000-EXIT
006563     END-IF.
006564     SET StatusActive TO TRUE.
006570     ACCEPT StatusDate FROM DATE YYYYMMDD.
006580     WRITE StudentDetails
006590          INVALID KEY
007390              DISPLAY "*** " WS-Error-Message
007400              GO TO 4000-EXIT
007410          END-IF
007411          IF WS-New-CourseCode NOT = WS-Old-Course
007412              MOVE StudentId TO WS-Prereq-Student
007413              PERFORM 7850-ENFORCE-PREREQUISITES THRU 7850-EXIT
007414              IF WS-Prereqs-Not-Met
007415                  GO TO 4000-EXIT
007416              END-IF
007417              MOVE StudentId TO WS-Place-Student
007418              MOVE WS-Old-Course TO WS-Skip-Course
007419              PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT
007420              IF WS-Invalid-Entry
007421                  DISPLAY "*** " WS-Error-Message
007422                  DISPLAY "*** STUDENT NOT CHANGED"
007423                  GO TO 4000-EXIT
007424              END-IF
007425          END-IF
007426          MOVE WS-New-CourseCode TO CourseCode
007430     END-IF.
007440     REWRITE StudentDetails
007450          INVALID KEY
007640* 4500-REPOINT-ENROLLMENT - a primary-course change has
007650* to move the student's ENROLL.DAT row too, or the
007660* roster join would keep printing the old course.
007665* The old course's section placement goes with it.
007670****************************************************************
007680 4500-REPOINT-ENROLLMENT.
007690     MOVE StudentId TO EN-StudentId.
007730          INVALID KEY
007740              CONTINUE
007750     END-DELETE.
007751     MOVE EN-EnrollKey TO SP-PlaceKey.
007752     DELETE PlacementFile
007753          INVALID KEY
007754              CONTINUE
007755     END-DELETE.
007760     PERFORM 5900-ENROLL-PRIMARY-COURSE THRU 5900-EXIT.
007770 4500-EXIT.
007780     EXIT.
008770* 5600-ENROLL-STUDENT - enroll an existing student in a
008780* further course by writing one ENROLL.DAT row; the
008790* pair StudentId/CourseCode must not already be there.
008793* A course with sections in the Open term needs one
008796* that does not clash with the student's timetable.
008800****************************************************************
008810 5600-ENROLL-STUDENT.
008820     PERFORM 7200-READ-BY-ID THRU 7200-EXIT.
008920          DISPLAY "*** " WS-Error-Message
008930          GO TO 5600-EXIT
008940     END-IF.
008941     MOVE WS-Search-Id TO WS-Prereq-Student.
008942     PERFORM 7850-ENFORCE-PREREQUISITES THRU 7850-EXIT.
008943     IF WS-Prereqs-Not-Met
008944          GO TO 5600-EXIT
008945     END-IF.
008950     PERFORM 7550-CHECK-SEAT-CAPACITY THRU 7550-EXIT.
008960     IF WS-Seats-Full
008970          MOVE WS-Search-Id TO WS-Wait-Student
008980          PERFORM 7650-ADD-TO-WAITLIST THRU 7650-EXIT
008990          GO TO 5600-EXIT
009000     END-IF.
009001     MOVE WS-Search-Id TO WS-Place-Student.
009002     MOVE SPACES TO WS-Skip-Course.
009003     PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT.
009004     IF WS-Invalid-Entry
009005          DISPLAY "*** " WS-Error-Message
009006          DISPLAY "*** STUDENT NOT ENROLLED"
009007          GO TO 5600-EXIT
009008     END-IF.
009010     MOVE WS-Search-Id TO EN-StudentId.
009020     MOVE WS-Check-Course TO EN-CourseCode.
009030     MOVE WS-Open-Term TO EN-TermCode.
009110              DISPLAY "STUDENT " WS-Search-Id " ENROLLED IN "
009120                  WS-Check-Course
009130              PERFORM 7185-WRITE-ENROLL-AUDIT THRU 7185-EXIT
009135              PERFORM 7980-WRITE-PLACEMENT THRU 7980-EXIT
009140     END-WRITE.
009150 5600-EXIT.
009160     EXIT.
009170
009171****************************************************************
009172* 5650-CHANGE-SECTION - move one of the student's
009173* Open-term enrollments to another section of the same
009174* course, or place an enrollment that has none yet (a
009175* waitlist promotion, or a course given sections after
009176* the student enrolled).  The new section must not
009177* clash with the student's other sections.  Audited as
009178* a SECTN row.
009179****************************************************************
009180 5650-CHANGE-SECTION.
009181     PERFORM 7200-READ-BY-ID THRU 7200-EXIT.
009182     IF WS-Record-Not-Found
009183          DISPLAY "*** NO SUCH STUDENT ID: " WS-Search-Id
009184          GO TO 5650-EXIT
009185     END-IF.
009186     DISPLAY "Enter Course code to place: "
009187          WITH NO ADVANCING.
009188     ACCEPT WS-Check-Course.
009189     MOVE WS-Search-Id TO EN-StudentId.
009190     MOVE WS-Check-Course TO EN-CourseCode.
009191     MOVE WS-Open-Term TO EN-TermCode.
009192     READ EnrollFile
009193          INVALID KEY
009194              DISPLAY "*** STUDENT " WS-Search-Id
009195                  " NOT ENROLLED IN " WS-Check-Course
009196              GO TO 5650-EXIT
009197     END-READ.
009198     MOVE EN-EnrollKey TO SP-PlaceKey.
009199     READ PlacementFile
009200          INVALID KEY
009201              MOVE SPACES TO WS-Old-Section
009202              DISPLAY "CURRENT SECTION: NONE"
009203          NOT INVALID KEY
009204              MOVE SP-SectionNo TO WS-Old-Section
009205              DISPLAY "CURRENT SECTION: " WS-Old-Section
009206     END-READ.
009207     MOVE WS-Search-Id TO WS-Place-Student.
009208     MOVE SPACES TO WS-Skip-Course.
009209     PERFORM 7900-CHOOSE-SECTION THRU 7900-EXIT.
009210     IF WS-Invalid-Entry
009211          DISPLAY "*** " WS-Error-Message
009212          DISPLAY "*** SECTION NOT CHANGED"
009213          GO TO 5650-EXIT
009214     END-IF.
009215     IF NOT WS-Section-Chosen
009216          DISPLAY "*** " WS-Check-Course " HAS NO SECTIONS IN "
009217              "TERM " WS-Open-Term
009218          GO TO 5650-EXIT
009219     END-IF.
009220     IF WS-Place-Section = WS-Old-Section
009221          DISPLAY "STUDENT " WS-Search-Id " IS ALREADY IN "
009222              "SECTION " WS-Place-Section
009223          GO TO 5650-EXIT
009224     END-IF.
009225     PERFORM 7980-WRITE-PLACEMENT THRU 7980-EXIT.
009226     ADD 1 TO WS-Log-Writes.
009227     PERFORM 7183-WRITE-SECTION-AUDIT THRU 7183-EXIT.
009228 5650-EXIT.
009229     EXIT.
009230
009231****************************************************************
009232* 5700-DROP-ENROLLMENT - remove one StudentId/CourseCode
009233* row from ENROLL.DAT.  The primary-course row is
009234* system-maintained (written at add, moved by a course
009235* change, swept by a delete) and cannot be dropped
009236* here, or the student would vanish from every roster
009240* while still carrying the course on the master.
009250****************************************************************
009260 5700-DROP-ENROLLMENT.
009490              DISPLAY "STUDENT " WS-Search-Id " DROPPED FROM "
009500                  WS-Check-Course
009510              PERFORM 7187-WRITE-DROP-AUDIT THRU 7187-EXIT
009511              MOVE EN-EnrollKey TO SP-PlaceKey
009512              DELETE PlacementFile
009513                  INVALID KEY
009514                      CONTINUE
009515              END-DELETE
009520              PERFORM 7700-PROMOTE-FROM-WAITLIST THRU 7700-EXIT
009530     END-DELETE.
009540 5700-EXIT.
009580* 5800-DROP-ALL-ENROLLMENTS - after a student delete,
009590* sweep every ENROLL.DAT row for that id so no orphan
009600* enrollment survives the master record.
009605* Each row's section placement goes with it.
009610****************************************************************
009620 5800-DROP-ALL-ENROLLMENTS.
009630     MOVE "N" TO WS-Enroll-EOF-Sw.
009790          NOT AT END
009800              IF EN-StudentId = WS-Search-Id
009810                  DELETE EnrollFile END-DELETE
009811                  MOVE EN-EnrollKey TO SP-PlaceKey
009812                  DELETE PlacementFile
009813                      INVALID KEY
009814                          CONTINUE
009815                  END-DELETE
009820              ELSE
009830                  SET WS-Enroll-EOF TO TRUE
009840              END-IF
009930* the student onto the waitlist instead; the master
009940* still carries the CourseCode, so a later promotion
009950* needs no further master change.
009953* The section chosen beforehand by the caller is placed
009956* with the enrollment row.
009960****************************************************************
009970 5900-ENROLL-PRIMARY-COURSE.
009980     MOVE CourseCode TO WS-Check-Course.
010110              DISPLAY "*** ENROLLMENT ROW ALREADY ON FILE FOR "
010120                  StudentId
010130          NOT INVALID KEY
010140              PERFORM 7980-WRITE-PLACEMENT THRU 7980-EXIT
010150     END-WRITE.
010160 5900-EXIT.
010170     EXIT.
014710                  " PROMOTED FROM WAITLIST INTO "
014720                  WS-Check-Course
014730              PERFORM 7189-WRITE-PROMOTE-AUDIT THRU 7189-EXIT
014735              PERFORM 7730-NOTE-UNPLACED THRU 7730-EXIT
014740     END-WRITE.
014750     DELETE WaitlistFile
014760          INVALID KEY
014780     END-DELETE.
014790 7720-EXIT.
014800     EXIT.
014801****************************************************************
014802* 7730-NOTE-UNPLACED - a promotion is made while dropping
014803* someone else, so the promoted student is not asked for
014804* a section; when the course has sections the operator
014805* is told to place them with the P action.
014806****************************************************************
014807 7730-NOTE-UNPLACED.
014808     MOVE "N" TO WS-List-Sections-Sw.
014809     PERFORM 7910-FIND-SECTIONS THRU 7910-EXIT.
014810     IF WS-Section-Count > ZERO
014811          DISPLAY "STUDENT " WS-Wait-Student " IS NOT YET IN A "
014812              "SECTION OF " WS-Check-Course " - USE P TO PLACE"
014813     END-IF.
014814 7730-EXIT.
014815     EXIT.
014816
014820****************************************************************
014830* 7200-READ-BY-ID - every keyed action comes through
014840* here.  A numeric entry is the StudentId as always; a
015810 7100-WRITE-AUDIT-RECORD.
015820     MOVE StudentId TO AU-StudentId.
015830     SET AU-IsAdd TO TRUE.
015835     MOVE SPACES TO AU-CourseCode AU-TermCode.
015840     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
015850 7100-EXIT.
015860     EXIT.
015880 7150-WRITE-CHANGE-AUDIT.
015890     MOVE StudentId TO AU-StudentId.
015900     SET AU-IsChange TO TRUE.
015905     MOVE SPACES TO AU-CourseCode AU-TermCode.
015910     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
015920 7150-EXIT.
015930     EXIT.
015950 7175-WRITE-DELETE-AUDIT.
015960     MOVE WS-Search-Id TO AU-StudentId.
015970     SET AU-IsDelete TO TRUE.
015975     MOVE SPACES TO AU-CourseCode AU-TermCode.
015980     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
015990 7175-EXIT.
016000     EXIT.
016020 7180-WRITE-STATUS-AUDIT.
016030     MOVE StudentId TO AU-StudentId.
016040     SET AU-IsStatus TO TRUE.
016043     MOVE SPACES TO AU-CourseCode.
016046     MOVE WS-Open-Term TO AU-TermCode.
016050     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016060 7180-EXIT.
016070     EXIT.
016080
016081 7183-WRITE-SECTION-AUDIT.
016082     MOVE WS-Search-Id TO AU-StudentId.
016083     SET AU-IsSection TO TRUE.
016084     MOVE WS-Check-Course TO AU-CourseCode.
016085     MOVE WS-Open-Term TO AU-TermCode.
016086     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016087 7183-EXIT.
016088     EXIT.
016089
016090 7185-WRITE-ENROLL-AUDIT.
016100     MOVE WS-Search-Id TO AU-StudentId.
016110     SET AU-IsEnroll TO TRUE.
016113     MOVE WS-Check-Course TO AU-CourseCode.
016116     MOVE WS-Open-Term TO AU-TermCode.
016120     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016130 7185-EXIT.
016140     EXIT.
016160 7186-WRITE-ADDRESS-AUDIT.
016170     MOVE AD-StudentId TO AU-StudentId.
016180     SET AU-IsAddress TO TRUE.
016185     MOVE SPACES TO AU-CourseCode AU-TermCode.
016190     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016200 7186-EXIT.
016210     EXIT.
016230 7187-WRITE-DROP-AUDIT.
016240     MOVE WS-Search-Id TO AU-StudentId.
016250     SET AU-IsDrop TO TRUE.
016253     MOVE WS-Check-Course TO AU-CourseCode.
016256     MOVE WS-Open-Term TO AU-TermCode.
016260     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016270 7187-EXIT.
016280     EXIT.
016300 7188-WRITE-WAIT-AUDIT.
016310     MOVE WS-Wait-Student TO AU-StudentId.
016320     SET AU-IsWait TO TRUE.
016323     MOVE WS-Check-Course TO AU-CourseCode.
016326     MOVE WS-Open-Term TO AU-TermCode.
016330     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016340 7188-EXIT.
016350     EXIT.
016370 7189-WRITE-PROMOTE-AUDIT.
016380     MOVE WS-Wait-Student TO AU-StudentId.
016390     SET AU-IsPromote TO TRUE.
016393     MOVE WS-Check-Course TO AU-CourseCode.
016396     MOVE WS-Open-Term TO AU-TermCode.
016400     PERFORM 7190-STAMP-AND-WRITE THRU 7190-EXIT.
016410 7189-EXIT.
016420     EXIT.
016640 7390-EXIT.
016650     EXIT.
016660
017090****************************************************************
017100* 7800-CHECK-PREREQUISITES - WS-Prereq-Student may take
017110* WS-Check-Course only if GRADES.DAT holds a grade at or
017120* above the minimum for every course PREREQS.DAT lists
017130* against it (a repeated course passes on its best
017140* attempt).  A course with no PREREQS.DAT row, or no
017150* prerequisite master at all, always passes.  The first
017160* prerequisite not met is left in WS-Missing-Course and
017170* described in WS-Error-Message.
017180****************************************************************
017190 7800-CHECK-PREREQUISITES.
017200     SET WS-Prereqs-Met TO TRUE.
017210     IF NOT WS-Prereqs-Open
017220          GO TO 7800-EXIT
017230     END-IF.
017240     MOVE WS-Check-Course TO PR-CourseCode.
017250     READ PrereqFile
017260          INVALID KEY
017270              MOVE ZERO TO PR-NumReqs
017280     END-READ.
017290     PERFORM 7810-CHECK-ONE-PREREQ THRU 7810-EXIT
017300          VARYING WS-Prereq-Sub FROM 1 BY 1
017310          UNTIL WS-Prereq-Sub > PR-NumReqs OR WS-Prereqs-Not-Met.
017320 7800-EXIT.
017330     EXIT.
017340
017350 7810-CHECK-ONE-PREREQ.
017360     MOVE PR-MinGrade(WS-Prereq-Sub) TO WS-Check-Grade.
017370     PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT.
017380     MOVE WS-Lookup-Points TO WS-Min-Points.
017390     MOVE "N" TO WS-Qualified-Sw.
017400     IF WS-Grades-Open
017410          MOVE "N" TO WS-Grade-EOF-Sw
017420          MOVE WS-Prereq-Student TO GR-StudentId
017430          MOVE PR-ReqCourse(WS-Prereq-Sub) TO GR-CourseCode
017440          MOVE LOW-VALUES TO GR-TermCode
017450          START GradeFile KEY NOT < GR-GradeKey
017460              INVALID KEY
017470                  SET WS-Grade-EOF TO TRUE
017480          END-START
017490          PERFORM 7820-SCAN-ONE-GRADE THRU 7820-EXIT
017500              UNTIL WS-Grade-EOF OR WS-Grade-Qualifies
017510     END-IF.
017520     IF NOT WS-Grade-Qualifies
017530          SET WS-Prereqs-Not-Met TO TRUE
017540          MOVE PR-ReqCourse(WS-Prereq-Sub) TO WS-Missing-Course
017550          MOVE PR-MinGrade(WS-Prereq-Sub) TO WS-Missing-Grade
017560          MOVE SPACES TO WS-Error-Message
017570          STRING "PREREQUISITE " WS-Missing-Course
017580              " (MIN GRADE " DELIMITED BY SIZE
017590              WS-Missing-Grade DELIMITED BY SPACE
017600              ") NOT MET" DELIMITED BY SIZE
017610              INTO WS-Error-Message
017620     END-IF.
017630 7810-EXIT.
017640     EXIT.
017650
017660 7820-SCAN-ONE-GRADE.
017670     READ GradeFile NEXT RECORD
017680          AT END
017690              SET WS-Grade-EOF TO TRUE
017700          NOT AT END
017710              IF GR-StudentId NOT = WS-Prereq-Student
017720                  OR GR-CourseCode NOT =
017730                      PR-ReqCourse(WS-Prereq-Sub)
017740                  SET WS-Grade-EOF TO TRUE
017750              ELSE
017760                  MOVE GR-Grade TO WS-Check-Grade
017770                  PERFORM 7830-LOOKUP-GRADE-POINTS THRU 7830-EXIT
017780                  IF GP-Found AND WS-Lookup-Points > ZERO
017790                      AND WS-Lookup-Points NOT < WS-Min-Points
017800                      SET WS-Grade-Qualifies TO TRUE
017810                  END-IF
017820              END-IF
017830     END-READ.
017840 7820-EXIT.
017850     EXIT.
017860
017870 7830-LOOKUP-GRADE-POINTS.
017880     MOVE ZERO TO WS-Lookup-Points.
017890     SET GP-NotFound TO TRUE.
017900     PERFORM 7835-MATCH-GRADE-POINT THRU 7835-EXIT
017910          VARYING GP-Idx FROM 1 BY 1
017920          UNTIL GP-Idx > GP-NumEntries OR GP-Found.
017930 7830-EXIT.
017940     EXIT.
017950
017960 7835-MATCH-GRADE-POINT.
017970     IF WS-Check-Grade = GP-Grade(GP-Idx)
017980          MOVE GP-Points(GP-Idx) TO WS-Lookup-Points
017990          SET GP-Found TO TRUE
018000     END-IF.
018010 7835-EXIT.
018020     EXIT.
018030
018040****************************************************************
018050* 7850-ENFORCE-PREREQUISITES - run the prerequisite check
018060* for an add, a course change, or an Enroll.  A clerk is
018070* refused outright; a Supervisor may key a one-off
018080* override for this student and course, which is logged
018090* to PRQAUDIT.DAT as an OVERRD row.
018100****************************************************************
018110 7850-ENFORCE-PREREQUISITES.
018120     PERFORM 7800-CHECK-PREREQUISITES THRU 7800-EXIT.
018130     IF WS-Prereqs-Met
018140          GO TO 7850-EXIT
018150     END-IF.
018160     DISPLAY "*** " WS-Error-Message.
018170     IF NOT WS-Oper-Supervisor
018180          DISPLAY "*** NOT ENROLLED - A SUPERVISOR OVERRIDE "
018190              "IS NEEDED"
018200          GO TO 7850-EXIT
018210     END-IF.
018220     DISPLAY "Override prerequisites for student "
018230          WS-Prereq-Student " in " WS-Check-Course
018240          " (Y/N): " WITH NO ADVANCING.
018250     ACCEPT WS-Confirm-Code.
018260     IF NOT WS-Confirmed
018270          DISPLAY "NOT ENROLLED - OVERRIDE DECLINED"
018280          GO TO 7850-EXIT
018290     END-IF.
018300     SET WS-Prereqs-Met TO TRUE.
018310     PERFORM 7860-WRITE-OVERRIDE-AUDIT THRU 7860-EXIT.
018320     DISPLAY "PREREQUISITES OVERRIDDEN FOR " WS-Check-Course.
018330 7850-EXIT.
018340     EXIT.
018350
018360 7860-WRITE-OVERRIDE-AUDIT.
018370     MOVE WS-Check-Course TO PA-CourseCode.
018380     SET PA-IsOverride TO TRUE.
018390     MOVE WS-Prereq-Student TO PA-StudentId.
018400     MOVE WS-Missing-Course TO PA-ReqCourse.
018410     MOVE WS-Operator-Id TO PA-OperatorId.
018420     ACCEPT PA-ActionDate FROM DATE YYYYMMDD.
018430     ACCEPT PA-ActionTime FROM TIME.
018440     WRITE PrereqAuditDetails.
018450 7860-EXIT.
018460     EXIT.
018461
018470****************************************************************
018480* 7900-CHOOSE-SECTION - when WS-Check-Course has sections
018490* in the Open term, list them and take the operator's
018500* choice for WS-Place-Student.  The section must be on
018510* file and must not clash with the student's other
018520* Open-term sections (WS-Skip-Course, the course a
018530* course change is leaving, is not counted).  A course
018540* with no sections, or no section master at all, needs
018550* no choice and WS-Section-Chosen stays off.  A refusal
018560* sets WS-Invalid-Entry with the reason in
018570* WS-Error-Message.
018580****************************************************************
018590 7900-CHOOSE-SECTION.
018600     SET WS-Valid-Entry TO TRUE.
018610     MOVE "N" TO WS-Section-Chosen-Sw.
018620     MOVE WS-Check-Course TO WS-Place-Course.
018630     IF NOT WS-Sections-Open
018640          GO TO 7900-EXIT
018650     END-IF.
018660     SET WS-List-Sections TO TRUE.
018670     PERFORM 7910-FIND-SECTIONS THRU 7910-EXIT.
018680     IF WS-Section-Count = ZERO
018690          GO TO 7900-EXIT
018700     END-IF.
018710     DISPLAY "Section number for " WS-Place-Course ": "
018720          WITH NO ADVANCING.
018730     ACCEPT WS-Place-Section.
018740     IF WS-Place-Section NOT NUMERIC
018750          OR WS-Place-Section-No = ZERO
018760          MOVE "SECTION NUMBER MUST BE 01 THROUGH 99"
018770              TO WS-Error-Message
018780          SET WS-Invalid-Entry TO TRUE
018790          GO TO 7900-EXIT
018800     END-IF.
018810     MOVE WS-Place-Course TO SC-CourseCode.
018820     MOVE WS-Open-Term TO SC-TermCode.
018830     MOVE WS-Place-Section-No TO SC-SectionNo.
018840     READ SectionFile
018850          INVALID KEY
018860              MOVE SPACES TO WS-Error-Message
018870              STRING "NO SECTION " WS-Place-Section " OF "
018880                  WS-Place-Course " IN TERM " WS-Open-Term
018890                  DELIMITED BY SIZE INTO WS-Error-Message
018900              SET WS-Invalid-Entry TO TRUE
018910              GO TO 7900-EXIT
018920     END-READ.
018930     MOVE SC-Days TO WS-Chosen-Days.
018940     MOVE SC-StartTime TO WS-Chosen-StartTime.
018950     MOVE SC-EndTime TO WS-Chosen-EndTime.
018960     PERFORM 7950-CHECK-TIMETABLE THRU 7950-EXIT.
018970     IF WS-Timetable-Clash
018980          MOVE SPACES TO WS-Error-Message
018990          STRING "SECTION " WS-Place-Section " OF "
019000              WS-Place-Course " CLASHES WITH " WS-Clash-Course
019010              " SECTION " WS-Clash-Section
019020              DELIMITED BY SIZE INTO WS-Error-Message
019030          SET WS-Invalid-Entry TO TRUE
019040          GO TO 7900-EXIT
019050     END-IF.
019060     SET WS-Section-Chosen TO TRUE.
019070 7900-EXIT.
019080     EXIT.
019090
019100****************************************************************
019110* 7910-FIND-SECTIONS - count the Open-term sections of
019120* WS-Check-Course, displaying each one when
019130* WS-List-Sections is set.
019140****************************************************************
019150 7910-FIND-SECTIONS.
019160     MOVE ZERO TO WS-Section-Count.
019170     IF NOT WS-Sections-Open
019180          GO TO 7910-EXIT
019190     END-IF.
019200     MOVE "N" TO WS-Section-EOF-Sw.
019210     MOVE WS-Check-Course TO SC-CourseCode.
019220     MOVE WS-Open-Term TO SC-TermCode.
019230     MOVE ZERO TO SC-SectionNo.
019240     START SectionFile KEY NOT < SC-SectionKey
019250          INVALID KEY
019260              SET WS-Section-EOF TO TRUE
019270     END-START.
019280     PERFORM 7915-FIND-ONE-SECTION THRU 7915-EXIT
019290          UNTIL WS-Section-EOF.
019300 7910-EXIT.
019310     EXIT.
019320
019330 7915-FIND-ONE-SECTION.
019340     READ SectionFile NEXT RECORD
019350          AT END
019360              SET WS-Section-EOF TO TRUE
019370          NOT AT END
019380              IF SC-CourseCode NOT = WS-Check-Course
019390                  OR SC-TermCode NOT = WS-Open-Term
019400                  SET WS-Section-EOF TO TRUE
019410              ELSE
019420                  ADD 1 TO WS-Section-Count
019430                  IF WS-List-Sections
019440                      PERFORM 7920-SHOW-SECTION THRU 7920-EXIT
019450                  END-IF
019460              END-IF
019470     END-READ.
019480 7915-EXIT.
019490     EXIT.
019500
019510 7920-SHOW-SECTION.
019520     IF WS-Section-Count = 1
019530          DISPLAY "SECTIONS OF " SC-CourseCode " IN TERM "
019540              SC-TermCode ":"
019550     END-IF.
019560     MOVE SC-SectionNo TO SL-SectionNo.
019570     MOVE SC-Days TO SL-Days.
019580     MOVE SC-StartTime TO SL-StartTime.
019590     MOVE SC-EndTime TO SL-EndTime.
019600     MOVE SC-Room TO SL-Room.
019610     MOVE SC-Instructor TO SL-Instructor.
019620     DISPLAY WS-Section-Line.
019630 7920-EXIT.
019640     EXIT.
019650
019660****************************************************************
019670* 7950-CHECK-TIMETABLE - walk WS-Place-Student's
019680* ENROLL.DAT rows and set WS-Timetable-Clash when one of
019690* their other Open-term placements meets on a day the
019700* chosen section meets, starting before it ends and
019710* ending after it starts.  Enrollments with no placement
019720* have no meeting time and cannot clash.
019730****************************************************************
019740 7950-CHECK-TIMETABLE.
019750     MOVE "N" TO WS-Timetable-Clash-Sw.
019760     MOVE "N" TO WS-Clash-EOF-Sw.
019770     MOVE WS-Place-Student TO EN-StudentId.
019780     MOVE LOW-VALUES TO EN-CourseCode EN-TermCode.
019790     START EnrollFile KEY NOT < EN-EnrollKey
019800          INVALID KEY
019810              SET WS-Clash-EOF TO TRUE
019820     END-START.
019830     PERFORM 7955-CHECK-ONE-ENROLLMENT THRU 7955-EXIT
019840          UNTIL WS-Clash-EOF OR WS-Timetable-Clash.
019850 7950-EXIT.
019860     EXIT.
019870
019880 7955-CHECK-ONE-ENROLLMENT.
019890     READ EnrollFile NEXT RECORD
019900          AT END
019910              SET WS-Clash-EOF TO TRUE
019920              GO TO 7955-EXIT
019930     END-READ.
019940     IF EN-StudentId NOT = WS-Place-Student
019950          SET WS-Clash-EOF TO TRUE
019960          GO TO 7955-EXIT
019970     END-IF.
019980     IF EN-TermCode NOT = WS-Open-Term
019990          OR EN-CourseCode = WS-Place-Course
020000          OR EN-CourseCode = WS-Skip-Course
020010          GO TO 7955-EXIT
020020     END-IF.
020030     MOVE EN-EnrollKey TO SP-PlaceKey.
020040     READ PlacementFile
020050          INVALID KEY
020060              GO TO 7955-EXIT
020070     END-READ.
020080     MOVE SP-CourseCode TO SC-CourseCode.
020090     MOVE SP-TermCode TO SC-TermCode.
020100     MOVE SP-SectionNo TO SC-SectionNo.
020110     READ SectionFile
020120          INVALID KEY
020130              GO TO 7955-EXIT
020140     END-READ.
020150     IF SC-StartTime NOT < WS-Chosen-EndTime
020160          OR WS-Chosen-StartTime NOT < SC-EndTime
020170          GO TO 7955-EXIT
020180     END-IF.
020190     MOVE "N" TO WS-Day-Shared-Sw.
020200     PERFORM 7960-CHECK-SHARED-DAY THRU 7960-EXIT
020210          VARYING WS-Day-Sub FROM 1 BY 1
020220          UNTIL WS-Day-Sub > 7 OR WS-Day-Shared.
020230     IF WS-Day-Shared
020240          SET WS-Timetable-Clash TO TRUE
020250          MOVE SC-CourseCode TO WS-Clash-Course
020260          MOVE SC-SectionNo TO WS-Clash-Section
020270     END-IF.
020280 7955-EXIT.
020290     EXIT.
020300
020310 7960-CHECK-SHARED-DAY.
020320     IF SC-Day(WS-Day-Sub) NOT = SPACE
020330          AND WS-Chosen-Day(WS-Day-Sub) NOT = SPACE
020340          SET WS-Day-Shared TO TRUE
020350     END-IF.
020360 7960-EXIT.
020370     EXIT.
020380
020390****************************************************************
020400* 7980-WRITE-PLACEMENT - record the section chosen by
020410* 7900-CHOOSE-SECTION for WS-Place-Student in
020420* WS-Place-Course this term, replacing any placement
020430* already on file.  Nothing is written when no section
020440* was chosen.
020450****************************************************************
020460 7980-WRITE-PLACEMENT.
020470     IF NOT WS-Section-Chosen
020480          GO TO 7980-EXIT
020490     END-IF.
020500     MOVE WS-Place-Student TO SP-StudentId.
020510     MOVE WS-Place-Course TO SP-CourseCode.
020520     MOVE WS-Open-Term TO SP-TermCode.
020530     MOVE WS-Place-Section-No TO SP-SectionNo.
020540     ACCEPT SP-PlaceDate FROM DATE YYYYMMDD.
020550     WRITE PlacementDetails
020560          INVALID KEY
020570              REWRITE PlacementDetails
020580                  INVALID KEY
020590                      DISPLAY "*** PLACEMENT NOT RECORDED FOR "
020600                          WS-Place-Student
020610                  NOT INVALID KEY
020620                      DISPLAY "STUDENT " WS-Place-Student
020630                          " PLACED IN " WS-Place-Course
020640                          " SECTION " WS-Place-Section
020650              END-REWRITE
020660          NOT INVALID KEY
020670              DISPLAY "STUDENT " WS-Place-Student " PLACED IN "
020680                  WS-Place-Course " SECTION " WS-Place-Section
020690     END-WRITE.
020700 7980-EXIT.
020710     EXIT.
020720
020730 8000-TERMINATE.
020740     CLOSE StudentFile.
020750     CLOSE AuditFile.
020760     CLOSE EnrollFile.
020770     CLOSE WaitlistFile.
020780     CLOSE JournalFile.
020790     CLOSE PrereqAuditFile.
020800     CLOSE PlacementFile.
020810     CLOSE AddressFile.
020820     IF WS-Grades-Open
020830          CLOSE GradeFile
020840     END-IF.
020850     IF WS-Prereqs-Open
020860          CLOSE PrereqFile
020870     END-IF.
020880     IF WS-Sections-Open
020890          CLOSE SectionFile
020900     END-IF.
020910     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
020920     DISPLAY "STUDMAINT COMPLETE".
020930 8000-EXIT.
020940     EXIT.
020950
020960 8900-LOG-RUN-END.
020970     MOVE "STUDMNT " TO RL-ProgramId.
020980     SET RL-IsEnd TO TRUE.
020990     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
021000     ACCEPT RL-LogTime FROM TIME.
021010     MOVE WS-Log-Reads TO RL-RecordsRead.
021020     MOVE WS-Log-Writes TO RL-RecordsWritten.
021030     MOVE ZERO TO RL-RecordsRejected.
021040     SET RL-IsOk TO TRUE.
021050     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
021060 8900-EXIT.
021070     EXIT.
021080
021090****************************************************************
021100* 8950-LOG-RUN-FAIL - END row with FAIL status for a
021110* startup abort, so the run log records why the step
021120* never did its work.
021130****************************************************************
021140 8950-LOG-RUN-FAIL.
021150     MOVE "STUDMNT " TO RL-ProgramId.
021160     SET RL-IsEnd TO TRUE.
021170     ACCEPT RL-LogDate FROM DATE YYYYMMDD.
021180     ACCEPT RL-LogTime FROM TIME.
021190     MOVE ZERO TO RL-RecordsRead RL-RecordsWritten
021200          RL-RecordsRejected.
021210     SET RL-IsFail TO TRUE.
021220     PERFORM 1690-WRITE-RUN-LOG THRU 1690-EXIT.
021230 8950-EXIT.
021240     EXIT.
