000010*----------------------------------------------------------------
000020*DEGAUDIT.CBL
000030*Degree audit and graduation eligibility.
000040*
000050*Audits every active student on STUDENTS.DAT against the
000060*PROGREQ.DAT requirements for their home CourseCode and prints
000070*one block per student to DEGAUDIT.DAT: each course the
000080*programme lists as COMPLETED (a passing grade, A-D, on
000090*GRADES.DAT), IN PROGRESS (enrolled on ENROLL.DAT, no passing
000100*grade yet) or OUTSTANDING, and the passes held against the
000110*passes needed.  A student holding every pass the programme
000120*needs has a change transaction setting StudentStatus to 'G'
000130*appended to STUTRAN.DAT, so graduation goes through
000140*FILE-TEST-PROG's edits and audit trail like any other change.
000150*STUTRAN.DAT is opened only when the first change is written: a
000160*night with no graduations leaves the file as the earlier steps
000170*did, since FILE-TEST-PROG runs batch only when it is on file.
000180*Runs in NITEBAT after the departmental feeds and the registrar
000190*corrections are on STUTRAN.DAT and before STEP2 applies them;
000200*a student whose graduation is rejected is simply found again
000210*the next night.  A student whose programme has no requirements
000220*on file is listed and left alone.
000230*
000240*The change carries the whole record image as this step reads
000250*it, and STEP2 applies it behind everything already on
000260*STUTRAN.DAT.  So a student who already has a transaction
000270*waiting tonight is not graduated here - the waiting change
000280*would be overwritten by the older image, or a delete leave the
000290*graduation to reject - but shown as deferred, and graduated on
000300*the next night's run once the master is up to date.
000310*
000320*Modification history
000330*  Original - new program, the degree audit step added to
000340*             NITEBAT.
000350*----------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.   DEGREE-AUDIT-PROG.
000380 AUTHOR.       SANDY DUNLOP.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS StudentId
000470         ALTERNATE RECORD KEY IS Surname
000480             WITH DUPLICATES
000490         FILE STATUS IS StudentFileStatus.
000500
000510     SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ProgCourseCode
000550         FILE STATUS IS ProgReqFileStatus.
000560
000570     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS GradeKey
000610         FILE STATUS IS GradeFileStatus.
000620
000630     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EnrollKey
000670         FILE STATUS IS EnrollFileStatus.
000680
000690     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CrsCourseCode
000730         FILE STATUS IS CourseMastStatus.
000740
000750     SELECT TranFile ASSIGN TO "STUTRAN.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS TranFileStatus.
000780
000790     SELECT AuditRptFile ASSIGN TO "DEGAUDIT.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS JobHistStatus.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  StudentFile.
000890 COPY "STUDREC.CPY".
000900
000910 FD  ProgReqFile.
000920 COPY "PROGREQ.CPY".
000930
000940 FD  GradeFile.
000950 COPY "GRADREC.CPY".
000960
000970 FD  EnrollFile.
000980 COPY "ENRLREC.CPY".
000990
001000 FD  CourseMastFile.
001010 COPY "CRSREC.CPY".
001020
001030 FD  TranFile.
001040 01  TranRec.
001050     02  TranCode          PIC X.
001060     02  TranStudentId     PIC 9(7).
001070     02  TranRecordImage   PIC X(31).
001080
001090 FD  AuditRptFile.
001100 01  AuditRptLine          PIC X(80).
001110
001120 FD  JobHistFile.
001130 COPY "JOBHREC.CPY".
001140
001150 WORKING-STORAGE SECTION.
001160 01  StudentFileStatus     PIC XX.
001170 01  ProgReqFileStatus     PIC XX.
001180 01  GradeFileStatus       PIC XX.
001190 01  EnrollFileStatus      PIC XX.
001200 01  CourseMastStatus      PIC XX.
001210 01  TranFileStatus        PIC XX.
001220 01  JobHistStatus         PIC XX.
001230
001240 01  GradeFileSwitch       PIC X       VALUE "N".
001250     88  GradeFileAvailable            VALUE "Y".
001260
001270 01  EnrollFileSwitch      PIC X       VALUE "N".
001280     88  EnrollFileAvailable           VALUE "Y".
001290
001300 01  CourseMastSwitch      PIC X       VALUE "N".
001310     88  CourseMastAvailable           VALUE "Y".
001320
001330 01  ProgrammeSwitch       PIC X       VALUE "N".
001340     88  ProgrammeOnFile               VALUE "Y".
001350     88  ProgrammeNotOnFile            VALUE "N".
001360
001370 01  RunDate               PIC 9(8).
001380 01  StartTime             PIC 9(8).
001390
001400*The requirement being audited.
001410 01  ReqCourseCode         PIC X(4).
001420 01  ReqGradeMark          PIC X(2).
001430 01  ReqStatus             PIC X(11).
001440     88  ReqCompleted                  VALUE "COMPLETED".
001450     88  ReqInProgress                 VALUE "IN PROGRESS".
001460     88  ReqOutstanding                VALUE "OUTSTANDING".
001470
001480*Per-student tallies.
001490 01  PassesHeld            PIC 9(2)    VALUE ZERO.
001500 01  InProgressHeld        PIC 9(2)    VALUE ZERO.
001510 01  OutstandingHeld       PIC 9(2)    VALUE ZERO.
001520 01  PassesShort           PIC 9(2)    VALUE ZERO.
001530
001540 01  ActiveCount           PIC 9(5)    VALUE ZERO.
001550 01  GraduateCount         PIC 9(5)    VALUE ZERO.
001560 01  NotYetMetCount        PIC 9(5)    VALUE ZERO.
001570 01  NoProgrammeCount      PIC 9(5)    VALUE ZERO.
001580 01  DeferredCount         PIC 9(5)    VALUE ZERO.
001590
001600*StudentIds already on tonight's STUTRAN.DAT, loaded before the
001610*audit starts.  Should the table fill, every graduation is
001620*deferred rather than risk overwriting a change not loaded.
001630 01  PendingIdTable.
001640     05  PendingId             PIC 9(7) OCCURS 2000 TIMES
001650             INDEXED BY PendIdx.
001660 01  PendingIdCount        PIC 9(4)    VALUE ZERO.
001670 01  PendingLoadSwitch     PIC X       VALUE "N".
001680     88  EndOfPendingLoad              VALUE "Y".
001690 01  PendingTableSwitch    PIC X       VALUE "N".
001700     88  PendingTableFull              VALUE "Y".
001710 01  PendingChangeSwitch   PIC X       VALUE "N".
001720     88  ChangePending                 VALUE "Y".
001730     88  NoChangePending               VALUE "N".
001740 01  TranOpenSwitch        PIC X       VALUE "N".
001750     88  TranFileOpen                  VALUE "Y".
001760
001770 01  PageHeading.
001780     05  FILLER  PIC X(24) VALUE 'DEGREE AUDIT  RUN DATE  '.
001790     05  HdgRunDate            PIC 9(8).
001800
001810 01  StudentHeadLine.
001820     05  FILLER                PIC X(8)  VALUE 'STUDENT '.
001830     05  ShlStudentId          PIC 9(7).
001840     05  FILLER                PIC X(2)  VALUE SPACES.
001850     05  ShlSurname            PIC X(8).
001860     05  FILLER                PIC X     VALUE SPACE.
001870     05  ShlInitials           PIC X(2).
001880     05  FILLER                PIC X(2)  VALUE SPACES.
001890     05  FILLER                PIC X(10) VALUE 'PROGRAMME '.
001900     05  ShlCourseCode         PIC X(4).
001910     05  FILLER                PIC X     VALUE SPACE.
001920     05  ShlCourseDesc         PIC X(20).
001930
001940 01  NeedLine.
001950     05  FILLER  PIC X(19) VALUE '    PASSES NEEDED: '.
001960     05  NdlPassesNeeded       PIC Z9.
001970     05  FILLER                PIC X(4)  VALUE ' OF '.
001980     05  NdlReqCount           PIC Z9.
001990     05  FILLER  PIC X(15) VALUE ' LISTED COURSES'.
002000
002010 01  RequirementLine.
002020     05  FILLER                PIC X(6)  VALUE SPACES.
002030     05  RqlCourseCode         PIC X(4).
002040     05  FILLER                PIC X(2)  VALUE SPACES.
002050     05  RqlCourseDesc         PIC X(20).
002060     05  FILLER                PIC X(2)  VALUE SPACES.
002070     05  RqlStatus             PIC X(11).
002080     05  FILLER                PIC X(2)  VALUE SPACES.
002090     05  RqlGradeTag           PIC X(6).
002100     05  RqlGradeMark          PIC X(2).
002110
002120 01  TallyLine.
002130     05  FILLER  PIC X(17) VALUE '    PASSES HELD: '.
002140     05  TlyPassesHeld         PIC Z9.
002150     05  FILLER  PIC X(15) VALUE '  IN PROGRESS: '.
002160     05  TlyInProgress         PIC Z9.
002170     05  FILLER  PIC X(15) VALUE '  OUTSTANDING: '.
002180     05  TlyOutstanding        PIC Z9.
002190
002200 01  VerdictLine.
002210     05  FILLER                PIC X(4)  VALUE SPACES.
002220     05  VrdText               PIC X(44).
002230     05  VrdCount              PIC Z9.
002240     05  VrdTrailer            PIC X(20).
002250
002260 01  TotalLine1.
002270     05  FILLER  PIC X(26) VALUE 'ACTIVE STUDENTS AUDITED:  '.
002280     05  TotActive             PIC ZZZZ9.
002290     05  FILLER  PIC X(25) VALUE '   GRADUATION CHANGES:   '.
002300     05  TotGraduates          PIC ZZZZ9.
002310 01  TotalLine2.
002320     05  FILLER  PIC X(26) VALUE 'NOT YET MET:              '.
002330     05  TotNotYetMet          PIC ZZZZ9.
002340     05  FILLER  PIC X(25) VALUE '   NO PROGRAMME ON FILE: '.
002350     05  TotNoProgramme        PIC ZZZZ9.
002360 01  TotalLine3.
002370     05  FILLER  PIC X(26) VALUE 'GRADUATION DEFERRED:      '.
002380     05  TotDeferred           PIC ZZZZ9.
002390
002400 PROCEDURE DIVISION.
002410 MAIN-PARAGRAPH.
002420     DISPLAY "Degree audit and graduation eligibility"
002430     ACCEPT RunDate FROM DATE YYYYMMDD
002440     ACCEPT StartTime FROM TIME
002450     OPEN INPUT ProgReqFile
002460     IF ProgReqFileStatus NOT = "00"
002470         DISPLAY "No programme requirements on file - "
002480                 "no audit run"
002490         PERFORM WRITE-JOB-HISTORY
002500         STOP RUN
002510     END-IF
002520     OPEN INPUT StudentFile
002530     IF StudentFileStatus NOT = "00"
002540         DISPLAY "*** Cannot open STUDENTS.DAT - status "
002550                 StudentFileStatus " - run halted"
002560         CLOSE ProgReqFile
002570         MOVE 8 TO RETURN-CODE
002580         PERFORM WRITE-JOB-HISTORY
002590         STOP RUN
002600     END-IF
002610     PERFORM INITIALIZE-AUDIT-FILES
002620     READ StudentFile NEXT
002630         AT END SET EndOfStudentFile TO TRUE
002640     END-READ
002650     PERFORM AUDIT-ONE-STUDENT UNTIL EndOfStudentFile
002660     PERFORM TERMINATE-AUDIT-FILES
002670     DISPLAY "Students audited: " ActiveCount
002680             "  Graduation changes: " GraduateCount
002690             "  Deferred: " DeferredCount
002700     DISPLAY "Not yet met: " NotYetMetCount
002710             "  No programme on file: " NoProgrammeCount
002720     PERFORM WRITE-JOB-HISTORY
002730     STOP RUN.
002740
002750*----------------------------------------------------------------
002760*INITIALIZE-AUDIT-FILES - the grade and enrollment files are
002770*optional (with neither on file nothing is complete or in
002780*progress).  The students already on STUTRAN.DAT are noted here;
002790*the file itself is opened by the first graduation change.
002800*----------------------------------------------------------------
002810 INITIALIZE-AUDIT-FILES.
002820     PERFORM LOAD-PENDING-TRANSACTIONS
002830     OPEN INPUT GradeFile
002840     IF GradeFileStatus = "00"
002850         SET GradeFileAvailable TO TRUE
002860     END-IF
002870     OPEN INPUT EnrollFile
002880     IF EnrollFileStatus = "00"
002890         SET EnrollFileAvailable TO TRUE
002900     END-IF
002910     OPEN INPUT CourseMastFile
002920     IF CourseMastStatus = "00"
002930         SET CourseMastAvailable TO TRUE
002940     END-IF
002950     OPEN OUTPUT AuditRptFile
002960     MOVE RunDate TO HdgRunDate
002970     MOVE PageHeading TO AuditRptLine
002980     WRITE AuditRptLine
002990     MOVE SPACES TO AuditRptLine
003000     WRITE AuditRptLine.
003010
003020*----------------------------------------------------------------
003030*LOAD-PENDING-TRANSACTIONS - note the StudentId of every
003040*transaction the earlier steps left on STUTRAN.DAT.  A missing
003050*file is an empty one.
003060*----------------------------------------------------------------
003070 LOAD-PENDING-TRANSACTIONS.
003080     OPEN INPUT TranFile
003090     IF TranFileStatus NOT = "00"
003100         SET EndOfPendingLoad TO TRUE
003110     ELSE
003120         READ TranFile
003130             AT END SET EndOfPendingLoad TO TRUE
003140         END-READ
003150     END-IF
003160     PERFORM NOTE-ONE-PENDING-ID UNTIL EndOfPendingLoad
003170     IF TranFileStatus NOT = "35"
003180         CLOSE TranFile
003190     END-IF.
003200
003210 NOTE-ONE-PENDING-ID.
003220     IF PendingIdCount = 2000
003230         DISPLAY "*** Pending transaction table full at 2000 - "
003240                 "graduations deferred tonight"
003250         SET PendingTableFull TO TRUE
003260         SET EndOfPendingLoad TO TRUE
003270     ELSE
003280         ADD 1 TO PendingIdCount
003290         MOVE TranStudentId TO PendingId (PendingIdCount)
003300         READ TranFile
003310             AT END SET EndOfPendingLoad TO TRUE
003320         END-READ
003330     END-IF.
003340
003350 TERMINATE-AUDIT-FILES.
003360     MOVE ActiveCount TO TotActive
003370     MOVE GraduateCount TO TotGraduates
003380     MOVE NotYetMetCount TO TotNotYetMet
003390     MOVE NoProgrammeCount TO TotNoProgramme
003400     MOVE TotalLine1 TO AuditRptLine
003410     WRITE AuditRptLine
003420     MOVE TotalLine2 TO AuditRptLine
003430     WRITE AuditRptLine
003440     MOVE DeferredCount TO TotDeferred
003450     MOVE TotalLine3 TO AuditRptLine
003460     WRITE AuditRptLine
003470     CLOSE AuditRptFile
003480     IF TranFileOpen
003490         CLOSE TranFile
003500     END-IF
003510     CLOSE StudentFile
003520     CLOSE ProgReqFile
003530     IF GradeFileAvailable
003540         CLOSE GradeFile
003550     END-IF
003560     IF EnrollFileAvailable
003570         CLOSE EnrollFile
003580     END-IF
003590     IF CourseMastAvailable
003600         CLOSE CourseMastFile
003610     END-IF.
003620
003630*----------------------------------------------------------------
003640*AUDIT-ONE-STUDENT - withdrawn and graduated students are not
003650*audited.
003660*----------------------------------------------------------------
003670 AUDIT-ONE-STUDENT.
003680     IF StudentActive
003690         ADD 1 TO ActiveCount
003700         PERFORM PRINT-STUDENT-HEADING
003710         MOVE CourseCode TO ProgCourseCode
003720         READ ProgReqFile
003730             INVALID KEY
003740                 SET ProgrammeNotOnFile TO TRUE
003750             NOT INVALID KEY
003760                 SET ProgrammeOnFile TO TRUE
003770         END-READ
003780         IF ProgrammeOnFile
003790             PERFORM AUDIT-AGAINST-PROGRAMME
003800         ELSE
003810             ADD 1 TO NoProgrammeCount
003820             MOVE SPACES TO VerdictLine
003830             MOVE "NO PROGRAMME REQUIREMENTS ON FILE"
003840                 TO VrdText
003850             PERFORM PRINT-VERDICT-LINE
003860         END-IF
003870         MOVE SPACES TO AuditRptLine
003880         WRITE AuditRptLine
003890     END-IF
003900     READ StudentFile NEXT
003910         AT END SET EndOfStudentFile TO TRUE
003920     END-READ.
003930
003940 PRINT-STUDENT-HEADING.
003950     MOVE StudentId TO ShlStudentId
003960     MOVE Surname TO ShlSurname
003970     MOVE Initials TO ShlInitials
003980     MOVE CourseCode TO ShlCourseCode
003990     MOVE CourseCode TO ReqCourseCode
004000     PERFORM LOOKUP-COURSE-DESC
004010     MOVE CrsCourseDesc TO ShlCourseDesc
004020     MOVE StudentHeadLine TO AuditRptLine
004030     WRITE AuditRptLine.
004040
004050*----------------------------------------------------------------
004060*AUDIT-AGAINST-PROGRAMME - one line per listed course, then the
004070*tallies and the verdict; a student holding the passes needed
004080*gets the graduation change.
004090*----------------------------------------------------------------
004100 AUDIT-AGAINST-PROGRAMME.
004110     MOVE ZERO TO PassesHeld InProgressHeld OutstandingHeld
004120     MOVE ProgPassesNeeded TO NdlPassesNeeded
004130     MOVE ProgReqCount TO NdlReqCount
004140     MOVE NeedLine TO AuditRptLine
004150     WRITE AuditRptLine
004160     PERFORM AUDIT-ONE-REQUIREMENT
004170         VARYING ProgReqIdx FROM 1 BY 1
004180         UNTIL ProgReqIdx > ProgReqCount
004190     MOVE PassesHeld TO TlyPassesHeld
004200     MOVE InProgressHeld TO TlyInProgress
004210     MOVE OutstandingHeld TO TlyOutstanding
004220     MOVE TallyLine TO AuditRptLine
004230     WRITE AuditRptLine
004240     MOVE SPACES TO VerdictLine
004250     IF PassesHeld NOT < ProgPassesNeeded
004260         PERFORM CHECK-PENDING-CHANGE
004270     END-IF
004280     EVALUATE TRUE
004290         WHEN PassesHeld < ProgPassesNeeded
004300             ADD 1 TO NotYetMetCount
004310             COMPUTE PassesShort = ProgPassesNeeded - PassesHeld
004320             MOVE "NOT YET MET - MORE PASSES NEEDED:" TO VrdText
004330             MOVE PassesShort TO VrdCount
004340             PERFORM PRINT-VERDICT-LINE
004350         WHEN ChangePending
004360             ADD 1 TO DeferredCount
004370             MOVE "REQUIREMENTS MET" TO VrdText
004380             PERFORM PRINT-VERDICT-LINE
004390             MOVE SPACES TO VerdictLine
004400             MOVE "GRADUATION DEFERRED - OTHER CHANGES PENDING"
004410                 TO VrdText
004420             PERFORM PRINT-VERDICT-LINE
004430         WHEN OTHER
004440             MOVE "REQUIREMENTS MET - GRADUATION CHANGE WRITTEN"
004450                 TO VrdText
004460             PERFORM PRINT-VERDICT-LINE
004470             PERFORM WRITE-GRADUATION-CHANGE
004480     END-EVALUATE.
004490
004500 AUDIT-ONE-REQUIREMENT.
004510     MOVE ProgReqCourse (ProgReqIdx) TO ReqCourseCode
004520     MOVE SPACES TO ReqGradeMark
004530     SET ReqOutstanding TO TRUE
004540     IF GradeFileAvailable
004550         MOVE StudentId TO GradeStudentId
004560         MOVE ReqCourseCode TO GradeCourseCode
004570         READ GradeFile
004580             INVALID KEY
004590                 CONTINUE
004600             NOT INVALID KEY
004610                 MOVE GradeMark TO ReqGradeMark
004620                 IF GradeMarkPassing
004630                     SET ReqCompleted TO TRUE
004640                 END-IF
004650         END-READ
004660     END-IF
004670     IF ReqOutstanding AND EnrollFileAvailable
004680         MOVE StudentId TO EnrollStudentId
004690         MOVE ReqCourseCode TO EnrollCourseCode
004700         READ EnrollFile
004710             INVALID KEY
004720                 CONTINUE
004730             NOT INVALID KEY
004740                 SET ReqInProgress TO TRUE
004750         END-READ
004760     END-IF
004770     EVALUATE TRUE
004780         WHEN ReqCompleted
004790             ADD 1 TO PassesHeld
004800         WHEN ReqInProgress
004810             ADD 1 TO InProgressHeld
004820         WHEN OTHER
004830             ADD 1 TO OutstandingHeld
004840     END-EVALUATE
004850     PERFORM PRINT-REQUIREMENT-LINE.
004860
004870*----------------------------------------------------------------
004880*PRINT-REQUIREMENT-LINE - the grade held is shown whether it
004890*passed or not, so an F behind an OUTSTANDING course is seen.
004900*----------------------------------------------------------------
004910 PRINT-REQUIREMENT-LINE.
004920     MOVE ReqCourseCode TO RqlCourseCode
004930     PERFORM LOOKUP-COURSE-DESC
004940     MOVE CrsCourseDesc TO RqlCourseDesc
004950     MOVE ReqStatus TO RqlStatus
004960     IF ReqGradeMark = SPACES
004970         MOVE SPACES TO RqlGradeTag
004980     ELSE
004990         MOVE "GRADE " TO RqlGradeTag
005000     END-IF
005010     MOVE ReqGradeMark TO RqlGradeMark
005020     MOVE RequirementLine TO AuditRptLine
005030     WRITE AuditRptLine.
005040
005050 PRINT-VERDICT-LINE.
005060     MOVE VerdictLine TO AuditRptLine
005070     WRITE AuditRptLine.
005080
005090*----------------------------------------------------------------
005100*CHECK-PENDING-CHANGE - is a transaction for this student already
005110*waiting on tonight's STUTRAN.DAT?  With the table full, assume
005120*so.
005130*----------------------------------------------------------------
005140 CHECK-PENDING-CHANGE.
005150     SET NoChangePending TO TRUE
005160     IF PendingTableFull
005170         SET ChangePending TO TRUE
005180     ELSE
005190         IF PendingIdCount NOT = ZERO
005200             PERFORM CHECK-ONE-PENDING-ID
005210                 VARYING PendIdx FROM 1 BY 1
005220                 UNTIL PendIdx > PendingIdCount
005230                     OR ChangePending
005240         END-IF
005250     END-IF.
005260
005270 CHECK-ONE-PENDING-ID.
005280     IF PendingId (PendIdx) = StudentId
005290         SET ChangePending TO TRUE
005300     END-IF.
005310
005320*----------------------------------------------------------------
005330*WRITE-GRADUATION-CHANGE - the student's record as it stands
005340*with the status set to graduated, as a (C)hange transaction
005350*appended behind whatever the earlier steps left on STUTRAN.DAT.
005360*----------------------------------------------------------------
005370 WRITE-GRADUATION-CHANGE.
005380     IF NOT TranFileOpen
005390         OPEN EXTEND TranFile
005400         IF TranFileStatus = "35"
005410             OPEN OUTPUT TranFile
005420             CLOSE TranFile
005430             OPEN EXTEND TranFile
005440         END-IF
005450         SET TranFileOpen TO TRUE
005460     END-IF
005470     SET StudentGraduated TO TRUE
005480     MOVE "C" TO TranCode
005490     MOVE StudentId TO TranStudentId
005500     MOVE StudentRec TO TranRecordImage
005510     WRITE TranRec
005520     ADD 1 TO GraduateCount.
005530
005540 LOOKUP-COURSE-DESC.
005550     MOVE SPACES TO CrsCourseDesc
005560     IF CourseMastAvailable
005570         MOVE ReqCourseCode TO CrsCourseCode
005580         READ CourseMastFile
005590             INVALID KEY
005600                 MOVE SPACES TO CrsCourseDesc
005610         END-READ
005620     END-IF.
005630
005640*----------------------------------------------------------------
005650*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
005660*----------------------------------------------------------------
005670 WRITE-JOB-HISTORY.
005680     OPEN EXTEND JobHistFile
005690     IF JobHistStatus = "35"
005700         OPEN OUTPUT JobHistFile
005710         CLOSE JobHistFile
005720         OPEN EXTEND JobHistFile
005730     END-IF
005740     MOVE SPACES TO JobHistRec
005750     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
005760                  JobhCountValue (3)
005770     MOVE RunDate TO JobhRunDate
005780     MOVE "STEP1E" TO JobhStepName
005790     MOVE "DEGAUDIT" TO JobhProgram
005800     MOVE StartTime TO JobhStartTime
005810     ACCEPT JobhEndTime FROM TIME
005820     MOVE RETURN-CODE TO JobhReturnCode
005830     MOVE "AUDITED" TO JobhCountTag (1)
005840     MOVE ActiveCount TO JobhCountValue (1)
005850     MOVE "GRADUATE" TO JobhCountTag (2)
005860     MOVE GraduateCount TO JobhCountValue (2)
005870     MOVE "NOPROG" TO JobhCountTag (3)
005880     MOVE NoProgrammeCount TO JobhCountValue (3)
005890     WRITE JobHistRec
005900     CLOSE JobHistFile.
