000010*----------------------------------------------------------------
000020*INTEGCHK.CBL
000030*Weekly cross-file integrity check.
000040*
000050*Each file now has its own maintainer, and NIGHT-BALANCE-PROG
000060*only proves the counts, so the files can drift apart without
000070*any single run noticing.  This program cross-checks the
000080*student master STUDENTS.DAT, the archive STUDARCH.DAT, the
000090*enrollments on ENROLL.DAT, the queue on WAITLIST.DAT, the
000100*results on GRADES.DAT, the course master COURSMST.DAT, the
000110*capacity master COURSCAP.DAT and the operator master
000120*OPERMST.DAT for orphans and contradictions, and prints
000130*INTEGRPT.DAT with the exceptions grouped under the rule they
000140*break.  Any exception ends the run with return code 8, so the
000150*weekly job stream shows it.
000160*
000170*The rules, in report order:
000180*   00 a file the checks need is not on file
000190*   01 enrollment for a student archived off the master
000200*   02 enrollment for a student on neither master nor archive
000210*   03 enrollment on a course not on the course master
000220*   04 waitlist entry for a student already enrolled on it
000230*   05 waitlist entry for a course not on the course master
000240*   06 grade for a course not on the course master
000250*   07 grade for a student on neither master nor archive
000260*   08 capacity record for a course not on the course master
000270*   09 course master course with no capacity record
000280*   10 audit entry stamped by an operator id not on the
000290*      operator master (the batch ids are not operators)
000300*The audit rule reads the current AUDITLOG.DAT; generations
000310*already cut off by AUDIT-CUTOVER-PROG were checked while
000320*they were current.
000330*
000340*Modification history
000350*  Original - new program, the weekly integrity sweep.
000360*----------------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.   INTEGRITY-CHECK-PROG.
000390 AUTHOR.       SANDY DUNLOP.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS StudentId
000480         ALTERNATE RECORD KEY IS Surname
000490             WITH DUPLICATES
000500         FILE STATUS IS StudentFileStatus.
000510
000520     SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ArchiveFileStatus.
000550
000560     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS EnrollKey
000600         FILE STATUS IS EnrollFileStatus.
000610
000620     SELECT WaitFile ASSIGN TO "WAITLIST.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WaitFileStatus.
000650
000660     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS GradeKey
000700         FILE STATUS IS GradeFileStatus.
000710
000720     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CrsCourseCode
000760         FILE STATUS IS CourseMastStatus.
000770
000780     SELECT CourseCapFile ASSIGN TO "COURSCAP.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CourseCapStatus.
000810
000820     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS OperUserId
000860         FILE STATUS IS OperatorFileStatus.
000870
000880     SELECT AuditFile ASSIGN TO "AUDITLOG.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS AuditFileStatus.
000910
000920     SELECT IntegRptFile ASSIGN TO "INTEGRPT.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  StudentFile.
000980 COPY "STUDREC.CPY".
000990
001000 FD  ArchiveFile.
001010 01  ArchiveRec.
001020     88  EndOfArchiveFile  VALUE HIGH-VALUES.
001030     02  ArchDate          PIC 9(8).
001040     02  ArchRecordImage   PIC X(31).
001050
001060 FD  EnrollFile.
001070 COPY "ENRLREC.CPY".
001080
001090 FD  WaitFile.
001100 COPY "WAITREC.CPY".
001110
001120 FD  GradeFile.
001130 COPY "GRADREC.CPY".
001140
001150 FD  CourseMastFile.
001160 COPY "CRSREC.CPY".
001170
001180 FD  CourseCapFile.
001190 COPY "CAPREC.CPY".
001200
001210 FD  OperatorFile.
001220 COPY "OPERREC.CPY".
001230
001240 FD  AuditFile.
001250 COPY "AUDITREC.CPY".
001260
001270 FD  IntegRptFile.
001280 01  IntegRptLine          PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310 01  StudentFileStatus     PIC XX.
001320 01  ArchiveFileStatus     PIC XX.
001330 01  EnrollFileStatus      PIC XX.
001340 01  WaitFileStatus        PIC XX.
001350 01  GradeFileStatus       PIC XX.
001360 01  CourseMastStatus      PIC XX.
001370 01  CourseCapStatus       PIC XX.
001380 01  OperatorFileStatus    PIC XX.
001390 01  AuditFileStatus       PIC XX.
001400
001410*Which files opened.  A rule whose files are not all on file is
001420*skipped; the missing file itself is a rule 00 exception when
001430*the system cannot run without it.
001440 01  StudentOpenSwitch     PIC X     VALUE "N".
001450     88  StudentAvailable            VALUE "Y".
001460 01  EnrollOpenSwitch      PIC X     VALUE "N".
001470     88  EnrollAvailable             VALUE "Y".
001480 01  CourseMastOpenSwitch  PIC X     VALUE "N".
001490     88  CourseMastAvailable         VALUE "Y".
001500 01  OperatorOpenSwitch    PIC X     VALUE "N".
001510     88  OperatorAvailable           VALUE "Y".
001520 01  CapacityLoadSwitch    PIC X     VALUE "N".
001530     88  CapacityAvailable           VALUE "Y".
001540
001550 01  PageHeading.
001560     05  FILLER            PIC X(30) VALUE
001570                           'WEEKLY FILE INTEGRITY CHECK'.
001580     05  FILLER            PIC X(9)  VALUE 'RUN DATE '.
001590     05  HdgRunDate        PIC 9(8).
001600
001610 01  RuleHeading.
001620     05  FILLER            PIC X(5)  VALUE 'RULE '.
001630     05  RhdRuleNumber     PIC 99.
001640     05  FILLER            PIC X(2)  VALUE SPACES.
001650     05  RhdRuleText       PIC X(60).
001660
001670 01  ExceptionLine.
001680     05  FILLER            PIC X(4)  VALUE SPACES.
001690     05  ExcKey.
001700         10  ExcKeyStudent PIC X(7).
001710         10  FILLER        PIC X.
001720         10  ExcKeyCourse  PIC X(4).
001730     05  FILLER            PIC X(4)  VALUE SPACES.
001740     05  ExcMessage        PIC X(50).
001750
001760 01  RuleTotalLine.
001770     05  FILLER            PIC X(4)  VALUE SPACES.
001780     05  FILLER            PIC X(17) VALUE 'RULE EXCEPTIONS: '.
001790     05  RtlExceptionCount PIC ZZZZ9.
001800
001810 01  GrandTotalLine.
001820     05  FILLER            PIC X(18) VALUE 'TOTAL EXCEPTIONS: '.
001830     05  GtlExceptionCount PIC ZZZZ9.
001840
001850 01  RunDate               PIC 9(8).
001860 01  RuleNumber            PIC 99    VALUE ZERO.
001870 01  RuleExceptionCount    PIC 9(5)  VALUE ZERO.
001880 01  ExceptionCount        PIC 9(5)  VALUE ZERO.
001890
001900 01  ScanSwitch            PIC X     VALUE "N".
001910     88  EndOfScan                   VALUE "Y".
001920
001930*Archived StudentIds, loaded once.  If the archive outgrows the
001940*table, students off the master are reported without the
001950*archived/unknown split rather than from a partial list.
001960 01  ArchiveTable.
001970     05  ArchiveEntry OCCURS 5000 TIMES
001980             INDEXED BY ArchIdx.
001990         10  ArchTableId   PIC 9(7).
002000 01  ArchiveCount          PIC 9(4)  VALUE ZERO.
002010 01  ArchiveFullSwitch     PIC X     VALUE "N".
002020     88  ArchiveTableFull            VALUE "Y".
002030
002040*Course codes on the capacity master, for rule 09.
002050 01  CapCodeTable.
002060     05  CapCodeEntry OCCURS 100 TIMES
002070             INDEXED BY CapCdIdx.
002080         10  CapCodeValue  PIC X(4).
002090 01  CapCodeCount          PIC 9(3)  VALUE ZERO.
002100 01  CapCodeFullSwitch     PIC X     VALUE "N".
002110     88  CapCodeTableFull            VALUE "Y".
002120
002130*Unknown operator ids met on the audit log, each reported once
002140*with the number of entries it stamped.
002150 01  UnknownOperTable.
002160     05  UnknownOperEntry OCCURS 100 TIMES
002170             INDEXED BY UnkIdx.
002180         10  UnkOperId     PIC X(8).
002190         10  UnkEntryCount PIC 9(5).
002200 01  UnknownOperCount      PIC 9(3)  VALUE ZERO.
002210 01  UnknownOperDropped    PIC 9(5)  VALUE ZERO.
002220 01  UnknownOperMessage.
002230     05  UomEntryCount     PIC ZZZZ9.
002240     05  FILLER            PIC X(45) VALUE
002250         ' AUDIT ENTRIES - ID NOT ON OPERATOR MASTER'.
002260
002270*Lookup results.
002280 01  LookupStudentId       PIC 9(7).
002290 01  LookupCourseCode      PIC X(4).
002300 01  FoundSwitch           PIC X     VALUE "N".
002310     88  RecordFound                 VALUE "Y".
002320     88  RecordNotFound              VALUE "N".
002330 01  ArchivedSwitch        PIC X     VALUE "N".
002340     88  StudentArchived             VALUE "Y".
002350     88  StudentNotArchived          VALUE "N".
002360 01  FoundIndex            PIC 9(4)  VALUE ZERO.
002370
002380 PROCEDURE DIVISION.
002390 MAIN-PARAGRAPH.
002400     DISPLAY "Weekly file integrity check"
002410     ACCEPT RunDate FROM DATE YYYYMMDD
002420     OPEN OUTPUT IntegRptFile
002430     MOVE RunDate TO HdgRunDate
002440     MOVE PageHeading TO IntegRptLine
002450     WRITE IntegRptLine
002460     MOVE SPACES TO IntegRptLine
002470     WRITE IntegRptLine
002480     PERFORM OPEN-CHECKED-FILES
002490     PERFORM LOAD-ARCHIVE-TABLE
002500     PERFORM LOAD-CAPACITY-CODES
002510     PERFORM CHECK-ENROLLED-ARCHIVED
002520     PERFORM CHECK-ENROLLED-UNKNOWN
002530     PERFORM CHECK-ENROLLED-COURSES
002540     PERFORM CHECK-WAITLIST-ENROLLED
002550     PERFORM CHECK-WAITLIST-COURSES
002560     PERFORM CHECK-GRADE-COURSES
002570     PERFORM CHECK-GRADE-STUDENTS
002580     PERFORM CHECK-CAPACITY-COURSES
002590     PERFORM CHECK-COURSES-CAPACITY
002600     PERFORM CHECK-AUDIT-OPERATORS
002610     IF ExceptionCount = ZERO
002620         MOVE "NO EXCEPTIONS - FILES AGREE" TO IntegRptLine
002630     ELSE
002640         MOVE ExceptionCount TO GtlExceptionCount
002650         MOVE GrandTotalLine TO IntegRptLine
002660     END-IF
002670     WRITE IntegRptLine
002680     PERFORM CLOSE-CHECKED-FILES
002690     CLOSE IntegRptFile
002700     DISPLAY "Exceptions flagged: " ExceptionCount
002710     DISPLAY "Report written to INTEGRPT.DAT"
002720     IF ExceptionCount NOT = ZERO
002730         MOVE 8 TO RETURN-CODE
002740     END-IF
002750     STOP RUN.
002760
002770*----------------------------------------------------------------
002780*OPEN-CHECKED-FILES - open the keyed files read at random by
002790*the rules.  The master, enrollment, course and operator files
002800*are expected on every system, so any of them missing is a
002810*rule 00 exception; the sequential files are opened by the
002820*rules that read them.
002830*----------------------------------------------------------------
002840 OPEN-CHECKED-FILES.
002850     MOVE ZERO TO RuleNumber
002860     MOVE "FILES THE CHECKS NEED THAT ARE NOT ON FILE"
002870         TO RhdRuleText
002880     PERFORM PRINT-RULE-HEADING
002890     MOVE SPACES TO ExcKey
002900     OPEN INPUT StudentFile
002910     IF StudentFileStatus = "00"
002920         SET StudentAvailable TO TRUE
002930     ELSE
002940         MOVE "STUDENT MASTER STUDENTS.DAT NOT ON FILE"
002950             TO ExcMessage
002960         PERFORM WRITE-EXCEPTION-LINE
002970     END-IF
002980     OPEN INPUT EnrollFile
002990     IF EnrollFileStatus = "00"
003000         SET EnrollAvailable TO TRUE
003010     ELSE
003020         MOVE "ENROLLMENT FILE ENROLL.DAT NOT ON FILE"
003030             TO ExcMessage
003040         PERFORM WRITE-EXCEPTION-LINE
003050     END-IF
003060     OPEN INPUT CourseMastFile
003070     IF CourseMastStatus = "00"
003080         SET CourseMastAvailable TO TRUE
003090     ELSE
003100         MOVE "COURSE MASTER COURSMST.DAT NOT ON FILE"
003110             TO ExcMessage
003120         PERFORM WRITE-EXCEPTION-LINE
003130     END-IF
003140     OPEN INPUT OperatorFile
003150     IF OperatorFileStatus = "00"
003160         SET OperatorAvailable TO TRUE
003170     ELSE
003180         MOVE "OPERATOR MASTER OPERMST.DAT NOT ON FILE"
003190             TO ExcMessage
003200         PERFORM WRITE-EXCEPTION-LINE
003210     END-IF
003220     OPEN INPUT CourseCapFile
003230     IF CourseCapStatus = "00"
003240         SET CapacityAvailable TO TRUE
003250     ELSE
003260         MOVE "CAPACITY MASTER COURSCAP.DAT NOT ON FILE"
003270             TO ExcMessage
003280         PERFORM WRITE-EXCEPTION-LINE
003290     END-IF
003300     PERFORM PRINT-RULE-TOTAL.
003310
003320 CLOSE-CHECKED-FILES.
003330     IF StudentAvailable
003340         CLOSE StudentFile
003350     END-IF
003360     IF EnrollAvailable
003370         CLOSE EnrollFile
003380     END-IF
003390     IF CourseMastAvailable
003400         CLOSE CourseMastFile
003410     END-IF
003420     IF OperatorAvailable
003430         CLOSE OperatorFile
003440     END-IF.
003450
003460*----------------------------------------------------------------
003470*LOAD-ARCHIVE-TABLE - note every StudentId on the archive.  No
003480*archive file means nobody has been archived yet.
003490*----------------------------------------------------------------
003500 LOAD-ARCHIVE-TABLE.
003510     OPEN INPUT ArchiveFile
003520     IF ArchiveFileStatus NOT = "00"
003530         SET EndOfArchiveFile TO TRUE
003540     ELSE
003550         READ ArchiveFile
003560             AT END SET EndOfArchiveFile TO TRUE
003570         END-READ
003580     END-IF
003590     PERFORM LOAD-ONE-ARCHIVED-STUDENT UNTIL EndOfArchiveFile
003600     IF ArchiveFileStatus NOT = "35"
003610         CLOSE ArchiveFile
003620     END-IF
003630     IF ArchiveTableFull
003640         DISPLAY "*** Archive table full at 5000 - students "
003650                 "off the master reported as not checked"
003660     END-IF.
003670
003680 LOAD-ONE-ARCHIVED-STUDENT.
003690     IF ArchiveCount < 5000
003700         ADD 1 TO ArchiveCount
003710         MOVE ArchRecordImage (1:7) TO ArchTableId (ArchiveCount)
003720     ELSE
003730         SET ArchiveTableFull TO TRUE
003740     END-IF
003750     READ ArchiveFile
003760         AT END SET EndOfArchiveFile TO TRUE
003770     END-READ.
003780
003790*----------------------------------------------------------------
003800*LOAD-CAPACITY-CODES - read the capacity master into
003810*CapCodeTable for rules 08 and 09.  No capacity master leaves
003820*the table empty; rule 00 has already said so.
003830*----------------------------------------------------------------
003840 LOAD-CAPACITY-CODES.
003850     IF CapacityAvailable
003860         READ CourseCapFile
003870             AT END SET EndOfCourseCapFile TO TRUE
003880         END-READ
003890         PERFORM LOAD-ONE-CAPACITY-CODE
003900             UNTIL EndOfCourseCapFile
003910         CLOSE CourseCapFile
003920     END-IF.
003930
003940 LOAD-ONE-CAPACITY-CODE.
003950     IF CapCodeCount < 100
003960         ADD 1 TO CapCodeCount
003970         MOVE CapCourseCode TO CapCodeValue (CapCodeCount)
003980     ELSE
003990         SET CapCodeTableFull TO TRUE
004000     END-IF
004010     READ CourseCapFile
004020         AT END SET EndOfCourseCapFile TO TRUE
004030     END-READ.
004040
004050*----------------------------------------------------------------
004060*CHECK-ENROLLED-ARCHIVED (rule 01) and CHECK-ENROLLED-UNKNOWN
004070*(rule 02) - every enrollment's student should be on the
004080*master.  One off it is an archived student whose enrollments
004090*survived the archive run, or a student nobody knows.
004100*----------------------------------------------------------------
004110 CHECK-ENROLLED-ARCHIVED.
004120     MOVE 1 TO RuleNumber
004130     MOVE "ENROLLMENT FOR A STUDENT ARCHIVED OFF THE MASTER"
004140         TO RhdRuleText
004150     PERFORM PRINT-RULE-HEADING
004160     IF StudentAvailable AND EnrollAvailable
004170         PERFORM START-ENROLL-SCAN
004180         PERFORM CHECK-ONE-ENROLLED-ARCHIVED UNTIL EndOfScan
004190     END-IF
004200     PERFORM PRINT-RULE-TOTAL.
004210
004220 CHECK-ONE-ENROLLED-ARCHIVED.
004230     MOVE EnrollStudentId TO LookupStudentId
004240     PERFORM LOOKUP-STUDENT
004250     IF RecordNotFound
004260         PERFORM LOOKUP-ARCHIVE
004270         IF StudentArchived
004280             MOVE EnrollStudentId TO ExcKeyStudent
004290             MOVE EnrollCourseCode TO ExcKeyCourse
004300             MOVE "STUDENT IS ON STUDARCH.DAT, NOT THE MASTER"
004310                 TO ExcMessage
004320             PERFORM WRITE-EXCEPTION-LINE
004330         END-IF
004340     END-IF
004350     PERFORM READ-NEXT-ENROLLMENT.
004360
004370 CHECK-ENROLLED-UNKNOWN.
004380     MOVE 2 TO RuleNumber
004390     MOVE "ENROLLMENT FOR A STUDENT ON NEITHER MASTER NOR ARCHIVE"
004400         TO RhdRuleText
004410     PERFORM PRINT-RULE-HEADING
004420     IF StudentAvailable AND EnrollAvailable
004430         PERFORM START-ENROLL-SCAN
004440         PERFORM CHECK-ONE-ENROLLED-UNKNOWN UNTIL EndOfScan
004450     END-IF
004460     PERFORM PRINT-RULE-TOTAL.
004470
004480 CHECK-ONE-ENROLLED-UNKNOWN.
004490     MOVE EnrollStudentId TO LookupStudentId
004500     PERFORM LOOKUP-STUDENT
004510     IF RecordNotFound
004520         PERFORM LOOKUP-ARCHIVE
004530         IF StudentNotArchived
004540             MOVE EnrollStudentId TO ExcKeyStudent
004550             MOVE EnrollCourseCode TO ExcKeyCourse
004560             PERFORM SET-UNKNOWN-STUDENT-MESSAGE
004570             PERFORM WRITE-EXCEPTION-LINE
004580         END-IF
004590     END-IF
004600     PERFORM READ-NEXT-ENROLLMENT.
004610
004620*----------------------------------------------------------------
004630*CHECK-ENROLLED-COURSES (rule 03) - every enrollment's course
004640*should be on the course master.
004650*----------------------------------------------------------------
004660 CHECK-ENROLLED-COURSES.
004670     MOVE 3 TO RuleNumber
004680     MOVE "ENROLLMENT ON A COURSE NOT ON THE COURSE MASTER"
004690         TO RhdRuleText
004700     PERFORM PRINT-RULE-HEADING
004710     IF CourseMastAvailable AND EnrollAvailable
004720         PERFORM START-ENROLL-SCAN
004730         PERFORM CHECK-ONE-ENROLLED-COURSE UNTIL EndOfScan
004740     END-IF
004750     PERFORM PRINT-RULE-TOTAL.
004760
004770 CHECK-ONE-ENROLLED-COURSE.
004780     MOVE EnrollCourseCode TO LookupCourseCode
004790     PERFORM LOOKUP-COURSE
004800     IF RecordNotFound
004810         MOVE EnrollStudentId TO ExcKeyStudent
004820         MOVE EnrollCourseCode TO ExcKeyCourse
004830         MOVE "COURSE NOT ON COURSMST.DAT" TO ExcMessage
004840         PERFORM WRITE-EXCEPTION-LINE
004850     END-IF
004860     PERFORM READ-NEXT-ENROLLMENT.
004870
004880 START-ENROLL-SCAN.
004890     MOVE "N" TO ScanSwitch
004900     MOVE LOW-VALUES TO EnrollKey
004910     START EnrollFile KEY NOT < EnrollKey
004920         INVALID KEY
004930             SET EndOfScan TO TRUE
004940     END-START
004950     IF NOT EndOfScan
004960         PERFORM READ-NEXT-ENROLLMENT
004970     END-IF.
004980
004990 READ-NEXT-ENROLLMENT.
005000     READ EnrollFile NEXT
005010         AT END SET EndOfScan TO TRUE
005020     END-READ.
005030
005040*----------------------------------------------------------------
005050*CHECK-WAITLIST-ENROLLED (rule 04) - a student queued for a
005060*course should not already hold a place on it.
005070*----------------------------------------------------------------
005080 CHECK-WAITLIST-ENROLLED.
005090     MOVE 4 TO RuleNumber
005100     MOVE "WAITLIST ENTRY FOR A STUDENT ALREADY ENROLLED ON IT"
005110         TO RhdRuleText
005120     PERFORM PRINT-RULE-HEADING
005130     IF EnrollAvailable
005140         PERFORM START-WAITLIST-SCAN
005150         PERFORM CHECK-ONE-WAITLIST-ENROLLED UNTIL EndOfScan
005160         PERFORM END-WAITLIST-SCAN
005170     END-IF
005180     PERFORM PRINT-RULE-TOTAL.
005190
005200 CHECK-ONE-WAITLIST-ENROLLED.
005210     MOVE WaitRecordImage (1:7) TO EnrollStudentId
005220     MOVE WaitCourseCode TO EnrollCourseCode
005230     READ EnrollFile
005240         INVALID KEY
005250             CONTINUE
005260         NOT INVALID KEY
005270             MOVE WaitRecordImage (1:7) TO ExcKeyStudent
005280             MOVE WaitCourseCode TO ExcKeyCourse
005290             MOVE "QUEUED ON WAITLIST.DAT BUT ALREADY ENROLLED"
005300                 TO ExcMessage
005310             PERFORM WRITE-EXCEPTION-LINE
005320     END-READ
005330     PERFORM READ-NEXT-WAIT-ENTRY.
005340
005350*----------------------------------------------------------------
005360*CHECK-WAITLIST-COURSES (rule 05) - every queued course should
005370*be on the course master.
005380*----------------------------------------------------------------
005390 CHECK-WAITLIST-COURSES.
005400     MOVE 5 TO RuleNumber
005410     MOVE "WAITLIST ENTRY FOR A COURSE NOT ON THE COURSE MASTER"
005420         TO RhdRuleText
005430     PERFORM PRINT-RULE-HEADING
005440     IF CourseMastAvailable
005450         PERFORM START-WAITLIST-SCAN
005460         PERFORM CHECK-ONE-WAITLIST-COURSE UNTIL EndOfScan
005470         PERFORM END-WAITLIST-SCAN
005480     END-IF
005490     PERFORM PRINT-RULE-TOTAL.
005500
005510 CHECK-ONE-WAITLIST-COURSE.
005520     MOVE WaitCourseCode TO LookupCourseCode
005530     PERFORM LOOKUP-COURSE
005540     IF RecordNotFound
005550         MOVE WaitRecordImage (1:7) TO ExcKeyStudent
005560         MOVE WaitCourseCode TO ExcKeyCourse
005570         MOVE "COURSE NOT ON COURSMST.DAT" TO ExcMessage
005580         PERFORM WRITE-EXCEPTION-LINE
005590     END-IF
005600     PERFORM READ-NEXT-WAIT-ENTRY.
005610
005620*----------------------------------------------------------------
005630*START-WAITLIST-SCAN - open the queue for a pass; no queue file
005640*is an empty queue.
005650*----------------------------------------------------------------
005660 START-WAITLIST-SCAN.
005670     MOVE "N" TO ScanSwitch
005680     OPEN INPUT WaitFile
005690     IF WaitFileStatus NOT = "00"
005700         SET EndOfScan TO TRUE
005710     ELSE
005720         PERFORM READ-NEXT-WAIT-ENTRY
005730     END-IF.
005740
005750 READ-NEXT-WAIT-ENTRY.
005760     READ WaitFile
005770         AT END SET EndOfScan TO TRUE
005780     END-READ.
005790
005800 END-WAITLIST-SCAN.
005810     IF WaitFileStatus NOT = "35"
005820         CLOSE WaitFile
005830     END-IF.
005840
005850*----------------------------------------------------------------
005860*CHECK-GRADE-COURSES (rule 06) - every graded course should be
005870*on the course master.  A retired course is marked inactive on
005880*the master, not removed, so its grades still resolve.
005890*----------------------------------------------------------------
005900 CHECK-GRADE-COURSES.
005910     MOVE 6 TO RuleNumber
005920     MOVE "GRADE FOR A COURSE NOT ON THE COURSE MASTER"
005930         TO RhdRuleText
005940     PERFORM PRINT-RULE-HEADING
005950     IF CourseMastAvailable
005960         PERFORM START-GRADE-SCAN
005970         PERFORM CHECK-ONE-GRADE-COURSE UNTIL EndOfScan
005980         PERFORM END-GRADE-SCAN
005990     END-IF
006000     PERFORM PRINT-RULE-TOTAL.
006010
006020 CHECK-ONE-GRADE-COURSE.
006030     MOVE GradeCourseCode TO LookupCourseCode
006040     PERFORM LOOKUP-COURSE
006050     IF RecordNotFound
006060         MOVE GradeStudentId TO ExcKeyStudent
006070         MOVE GradeCourseCode TO ExcKeyCourse
006080         MOVE "COURSE NOT ON COURSMST.DAT" TO ExcMessage
006090         PERFORM WRITE-EXCEPTION-LINE
006100     END-IF
006110     PERFORM READ-NEXT-GRADE.
006120
006130*----------------------------------------------------------------
006140*CHECK-GRADE-STUDENTS (rule 07) - a grade outlives its
006150*student's archive, so a graded student need only be on the
006160*master or the archive.
006170*----------------------------------------------------------------
006180 CHECK-GRADE-STUDENTS.
006190     MOVE 7 TO RuleNumber
006200     MOVE "GRADE FOR A STUDENT ON NEITHER MASTER NOR ARCHIVE"
006210         TO RhdRuleText
006220     PERFORM PRINT-RULE-HEADING
006230     IF StudentAvailable
006240         PERFORM START-GRADE-SCAN
006250         PERFORM CHECK-ONE-GRADE-STUDENT UNTIL EndOfScan
006260         PERFORM END-GRADE-SCAN
006270     END-IF
006280     PERFORM PRINT-RULE-TOTAL.
006290
006300 CHECK-ONE-GRADE-STUDENT.
006310     MOVE GradeStudentId TO LookupStudentId
006320     PERFORM LOOKUP-STUDENT
006330     IF RecordNotFound
006340         PERFORM LOOKUP-ARCHIVE
006350         IF StudentNotArchived
006360             MOVE GradeStudentId TO ExcKeyStudent
006370             MOVE GradeCourseCode TO ExcKeyCourse
006380             PERFORM SET-UNKNOWN-STUDENT-MESSAGE
006390             PERFORM WRITE-EXCEPTION-LINE
006400         END-IF
006410     END-IF
006420     PERFORM READ-NEXT-GRADE.
006430
006440*----------------------------------------------------------------
006450*START-GRADE-SCAN - open the results file for a pass; no
006460*results file means no grades have been posted yet.
006470*----------------------------------------------------------------
006480 START-GRADE-SCAN.
006490     MOVE "N" TO ScanSwitch
006500     OPEN INPUT GradeFile
006510     IF GradeFileStatus NOT = "00"
006520         SET EndOfScan TO TRUE
006530     ELSE
006540         PERFORM READ-NEXT-GRADE
006550     END-IF.
006560
006570 READ-NEXT-GRADE.
006580     READ GradeFile NEXT
006590         AT END SET EndOfScan TO TRUE
006600     END-READ.
006610
006620 END-GRADE-SCAN.
006630     IF GradeFileStatus NOT = "35"
006640         CLOSE GradeFile
006650     END-IF.
006660
006670*----------------------------------------------------------------
006680*CHECK-CAPACITY-COURSES (rule 08) - every capacity record
006690*should be for a course on the course master.
006700*----------------------------------------------------------------
006710 CHECK-CAPACITY-COURSES.
006720     MOVE 8 TO RuleNumber
006730     MOVE "CAPACITY RECORD FOR A COURSE NOT ON THE COURSE MASTER"
006740         TO RhdRuleText
006750     PERFORM PRINT-RULE-HEADING
006760     IF CourseMastAvailable AND CapCodeCount NOT = ZERO
006770         PERFORM CHECK-ONE-CAPACITY-COURSE
006780             VARYING CapCdIdx FROM 1 BY 1
006790             UNTIL CapCdIdx > CapCodeCount
006800     END-IF
006810     PERFORM PRINT-RULE-TOTAL.
006820
006830 CHECK-ONE-CAPACITY-COURSE.
006840     MOVE CapCodeValue (CapCdIdx) TO LookupCourseCode
006850     PERFORM LOOKUP-COURSE
006860     IF RecordNotFound
006870         MOVE SPACES TO ExcKey
006880         MOVE CapCodeValue (CapCdIdx) TO ExcKeyCourse
006890         MOVE "ON COURSCAP.DAT, NOT ON COURSMST.DAT"
006900             TO ExcMessage
006910         PERFORM WRITE-EXCEPTION-LINE
006920     END-IF.
006930
006940*----------------------------------------------------------------
006950*CHECK-COURSES-CAPACITY (rule 09) - every course on the course
006960*master should have a capacity record; suppressed, and flagged,
006970*when the capacity master outgrew CapCodeTable.
006980*----------------------------------------------------------------
006990 CHECK-COURSES-CAPACITY.
007000     MOVE 9 TO RuleNumber
007010     MOVE "COURSE MASTER COURSE WITH NO CAPACITY RECORD"
007020         TO RhdRuleText
007030     PERFORM PRINT-RULE-HEADING
007040     IF CapCodeTableFull
007050         MOVE SPACES TO ExcKey
007060         MOVE "CAP CODE TABLE FULL - RULE NOT CHECKED"
007070             TO ExcMessage
007080         PERFORM WRITE-EXCEPTION-LINE
007090     ELSE
007100         IF CourseMastAvailable AND CapacityAvailable
007110             MOVE "N" TO ScanSwitch
007120             MOVE LOW-VALUES TO CrsCourseCode
007130             START CourseMastFile KEY NOT < CrsCourseCode
007140                 INVALID KEY
007150                     SET EndOfScan TO TRUE
007160             END-START
007170             IF NOT EndOfScan
007180                 PERFORM READ-NEXT-COURSE
007190             END-IF
007200             PERFORM CHECK-ONE-COURSE-CAPACITY UNTIL EndOfScan
007210         END-IF
007220     END-IF
007230     PERFORM PRINT-RULE-TOTAL.
007240
007250 CHECK-ONE-COURSE-CAPACITY.
007260     MOVE ZERO TO FoundIndex
007270     IF CapCodeCount NOT = ZERO
007280         PERFORM CHECK-ONE-CAP-MATCH
007290             VARYING CapCdIdx FROM 1 BY 1
007300             UNTIL CapCdIdx > CapCodeCount
007310                 OR FoundIndex NOT = ZERO
007320     END-IF
007330     IF FoundIndex = ZERO
007340         MOVE SPACES TO ExcKey
007350         MOVE CrsCourseCode TO ExcKeyCourse
007360         MOVE "ON COURSMST.DAT, NOT ON COURSCAP.DAT"
007370             TO ExcMessage
007380         PERFORM WRITE-EXCEPTION-LINE
007390     END-IF
007400     PERFORM READ-NEXT-COURSE.
007410
007420 CHECK-ONE-CAP-MATCH.
007430     IF CapCodeValue (CapCdIdx) = CrsCourseCode
007440         SET FoundIndex TO CapCdIdx
007450     END-IF.
007460
007470 READ-NEXT-COURSE.
007480     READ CourseMastFile NEXT
007490         AT END SET EndOfScan TO TRUE
007500     END-READ.
007510
007520*----------------------------------------------------------------
007530*CHECK-AUDIT-OPERATORS (rule 10) - every operator id stamped
007540*on the audit log should be on the operator master (revoked
007550*operators stay on it for exactly this reason).  The batch
007560*steps stamp their own ids and generation headers carry the
007570*cutover's, so those are passed over.  Each unknown id is
007580*reported once, with how many entries it stamped.
007590*----------------------------------------------------------------
007600 CHECK-AUDIT-OPERATORS.
007610     MOVE 10 TO RuleNumber
007620     MOVE "AUDIT ENTRY BY AN OPERATOR NOT ON THE OPERATOR MASTER"
007630         TO RhdRuleText
007640     PERFORM PRINT-RULE-HEADING
007650     IF OperatorAvailable
007660         MOVE "N" TO ScanSwitch
007670         OPEN INPUT AuditFile
007680         IF AuditFileStatus NOT = "00"
007690             SET EndOfScan TO TRUE
007700         ELSE
007710             PERFORM READ-NEXT-AUDIT-ENTRY
007720         END-IF
007730         PERFORM CHECK-ONE-AUDIT-ENTRY UNTIL EndOfScan
007740         IF AuditFileStatus NOT = "35"
007750             CLOSE AuditFile
007760         END-IF
007770         IF UnknownOperCount NOT = ZERO
007780             PERFORM REPORT-ONE-UNKNOWN-OPERATOR
007790                 VARYING UnkIdx FROM 1 BY 1
007800                 UNTIL UnkIdx > UnknownOperCount
007810         END-IF
007820         IF UnknownOperDropped NOT = ZERO
007830             MOVE SPACES TO ExcKey
007840             MOVE "MORE THAN 100 UNKNOWN IDS - REST NOT LISTED"
007850                 TO ExcMessage
007860             PERFORM WRITE-EXCEPTION-LINE
007870         END-IF
007880     END-IF
007890     PERFORM PRINT-RULE-TOTAL.
007900
007910 CHECK-ONE-AUDIT-ENTRY.
007920     IF AuditTranCode NOT = "G"
007930         AND AuditOperatorId NOT = "NITEBAT"
007940         AND AuditOperatorId NOT = "WAITPROM"
007950         MOVE AuditOperatorId TO OperUserId
007960         READ OperatorFile
007970             INVALID KEY
007980                 PERFORM NOTE-UNKNOWN-OPERATOR
007990             NOT INVALID KEY
008000                 CONTINUE
008010         END-READ
008020     END-IF
008030     PERFORM READ-NEXT-AUDIT-ENTRY.
008040
008050 READ-NEXT-AUDIT-ENTRY.
008060     READ AuditFile
008070         AT END SET EndOfScan TO TRUE
008080     END-READ.
008090
008100 NOTE-UNKNOWN-OPERATOR.
008110     MOVE ZERO TO FoundIndex
008120     IF UnknownOperCount NOT = ZERO
008130         PERFORM CHECK-ONE-UNKNOWN-MATCH
008140             VARYING UnkIdx FROM 1 BY 1
008150             UNTIL UnkIdx > UnknownOperCount
008160                 OR FoundIndex NOT = ZERO
008170     END-IF
008180     IF FoundIndex NOT = ZERO
008190         ADD 1 TO UnkEntryCount (FoundIndex)
008200     ELSE
008210         IF UnknownOperCount < 100
008220             ADD 1 TO UnknownOperCount
008230             MOVE AuditOperatorId
008240                 TO UnkOperId (UnknownOperCount)
008250             MOVE 1 TO UnkEntryCount (UnknownOperCount)
008260         ELSE
008270             ADD 1 TO UnknownOperDropped
008280         END-IF
008290     END-IF.
008300
008310 CHECK-ONE-UNKNOWN-MATCH.
008320     IF UnkOperId (UnkIdx) = AuditOperatorId
008330         SET FoundIndex TO UnkIdx
008340     END-IF.
008350
008360 REPORT-ONE-UNKNOWN-OPERATOR.
008370     MOVE UnkOperId (UnkIdx) TO ExcKey
008380     MOVE UnkEntryCount (UnkIdx) TO UomEntryCount
008390     MOVE UnknownOperMessage TO ExcMessage
008400     PERFORM WRITE-EXCEPTION-LINE.
008410
008420*----------------------------------------------------------------
008430*LOOKUP-STUDENT, LOOKUP-ARCHIVE and LOOKUP-COURSE - set
008440*RecordFound / StudentArchived for the id or code given.
008450*----------------------------------------------------------------
008460 LOOKUP-STUDENT.
008470     MOVE LookupStudentId TO StudentId
008480     READ StudentFile
008490         INVALID KEY
008500             SET RecordNotFound TO TRUE
008510         NOT INVALID KEY
008520             SET RecordFound TO TRUE
008530     END-READ.
008540
008550 LOOKUP-ARCHIVE.
008560     SET StudentNotArchived TO TRUE
008570     IF ArchiveCount NOT = ZERO
008580         PERFORM CHECK-ONE-ARCHIVE-MATCH
008590             VARYING ArchIdx FROM 1 BY 1
008600             UNTIL ArchIdx > ArchiveCount OR StudentArchived
008610     END-IF.
008620
008630 CHECK-ONE-ARCHIVE-MATCH.
008640     IF ArchTableId (ArchIdx) = LookupStudentId
008650         SET StudentArchived TO TRUE
008660     END-IF.
008670
008680 LOOKUP-COURSE.
008690     MOVE LookupCourseCode TO CrsCourseCode
008700     READ CourseMastFile
008710         INVALID KEY
008720             SET RecordNotFound TO TRUE
008730         NOT INVALID KEY
008740             SET RecordFound TO TRUE
008750     END-READ.
008760
008770 SET-UNKNOWN-STUDENT-MESSAGE.
008780     IF ArchiveTableFull
008790         MOVE "NOT ON MASTER - ARCHIVE TABLE FULL, NOT CHECKED"
008800             TO ExcMessage
008810     ELSE
008820         MOVE "STUDENT ON NEITHER STUDENTS.DAT NOR STUDARCH.DAT"
008830             TO ExcMessage
008840     END-IF.
008850
008860*----------------------------------------------------------------
008870*PRINT-RULE-HEADING / PRINT-RULE-TOTAL - open and close one
008880*rule's group on the report.
008890*----------------------------------------------------------------
008900 PRINT-RULE-HEADING.
008910     MOVE ZERO TO RuleExceptionCount
008920     MOVE RuleNumber TO RhdRuleNumber
008930     MOVE RuleHeading TO IntegRptLine
008940     WRITE IntegRptLine.
008950
008960 PRINT-RULE-TOTAL.
008970     MOVE RuleExceptionCount TO RtlExceptionCount
008980     MOVE RuleTotalLine TO IntegRptLine
008990     WRITE IntegRptLine
009000     MOVE SPACES TO IntegRptLine
009010     WRITE IntegRptLine.
009020
009030 WRITE-EXCEPTION-LINE.
009040     MOVE ExceptionLine TO IntegRptLine
009050     WRITE IntegRptLine
009060     ADD 1 TO RuleExceptionCount
009070     ADD 1 TO ExceptionCount.
