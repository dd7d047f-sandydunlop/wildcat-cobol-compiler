000010*----------------------------------------------------------------
000020*ATRISK.CBL
000030*At-risk student report.
000040*
000050*Lists, course by course, the enrolled students whose attendance
000060*on the ATTEND.DAT register gives cause for concern, so the
000070*advisors can step in before the withdrawal deadline.  Driven
000080*from ENROLL.DAT the way CLASS-ROSTER-PROG is: each enrollment
000090*whose student is still active on STUDENTS.DAT is sorted by
000100*CourseCode and StudentId, and each student's register weeks
000110*for the course are then read in week order.
000120*
000130*A student is at risk on a course when the sessions attended
000140*fall below the course's lowest percentage of the sessions held,
000150*or when the latest sessions held, in a row, were all missed to
000160*the course's limit - a student who has stopped turning up shows
000170*at once however good the early weeks were.  Both figures come
000180*from ATTRULE.DAT; a course with no thresholds there is judged
000190*on the house defaults below, and its heading says so.  Students
000200*with nothing yet on the register are counted but not judged.
000210*Output is ATRISK.DAT, one page per course.
000220*
000230*Modification history
000240*  Original - new program, written with the attendance register.
000250*----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.   AT-RISK-RPT-PROG.
000280 AUTHOR.       SANDY DUNLOP.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS StudentId
000370         ALTERNATE RECORD KEY IS Surname
000380             WITH DUPLICATES
000390         FILE STATUS IS StudentFileStatus.
000400
000410     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS EnrollKey
000450         FILE STATUS IS EnrollFileStatus.
000460
000470     SELECT AttendFile ASSIGN TO "ATTEND.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AttendKey
000510         FILE STATUS IS AttendFileStatus.
000520
000530     SELECT AttRuleFile ASSIGN TO "ATTRULE.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RuleCourseCode
000570         FILE STATUS IS AttRuleFileStatus.
000580
000590     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CrsCourseCode
000630         FILE STATUS IS CourseMastStatus.
000640
000650     SELECT RiskSortFile ASSIGN TO "RISKSORT.DAT".
000660
000670     SELECT RiskReportFile ASSIGN TO "ATRISK.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  StudentFile.
000730 COPY "STUDREC.CPY".
000740
000750 FD  EnrollFile.
000760 COPY "ENRLREC.CPY".
000770
000780 FD  AttendFile.
000790 COPY "ATTNREC.CPY".
000800
000810 FD  AttRuleFile.
000820 COPY "ATTRULE.CPY".
000830
000840 FD  CourseMastFile.
000850 COPY "CRSREC.CPY".
000860
000870 SD  RiskSortFile.
000880 01  RiskSortRec.
000890     02  SortCourseCode     PIC X(4).
000900     02  SortStudentId      PIC 9(7).
000910     02  SortSurname        PIC X(8).
000920     02  SortInitials       PIC XX.
000930
000940 FD  RiskReportFile.
000950 01  RiskLine                PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980 01  StudentFileStatus       PIC XX.
000990 01  EnrollFileStatus        PIC XX.
001000 01  AttendFileStatus        PIC XX.
001010 01  AttRuleFileStatus       PIC XX.
001020 01  CourseMastStatus        PIC XX.
001030
001040 01  StudentFileSwitch       PIC X     VALUE "N".
001050     88  StudentFileAvailable          VALUE "Y".
001060 01  AttendFileSwitch        PIC X     VALUE "N".
001070     88  AttendFileAvailable           VALUE "Y".
001080 01  AttRuleFileSwitch       PIC X     VALUE "N".
001090     88  AttRuleFileAvailable          VALUE "Y".
001100 01  CourseMastOpenSwitch    PIC X     VALUE "N".
001110     88  CourseMastAvailable           VALUE "Y".
001120
001130*House defaults for a course with no thresholds on ATTRULE.DAT.
001140 01  DefaultMinPercent       PIC 9(3)  VALUE 75.
001150 01  DefaultMissLimit        PIC 9(2)  VALUE 3.
001160
001170*The thresholds in force for the course being reported.
001180 01  CourseMinPercent        PIC 9(3).
001190 01  CourseMissLimit         PIC 9(2).
001200
001210 01  RunDate                 PIC 9(8).
001220
001230*One student's register for the course, built week by week.
001240 01  SessionsHeld            PIC 9(3)  VALUE ZERO.
001250 01  SessionsAttended        PIC 9(3)  VALUE ZERO.
001260 01  MissedInARow            PIC 9(3)  VALUE ZERO.
001270 01  AttendPercent           PIC 9(3)  VALUE ZERO.
001280
001290 01  AttendScanSwitch        PIC X     VALUE "N".
001300     88  EndOfStudentWeeks             VALUE "Y".
001310
001320 01  RiskReasonSwitch        PIC X     VALUE SPACE.
001330     88  NotAtRisk                     VALUE SPACE.
001340     88  RiskLowAttendance             VALUE "L".
001350     88  RiskMissedInARow              VALUE "M".
001360     88  RiskOnBoth                    VALUE "B".
001370
001380 01  PageHeading1.
001390     05  FILLER              PIC X(24)
001400                             VALUE 'AT-RISK STUDENT REPORT  '.
001410     05  FILLER              PIC X(9)  VALUE 'RUN DATE '.
001420     05  HdgRunDate          PIC 9(8).
001430     05  FILLER              PIC X(18) VALUE SPACES.
001440     05  FILLER              PIC X(5)  VALUE 'PAGE '.
001450     05  HdgPageNumber       PIC ZZZ9.
001460
001470 01  PageHeading2.
001480     05  FILLER              PIC X(9)  VALUE 'COURSE: '.
001490     05  HdgCourseCode       PIC X(4).
001500     05  FILLER              PIC X(2)  VALUE SPACES.
001510     05  HdgCourseDesc       PIC X(20).
001520
001530 01  RuleHeading.
001540     05  FILLER              PIC X(15) VALUE 'AT RISK BELOW: '.
001550     05  RhdMinPercent       PIC ZZ9.
001560     05  FILLER              PIC X(22)
001570                             VALUE '% ATTENDED, OR AFTER: '.
001580     05  RhdMissLimit        PIC Z9.
001590     05  FILLER              PIC X(16) VALUE ' MISSED IN A ROW'.
001600     05  RhdRuleSource       PIC X(15).
001610
001620 01  ColumnHeading.
001630     05  FILLER              PIC X(10) VALUE 'STUDENT ID'.
001640     05  FILLER              PIC X(15) VALUE 'NAME'.
001650     05  FILLER              PIC X(7)  VALUE '   HELD'.
001660     05  FILLER              PIC X(9)  VALUE ' ATTENDED'.
001670     05  FILLER              PIC X(7)  VALUE '    PCT'.
001680     05  FILLER              PIC X(9)  VALUE ' IN A ROW'.
001690     05  FILLER              PIC X(2)  VALUE SPACES.
001700     05  FILLER              PIC X(6)  VALUE 'REASON'.
001710
001720 01  DetailLine.
001730     05  DtlStudentId        PIC 9(7).
001740     05  FILLER              PIC X(3)  VALUE SPACES.
001750     05  DtlSurname          PIC X(8).
001760     05  FILLER              PIC X(1)  VALUE SPACES.
001770     05  DtlInitials         PIC XX.
001780     05  FILLER              PIC X(8)  VALUE SPACES.
001790     05  DtlHeld             PIC ZZ9.
001800     05  FILLER              PIC X(6)  VALUE SPACES.
001810     05  DtlAttended         PIC ZZ9.
001820     05  FILLER              PIC X(3)  VALUE SPACES.
001830     05  DtlPercent          PIC ZZ9.
001840     05  FILLER              PIC X(1)  VALUE '%'.
001850     05  FILLER              PIC X(6)  VALUE SPACES.
001860     05  DtlMissedInARow     PIC ZZ9.
001870     05  FILLER              PIC X(2)  VALUE SPACES.
001880     05  DtlReason           PIC X(21).
001890
001900 01  NoRiskLine              PIC X(24)
001910                             VALUE 'NO STUDENTS AT RISK'.
001920
001930 01  CourseTotalLine.
001940     05  FILLER              PIC X(10) VALUE 'ENROLLED: '.
001950     05  CtlEnrolled         PIC ZZZ9.
001960     05  FILLER              PIC X(15) VALUE '  ON REGISTER: '.
001970     05  CtlOnRegister       PIC ZZZ9.
001980     05  FILLER              PIC X(11) VALUE '  AT RISK: '.
001990     05  CtlAtRisk           PIC ZZZ9.
002000
002010 01  GrandTotalLine.
002020     05  FILLER              PIC X(9)  VALUE 'COURSES: '.
002030     05  GtlCourses          PIC ZZZ9.
002040     05  FILLER              PIC X(12) VALUE '  ENROLLED: '.
002050     05  GtlEnrolled         PIC ZZZZ9.
002060     05  FILLER              PIC X(15) VALUE '  ON REGISTER: '.
002070     05  GtlOnRegister       PIC ZZZZ9.
002080     05  FILLER              PIC X(11) VALUE '  AT RISK: '.
002090     05  GtlAtRisk           PIC ZZZZ9.
002100
002110 01  PageNumber              PIC 9(4)  VALUE ZERO.
002120
002130 01  CourseEnrolled          PIC 9(5)  VALUE ZERO.
002140 01  CourseOnRegister        PIC 9(5)  VALUE ZERO.
002150 01  CourseAtRisk            PIC 9(5)  VALUE ZERO.
002160 01  GrandCourses            PIC 9(5)  VALUE ZERO.
002170 01  GrandEnrolled           PIC 9(5)  VALUE ZERO.
002180 01  GrandOnRegister         PIC 9(5)  VALUE ZERO.
002190 01  GrandAtRisk             PIC 9(5)  VALUE ZERO.
002200
002210 01  PriorCourseCode         PIC X(4)  VALUE SPACES.
002220 01  FirstDetailSwitch       PIC X     VALUE "Y".
002230     88  FirstDetailOfReport           VALUE "Y".
002240
002250 01  RiskSortStatus          PIC X     VALUE "Y".
002260     88  EndOfRiskSort                 VALUE "N".
002270
002280 PROCEDURE DIVISION.
002290 MAIN-PARAGRAPH.
002300     ACCEPT RunDate FROM DATE YYYYMMDD
002310     SORT RiskSortFile
002320         ON ASCENDING KEY SortCourseCode SortStudentId
002330         INPUT PROCEDURE IS SELECT-ACTIVE-ENROLLMENTS
002340         OUTPUT PROCEDURE IS PRODUCE-RISK-REPORT
002350     STOP RUN.
002360
002370*----------------------------------------------------------------
002380*SELECT-ACTIVE-ENROLLMENTS - release one sort record per
002390*ENROLL.DAT enrollment whose student is still on the master and
002400*active; withdrawn and graduated students are past helping.
002410*----------------------------------------------------------------
002420 SELECT-ACTIVE-ENROLLMENTS.
002430     OPEN INPUT StudentFile
002440     IF StudentFileStatus = "00"
002450         SET StudentFileAvailable TO TRUE
002460     END-IF
002470     OPEN INPUT EnrollFile
002480     IF EnrollFileStatus NOT = "00"
002490         OR NOT StudentFileAvailable
002500         DISPLAY "*** Enrollment file ENROLL.DAT or student "
002510                 "master not on file - report is empty"
002520         SET EndOfEnrollFile TO TRUE
002530     ELSE
002540         READ EnrollFile NEXT
002550             AT END SET EndOfEnrollFile TO TRUE
002560         END-READ
002570     END-IF
002580     PERFORM RELEASE-ONE-ENROLLMENT UNTIL EndOfEnrollFile
002590     IF EnrollFileStatus NOT = "35"
002600         CLOSE EnrollFile
002610     END-IF
002620     IF StudentFileAvailable
002630         CLOSE StudentFile
002640     END-IF.
002650
002660 RELEASE-ONE-ENROLLMENT.
002670     MOVE EnrollStudentId TO StudentId
002680     READ StudentFile
002690         INVALID KEY
002700             CONTINUE
002710         NOT INVALID KEY
002720             IF StudentActive
002730                 MOVE EnrollCourseCode TO SortCourseCode
002740                 MOVE StudentId TO SortStudentId
002750                 MOVE Surname TO SortSurname
002760                 MOVE Initials TO SortInitials
002770                 RELEASE RiskSortRec
002780             END-IF
002790     END-READ
002800     READ EnrollFile NEXT
002810         AT END SET EndOfEnrollFile TO TRUE
002820     END-READ.
002830
002840*----------------------------------------------------------------
002850*PRODUCE-RISK-REPORT - drive the sorted enrollments, breaking on
002860*CourseCode to print a course heading with its thresholds, a
002870*line for each student at risk and a per-course count, and
002880*finally the grand totals.
002890*----------------------------------------------------------------
002900 PRODUCE-RISK-REPORT.
002910     OPEN OUTPUT RiskReportFile
002920     OPEN INPUT AttendFile
002930     IF AttendFileStatus = "00"
002940         SET AttendFileAvailable TO TRUE
002950     ELSE
002960         DISPLAY "*** Attendance register ATTEND.DAT not on "
002970                 "file - no student can be judged"
002980     END-IF
002990     OPEN INPUT AttRuleFile
003000     IF AttRuleFileStatus = "00"
003010         SET AttRuleFileAvailable TO TRUE
003020     ELSE
003030         DISPLAY "*** Thresholds ATTRULE.DAT not on file - "
003040                 "house defaults apply to every course"
003050     END-IF
003060     OPEN INPUT CourseMastFile
003070     IF CourseMastStatus = "00"
003080         SET CourseMastAvailable TO TRUE
003090     END-IF
003100     RETURN RiskSortFile
003110         AT END SET EndOfRiskSort TO TRUE
003120     END-RETURN
003130     PERFORM PROCESS-RISK-RECORD UNTIL EndOfRiskSort
003140     IF NOT FirstDetailOfReport
003150         PERFORM PRINT-COURSE-TOTAL
003160     END-IF
003170     MOVE GrandCourses TO GtlCourses
003180     MOVE GrandEnrolled TO GtlEnrolled
003190     MOVE GrandOnRegister TO GtlOnRegister
003200     MOVE GrandAtRisk TO GtlAtRisk
003210     MOVE GrandTotalLine TO RiskLine
003220     WRITE RiskLine
003230     IF AttendFileAvailable
003240         CLOSE AttendFile
003250     END-IF
003260     IF AttRuleFileAvailable
003270         CLOSE AttRuleFile
003280     END-IF
003290     IF CourseMastAvailable
003300         CLOSE CourseMastFile
003310     END-IF
003320     CLOSE RiskReportFile
003330     DISPLAY "At-risk report: " GrandEnrolled " enrolled, "
003340             GrandAtRisk " at risk".
003350
003360*----------------------------------------------------------------
003370*PROCESS-RISK-RECORD - handle one sorted enrollment: start a new
003380*course whenever CourseCode changes, then judge the student.
003390*----------------------------------------------------------------
003400 PROCESS-RISK-RECORD.
003410     IF FirstDetailOfReport
003420         OR SortCourseCode NOT = PriorCourseCode
003430         IF NOT FirstDetailOfReport
003440             PERFORM PRINT-COURSE-TOTAL
003450         END-IF
003460         MOVE SortCourseCode TO PriorCourseCode
003470         MOVE ZERO TO CourseEnrolled
003480         MOVE ZERO TO CourseOnRegister
003490         MOVE ZERO TO CourseAtRisk
003500         MOVE "N" TO FirstDetailSwitch
003510         ADD 1 TO GrandCourses
003520         PERFORM LOOKUP-COURSE-THRESHOLDS
003530         PERFORM PRINT-COURSE-HEADING
003540     END-IF
003550     ADD 1 TO CourseEnrolled
003560     ADD 1 TO GrandEnrolled
003570     PERFORM TALLY-STUDENT-REGISTER
003580     IF SessionsHeld NOT = ZERO
003590         ADD 1 TO CourseOnRegister
003600         ADD 1 TO GrandOnRegister
003610         PERFORM JUDGE-STUDENT-ATTENDANCE
003620         IF NOT NotAtRisk
003630             PERFORM PRINT-AT-RISK-STUDENT
003640         END-IF
003650     END-IF
003660     RETURN RiskSortFile
003670         AT END SET EndOfRiskSort TO TRUE
003680     END-RETURN.
003690
003700*----------------------------------------------------------------
003710*TALLY-STUDENT-REGISTER - read the student's register weeks for
003720*the course in week order, counting the sessions held and
003730*attended and the run of sessions missed since the student was
003740*last present.
003750*----------------------------------------------------------------
003760 TALLY-STUDENT-REGISTER.
003770     MOVE ZERO TO SessionsHeld
003780     MOVE ZERO TO SessionsAttended
003790     MOVE ZERO TO MissedInARow
003800     MOVE "N" TO AttendScanSwitch
003810     IF NOT AttendFileAvailable
003820         SET EndOfStudentWeeks TO TRUE
003830     ELSE
003840         MOVE SortStudentId TO AttStudentId
003850         MOVE SortCourseCode TO AttCourseCode
003860         MOVE ZERO TO AttWeek
003870         START AttendFile KEY IS NOT LESS THAN AttendKey
003880             INVALID KEY
003890                 SET EndOfStudentWeeks TO TRUE
003900         END-START
003910     END-IF
003920     IF NOT EndOfStudentWeeks
003930         PERFORM READ-NEXT-REGISTER-WEEK
003940     END-IF
003950     PERFORM TALLY-ONE-REGISTER-WEEK UNTIL EndOfStudentWeeks.
003960
003970 READ-NEXT-REGISTER-WEEK.
003980     READ AttendFile NEXT
003990         AT END SET EndOfStudentWeeks TO TRUE
004000     END-READ
004010     IF NOT EndOfStudentWeeks
004020         IF AttStudentId NOT = SortStudentId
004030             OR AttCourseCode NOT = SortCourseCode
004040             SET EndOfStudentWeeks TO TRUE
004050         END-IF
004060     END-IF.
004070
004080 TALLY-ONE-REGISTER-WEEK.
004090     PERFORM TALLY-ONE-SESSION
004100         VARYING AttSessionIdx FROM 1 BY 1
004110         UNTIL AttSessionIdx > 5
004120     PERFORM READ-NEXT-REGISTER-WEEK.
004130
004140 TALLY-ONE-SESSION.
004150     EVALUATE TRUE
004160         WHEN AttSessionPresent (AttSessionIdx)
004170             ADD 1 TO SessionsHeld
004180             ADD 1 TO SessionsAttended
004190             MOVE ZERO TO MissedInARow
004200         WHEN AttSessionAbsent (AttSessionIdx)
004210             ADD 1 TO SessionsHeld
004220             ADD 1 TO MissedInARow
004230         WHEN OTHER
004240             CONTINUE
004250     END-EVALUATE.
004260
004270*----------------------------------------------------------------
004280*JUDGE-STUDENT-ATTENDANCE - hold the student's figures against
004290*the course's thresholds.  The percentage is rounded down, so a
004300*student exactly on the line is not listed.
004310*----------------------------------------------------------------
004320 JUDGE-STUDENT-ATTENDANCE.
004330     COMPUTE AttendPercent =
004340         SessionsAttended * 100 / SessionsHeld
004350     SET NotAtRisk TO TRUE
004360     IF AttendPercent < CourseMinPercent
004370         SET RiskLowAttendance TO TRUE
004380     END-IF
004390     IF MissedInARow NOT < CourseMissLimit
004400         IF RiskLowAttendance
004410             SET RiskOnBoth TO TRUE
004420         ELSE
004430             SET RiskMissedInARow TO TRUE
004440         END-IF
004450     END-IF.
004460
004470 PRINT-AT-RISK-STUDENT.
004480     MOVE SortStudentId TO DtlStudentId
004490     MOVE SortSurname TO DtlSurname
004500     MOVE SortInitials TO DtlInitials
004510     MOVE SessionsHeld TO DtlHeld
004520     MOVE SessionsAttended TO DtlAttended
004530     MOVE AttendPercent TO DtlPercent
004540     MOVE MissedInARow TO DtlMissedInARow
004550     EVALUATE TRUE
004560         WHEN RiskLowAttendance
004570             MOVE "LOW ATTENDANCE" TO DtlReason
004580         WHEN RiskMissedInARow
004590             MOVE "MISSED IN A ROW" TO DtlReason
004600         WHEN RiskOnBoth
004610             MOVE "LOW AND MISSED IN ROW" TO DtlReason
004620     END-EVALUATE
004630     MOVE DetailLine TO RiskLine
004640     WRITE RiskLine
004650     ADD 1 TO CourseAtRisk
004660     ADD 1 TO GrandAtRisk.
004670
004680*----------------------------------------------------------------
004690*LOOKUP-COURSE-THRESHOLDS - take the course's figures from
004700*ATTRULE.DAT, or the house defaults when it has none.
004710*----------------------------------------------------------------
004720 LOOKUP-COURSE-THRESHOLDS.
004730     MOVE DefaultMinPercent TO CourseMinPercent
004740     MOVE DefaultMissLimit TO CourseMissLimit
004750     MOVE "  HOUSE DEFAULT" TO RhdRuleSource
004760     IF AttRuleFileAvailable
004770         MOVE SortCourseCode TO RuleCourseCode
004780         READ AttRuleFile
004790             INVALID KEY
004800                 CONTINUE
004810             NOT INVALID KEY
004820                 MOVE RuleMinPercent TO CourseMinPercent
004830                 MOVE RuleMissLimit TO CourseMissLimit
004840                 MOVE SPACES TO RhdRuleSource
004850         END-READ
004860     END-IF.
004870
004880*----------------------------------------------------------------
004890*PRINT-COURSE-HEADING - start a new page and print the report,
004900*course and threshold headings for the course now beginning.
004910*----------------------------------------------------------------
004920 PRINT-COURSE-HEADING.
004930     ADD 1 TO PageNumber
004940     MOVE PageNumber TO HdgPageNumber
004950     MOVE RunDate TO HdgRunDate
004960     MOVE SortCourseCode TO HdgCourseCode
004970     PERFORM LOOKUP-COURSE-DESC
004980     MOVE CourseMinPercent TO RhdMinPercent
004990     MOVE CourseMissLimit TO RhdMissLimit
005000     MOVE PageHeading1 TO RiskLine
005010     WRITE RiskLine
005020     MOVE PageHeading2 TO RiskLine
005030     WRITE RiskLine
005040     MOVE RuleHeading TO RiskLine
005050     WRITE RiskLine
005060     MOVE SPACES TO RiskLine
005070     WRITE RiskLine
005080     MOVE ColumnHeading TO RiskLine
005090     WRITE RiskLine
005100     MOVE SPACES TO RiskLine
005110     WRITE RiskLine.
005120
005130*----------------------------------------------------------------
005140*LOOKUP-COURSE-DESC - fill in HdgCourseDesc from the course
005150*master, or leave it blank if the code is not found there (or
005160*the course master itself is not on file).
005170*----------------------------------------------------------------
005180 LOOKUP-COURSE-DESC.
005190     MOVE SPACES TO HdgCourseDesc
005200     IF CourseMastAvailable
005210         MOVE SortCourseCode TO CrsCourseCode
005220         READ CourseMastFile
005230             INVALID KEY
005240                 CONTINUE
005250             NOT INVALID KEY
005260                 MOVE CrsCourseDesc TO HdgCourseDesc
005270         END-READ
005280     END-IF.
005290
005300*----------------------------------------------------------------
005310*PRINT-COURSE-TOTAL - print the counts for the course just
005320*finished.
005330*----------------------------------------------------------------
005340 PRINT-COURSE-TOTAL.
005350     IF CourseAtRisk = ZERO
005360         MOVE NoRiskLine TO RiskLine
005370         WRITE RiskLine
005380     END-IF
005390     MOVE SPACES TO RiskLine
005400     WRITE RiskLine
005410     MOVE CourseEnrolled TO CtlEnrolled
005420     MOVE CourseOnRegister TO CtlOnRegister
005430     MOVE CourseAtRisk TO CtlAtRisk
005440     MOVE CourseTotalLine TO RiskLine
005450     WRITE RiskLine
005460     MOVE SPACES TO RiskLine
005470     WRITE RiskLine.
