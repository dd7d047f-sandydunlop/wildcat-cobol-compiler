000010*----------------------------------------------------------------
000020*GPASTAND.CBL
000030*End-of-term grade point average and academic standing run.
000040*
000050*Reads every grade on GRADES.DAT in key order - StudentId then
000060*CourseCode - and works out each student's cumulative grade
000070*point average: A 4, B 3, C 2, D 1 and F 0 points, with I
000080*(incomplete) and W (withdrawn) left out of the average.  The
000090*average earns a standing:
000100*    D  dean's list      3.50 and over
000110*    G  good standing    2.00 to 3.49
000120*    P  probation        1.00 to 1.99
000130*    S  suspension       under 1.00
000140*and both are written to STANDING.DAT, rebuilt from scratch
000150*each run so it always answers from the grades of record.  A
000160*student whose grades are all I or W has no average and no
000170*standing record.  Past students keep their standing so the
000180*transcript of an archived student still shows it.
000190*
000200*Active students on the master who make the dean's list, or
000210*who fall to probation or suspension, are sorted by their
000220*programme CourseCode and printed on DEANLIST.DAT and
000230*PROBRPT.DAT, with course headings from COURSMST.DAT.
000240*
000250*Modification history
000260*  Original - new program, written with the standing file.
000270*----------------------------------------------------------------
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.   GPA-STANDING-PROG.
000300 AUTHOR.       SANDY DUNLOP.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS GradeKey
000390         FILE STATUS IS GradeFileStatus.
000400
000410     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS StudentId
000450         ALTERNATE RECORD KEY IS Surname
000460             WITH DUPLICATES
000470         FILE STATUS IS StudentFileStatus.
000480
000490     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CrsCourseCode
000530         FILE STATUS IS CourseMastStatus.
000540
000550     SELECT StandingFile ASSIGN TO "STANDING.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS StandStudentId
000590         FILE STATUS IS StandingFileStatus.
000600
000610     SELECT StandSortFile ASSIGN TO "STNDSORT.DAT".
000620
000630     SELECT DeanListFile ASSIGN TO "DEANLIST.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT ProbationFile ASSIGN TO "PROBRPT.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  GradeFile.
000720 COPY "GRADREC.CPY".
000730
000740 FD  StudentFile.
000750 COPY "STUDREC.CPY".
000760
000770 FD  CourseMastFile.
000780 COPY "CRSREC.CPY".
000790
000800 FD  StandingFile.
000810 COPY "STNDREC.CPY".
000820
000830 SD  StandSortFile.
000840 01  StandSortRec.
000850     02  SortReportType     PIC X.
000860         88  SortForDeansList          VALUE "D".
000870         88  SortForProbation          VALUE "P".
000880     02  SortCourseCode     PIC X(4).
000890     02  SortStudentId      PIC 9(7).
000900     02  SortSurname        PIC X(8).
000910     02  SortInitials       PIC XX.
000920     02  SortGPA            PIC 9V99.
000930     02  SortCoursesCounted PIC 9(3).
000940     02  SortStandCode      PIC X.
000950
000960 FD  DeanListFile.
000970 01  DeanListLine            PIC X(80).
000980
000990 FD  ProbationFile.
001000 01  ProbationLine           PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 01  GradeFileStatus         PIC XX.
001040 01  StudentFileStatus       PIC XX.
001050 01  CourseMastStatus        PIC XX.
001060 01  StandingFileStatus      PIC XX.
001070
001080 01  CourseMastOpenSwitch    PIC X     VALUE "N".
001090     88  CourseMastAvailable           VALUE "Y".
001100 01  StudentOpenSwitch       PIC X     VALUE "N".
001110     88  StudentFileAvailable          VALUE "Y".
001120
001130*Running totals for the student whose grades are being read.
001140 01  CurStudentId            PIC 9(7)  VALUE ZERO.
001150 01  CurGradePoints          PIC 9(5)  VALUE ZERO.
001160 01  CurCoursesCounted       PIC 9(3)  VALUE ZERO.
001170 01  CurGPA                  PIC 9V99  VALUE ZERO.
001180     88  GPADeansList                  VALUES 3.50 THRU 4.00.
001190     88  GPAGoodStanding               VALUES 2.00 THRU 3.49.
001200     88  GPAProbation                  VALUES 1.00 THRU 1.99.
001210 01  FirstGradeSwitch        PIC X     VALUE "Y".
001220     88  FirstGradeOfRun               VALUE "Y".
001230
001240 01  PageHeading1.
001250     05  HdgReportTitle      PIC X(30).
001260     05  FILLER              PIC X(5)  VALUE SPACES.
001270     05  FILLER              PIC X(9)  VALUE 'RUN DATE '.
001280     05  HdgRunDate          PIC 9(8).
001290     05  FILLER              PIC X(7)  VALUE SPACES.
001300     05  FILLER              PIC X(5)  VALUE 'PAGE '.
001310     05  HdgPageNumber       PIC ZZZ9.
001320
001330 01  PageHeading2.
001340     05  FILLER              PIC X(9)  VALUE 'COURSE: '.
001350     05  HdgCourseCode       PIC X(4).
001360     05  FILLER              PIC X(2)  VALUE SPACES.
001370     05  HdgCourseDesc       PIC X(20).
001380
001390 01  ColumnHeading.
001400     05  FILLER              PIC X(10) VALUE 'STUDENT ID'.
001410     05  FILLER              PIC X(2)  VALUE SPACES.
001420     05  FILLER              PIC X(10) VALUE 'NAME'.
001430     05  FILLER              PIC X(8)  VALUE SPACES.
001440     05  FILLER              PIC X(3)  VALUE 'GPA'.
001450     05  FILLER              PIC X(4)  VALUE SPACES.
001460     05  FILLER              PIC X(7)  VALUE 'COURSES'.
001470     05  FILLER              PIC X(3)  VALUE SPACES.
001480     05  FILLER              PIC X(8)  VALUE 'STANDING'.
001490
001500 01  DetailLine.
001510     05  DtlStudentId        PIC 9(7).
001520     05  FILLER              PIC X(5)  VALUE SPACES.
001530     05  DtlSurname          PIC X(8).
001540     05  FILLER              PIC X(1)  VALUE SPACES.
001550     05  DtlInitials         PIC XX.
001560     05  FILLER              PIC X(7)  VALUE SPACES.
001570     05  DtlGPA              PIC 9.99.
001580     05  FILLER              PIC X(6)  VALUE SPACES.
001590     05  DtlCoursesCounted   PIC ZZ9.
001600     05  FILLER              PIC X(4)  VALUE SPACES.
001610     05  DtlStandingDesc     PIC X(14).
001620
001630 01  CourseTotalLine.
001640     05  FILLER          PIC X(19) VALUE 'STUDENTS IN COURSE:'.
001650     05  CtlHeadcount        PIC ZZZ9.
001660
001670 01  GrandTotalLine.
001680     05  FILLER              PIC X(16) VALUE 'TOTAL STUDENTS: '.
001690     05  GtlHeadcount        PIC ZZZZ9.
001700
001710 01  ReportLine              PIC X(80).
001720
001730*Both reports come off the one sort, dean's list first; the
001740*report in hand decides which file a line is written to.
001750 01  CurReportType           PIC X     VALUE SPACES.
001760     88  CurReportIsDeansList          VALUE "D".
001770     88  CurReportIsProbation          VALUE "P".
001780 01  DeansListStartSwitch    PIC X     VALUE "N".
001790     88  DeansListStarted              VALUE "Y".
001800 01  ProbationStartSwitch    PIC X     VALUE "N".
001810     88  ProbationStarted              VALUE "Y".
001820
001830 01  PageNumber              PIC 9(4)  VALUE ZERO.
001840 01  CourseHeadcount         PIC 9(5)  VALUE ZERO.
001850 01  ReportHeadcount         PIC 9(5)  VALUE ZERO.
001860 01  PriorCourseCode         PIC X(4)  VALUE SPACES.
001870
001880 01  StandSortStatus         PIC X     VALUE "Y".
001890     88  EndOfStandSort                VALUE "N".
001900
001910 01  RunDate                 PIC 9(8).
001920 01  GradesReadCount         PIC 9(5)  VALUE ZERO.
001930 01  StandingWrittenCount    PIC 9(5)  VALUE ZERO.
001940 01  NotRatedCount           PIC 9(5)  VALUE ZERO.
001950 01  DeansListCount          PIC 9(5)  VALUE ZERO.
001960 01  GoodStandingCount       PIC 9(5)  VALUE ZERO.
001970 01  ProbationCount          PIC 9(5)  VALUE ZERO.
001980 01  SuspensionCount         PIC 9(5)  VALUE ZERO.
001990
002000 PROCEDURE DIVISION.
002010 MAIN-PARAGRAPH.
002020     DISPLAY "Grade point average and academic standing run"
002030     ACCEPT RunDate FROM DATE YYYYMMDD
002040     SORT StandSortFile
002050         ON ASCENDING KEY SortReportType SortCourseCode
002060                          SortStudentId
002070         INPUT PROCEDURE IS COMPUTE-STANDINGS
002080         OUTPUT PROCEDURE IS PRODUCE-STANDING-REPORTS
002090     DISPLAY "Grades read: " GradesReadCount
002100             "  Standings written: " StandingWrittenCount
002110             "  Not rated: " NotRatedCount
002120     DISPLAY "Dean's list: " DeansListCount
002130             "  Good: " GoodStandingCount
002140             "  Probation: " ProbationCount
002150             "  Suspension: " SuspensionCount
002160     DISPLAY "Reports written to DEANLIST.DAT and PROBRPT.DAT"
002170     STOP RUN.
002180
002190*----------------------------------------------------------------
002200*COMPUTE-STANDINGS - walk GRADES.DAT breaking on StudentId,
002210*writing each student's standing to a freshly built
002220*STANDING.DAT and releasing the report candidates to the sort.
002230*Without a grade file there is nothing to average; the
002240*standing file is still rebuilt, empty.
002250*----------------------------------------------------------------
002260 COMPUTE-STANDINGS.
002270     OPEN OUTPUT StandingFile
002280     IF StandingFileStatus NOT = "00"
002290         DISPLAY "*** Cannot create STANDING.DAT - status "
002300                 StandingFileStatus " - run abandoned"
002310         STOP RUN
002320     END-IF
002330     OPEN INPUT StudentFile
002340     IF StudentFileStatus = "00"
002350         SET StudentFileAvailable TO TRUE
002360     ELSE
002370         DISPLAY "*** Student master STUDENTS.DAT not on file - "
002380                 "reports will be empty"
002390     END-IF
002400     OPEN INPUT GradeFile
002410     IF GradeFileStatus NOT = "00"
002420         DISPLAY "*** Grade file GRADES.DAT not on file - "
002430                 "no standings computed"
002440         SET EndOfGradeFile TO TRUE
002450     ELSE
002460         READ GradeFile NEXT
002470             AT END SET EndOfGradeFile TO TRUE
002480         END-READ
002490     END-IF
002500     PERFORM ADD-ONE-GRADE UNTIL EndOfGradeFile
002510     IF NOT FirstGradeOfRun
002520         PERFORM FINISH-STUDENT
002530     END-IF
002540     IF GradeFileStatus NOT = "35"
002550         CLOSE GradeFile
002560     END-IF
002570     IF StudentFileAvailable
002580         CLOSE StudentFile
002590     END-IF
002600     CLOSE StandingFile.
002610
002620*----------------------------------------------------------------
002630*ADD-ONE-GRADE - finish the previous student when StudentId
002640*changes, then add this grade's points.  F counts as a course
002650*with no points; I and W are passed over.
002660*----------------------------------------------------------------
002670 ADD-ONE-GRADE.
002680     IF FirstGradeOfRun
002690         OR GradeStudentId NOT = CurStudentId
002700         IF NOT FirstGradeOfRun
002710             PERFORM FINISH-STUDENT
002720         END-IF
002730         MOVE "N" TO FirstGradeSwitch
002740         MOVE GradeStudentId TO CurStudentId
002750         MOVE ZERO TO CurGradePoints
002760         MOVE ZERO TO CurCoursesCounted
002770     END-IF
002780     ADD 1 TO GradesReadCount
002790     EVALUATE GradeMark
002800         WHEN "A "
002810             ADD 4 TO CurGradePoints
002820             ADD 1 TO CurCoursesCounted
002830         WHEN "B "
002840             ADD 3 TO CurGradePoints
002850             ADD 1 TO CurCoursesCounted
002860         WHEN "C "
002870             ADD 2 TO CurGradePoints
002880             ADD 1 TO CurCoursesCounted
002890         WHEN "D "
002900             ADD 1 TO CurGradePoints
002910             ADD 1 TO CurCoursesCounted
002920         WHEN "F "
002930             ADD 1 TO CurCoursesCounted
002940         WHEN OTHER
002950             CONTINUE
002960     END-EVALUATE
002970     READ GradeFile NEXT
002980         AT END SET EndOfGradeFile TO TRUE
002990     END-READ.
003000
003010*----------------------------------------------------------------
003020*FINISH-STUDENT - average the student just read, grade their
003030*standing, write it, and release them to the sort if they are
003040*an active student on the dean's list or below good standing.
003050*----------------------------------------------------------------
003060 FINISH-STUDENT.
003070     IF CurCoursesCounted = ZERO
003080         ADD 1 TO NotRatedCount
003090     ELSE
003100         DIVIDE CurGradePoints BY CurCoursesCounted
003110             GIVING CurGPA ROUNDED
003120         MOVE CurStudentId TO StandStudentId
003130         MOVE CurGPA TO StandGPA
003140         MOVE CurGradePoints TO StandGradePoints
003150         MOVE CurCoursesCounted TO StandCoursesCounted
003160         MOVE RunDate TO StandRunDate
003170         EVALUATE TRUE
003180             WHEN GPADeansList
003190                 SET StandDeansList TO TRUE
003200                 ADD 1 TO DeansListCount
003210             WHEN GPAGoodStanding
003220                 SET StandGood TO TRUE
003230                 ADD 1 TO GoodStandingCount
003240             WHEN GPAProbation
003250                 SET StandProbation TO TRUE
003260                 ADD 1 TO ProbationCount
003270             WHEN OTHER
003280                 SET StandSuspension TO TRUE
003290                 ADD 1 TO SuspensionCount
003300         END-EVALUATE
003310         WRITE StandingRec
003320         ADD 1 TO StandingWrittenCount
003330         IF NOT StandGood
003340             PERFORM RELEASE-REPORT-CANDIDATE
003350         END-IF
003360     END-IF.
003370
003380 RELEASE-REPORT-CANDIDATE.
003390     IF StudentFileAvailable
003400         MOVE CurStudentId TO StudentId
003410         READ StudentFile
003420             INVALID KEY
003430                 CONTINUE
003440             NOT INVALID KEY
003450                 IF StudentActive
003460                     IF StandDeansList
003470                         SET SortForDeansList TO TRUE
003480                     ELSE
003490                         SET SortForProbation TO TRUE
003500                     END-IF
003510                     MOVE CourseCode TO SortCourseCode
003520                     MOVE StudentId TO SortStudentId
003530                     MOVE Surname TO SortSurname
003540                     MOVE Initials TO SortInitials
003550                     MOVE StandGPA TO SortGPA
003560                     MOVE StandCoursesCounted
003570                             TO SortCoursesCounted
003580                     MOVE StandCode TO SortStandCode
003590                     RELEASE StandSortRec
003600                 END-IF
003610         END-READ
003620     END-IF.
003630
003640*----------------------------------------------------------------
003650*PRODUCE-STANDING-REPORTS - drive the sorted stream, dean's list
003660*candidates first, breaking on report and on CourseCode.  A
003670*report with nobody on it still prints its heading and a zero
003680*total, so an empty report reads as run, not lost.
003690*----------------------------------------------------------------
003700 PRODUCE-STANDING-REPORTS.
003710     OPEN OUTPUT DeanListFile
003720     OPEN OUTPUT ProbationFile
003730     OPEN INPUT CourseMastFile
003740     IF CourseMastStatus = "00"
003750         SET CourseMastAvailable TO TRUE
003760     END-IF
003770     MOVE RunDate TO HdgRunDate
003780     RETURN StandSortFile
003790         AT END SET EndOfStandSort TO TRUE
003800     END-RETURN
003810     PERFORM PROCESS-STANDING-RECORD UNTIL EndOfStandSort
003820     IF CurReportType NOT = SPACES
003830         PERFORM FINISH-REPORT
003840     END-IF
003850     IF NOT DeansListStarted
003860         MOVE "D" TO CurReportType
003870         PERFORM START-REPORT
003880         PERFORM PRINT-EMPTY-REPORT
003890     END-IF
003900     IF NOT ProbationStarted
003910         MOVE "P" TO CurReportType
003920         PERFORM START-REPORT
003930         PERFORM PRINT-EMPTY-REPORT
003940     END-IF
003950     IF CourseMastAvailable
003960         CLOSE CourseMastFile
003970     END-IF
003980     CLOSE DeanListFile
003990     CLOSE ProbationFile.
004000
004010*----------------------------------------------------------------
004020*PROCESS-STANDING-RECORD - handle one sorted student: close off
004030*the previous report when the report changes, print a course
004040*heading whenever CourseCode changes, then the detail line.
004050*----------------------------------------------------------------
004060 PROCESS-STANDING-RECORD.
004070     IF SortReportType NOT = CurReportType
004080         IF CurReportType NOT = SPACES
004090             PERFORM FINISH-REPORT
004100         END-IF
004110         MOVE SortReportType TO CurReportType
004120         PERFORM START-REPORT
004130         MOVE SortCourseCode TO PriorCourseCode
004140         PERFORM PRINT-COURSE-HEADING
004150     ELSE
004160         IF SortCourseCode NOT = PriorCourseCode
004170             PERFORM PRINT-COURSE-TOTAL
004180             MOVE SortCourseCode TO PriorCourseCode
004190             PERFORM PRINT-COURSE-HEADING
004200         END-IF
004210     END-IF
004220     MOVE SortStudentId TO DtlStudentId
004230     MOVE SortSurname TO DtlSurname
004240     MOVE SortInitials TO DtlInitials
004250     MOVE SortGPA TO DtlGPA
004260     MOVE SortCoursesCounted TO DtlCoursesCounted
004270     EVALUATE SortStandCode
004280         WHEN "D"
004290             MOVE "DEAN'S LIST" TO DtlStandingDesc
004300         WHEN "P"
004310             MOVE "PROBATION" TO DtlStandingDesc
004320         WHEN "S"
004330             MOVE "SUSPENSION" TO DtlStandingDesc
004340         WHEN OTHER
004350             MOVE SPACES TO DtlStandingDesc
004360     END-EVALUATE
004370     MOVE DetailLine TO ReportLine
004380     PERFORM WRITE-REPORT-LINE
004390     ADD 1 TO CourseHeadcount
004400     ADD 1 TO ReportHeadcount
004410     RETURN StandSortFile
004420         AT END SET EndOfStandSort TO TRUE
004430     END-RETURN.
004440
004450*----------------------------------------------------------------
004460*START-REPORT - reset the page and head counts and set the
004470*title for the report now beginning.
004480*----------------------------------------------------------------
004490 START-REPORT.
004500     MOVE ZERO TO PageNumber
004510     MOVE ZERO TO ReportHeadcount
004520     IF CurReportIsDeansList
004530         SET DeansListStarted TO TRUE
004540         MOVE "DEAN'S LIST REPORT" TO HdgReportTitle
004550     ELSE
004560         SET ProbationStarted TO TRUE
004570         MOVE "PROBATION AND SUSPENSION REPORT"
004580                 TO HdgReportTitle
004590     END-IF.
004600
004610 FINISH-REPORT.
004620     PERFORM PRINT-COURSE-TOTAL
004630     MOVE ReportHeadcount TO GtlHeadcount
004640     MOVE GrandTotalLine TO ReportLine
004650     PERFORM WRITE-REPORT-LINE.
004660
004670 PRINT-EMPTY-REPORT.
004680     ADD 1 TO PageNumber
004690     MOVE PageNumber TO HdgPageNumber
004700     MOVE PageHeading1 TO ReportLine
004710     PERFORM WRITE-REPORT-LINE
004720     MOVE SPACES TO ReportLine
004730     PERFORM WRITE-REPORT-LINE
004740     MOVE ZERO TO GtlHeadcount
004750     MOVE GrandTotalLine TO ReportLine
004760     PERFORM WRITE-REPORT-LINE.
004770
004780*----------------------------------------------------------------
004790*PRINT-COURSE-HEADING - start a new page and print the report
004800*and course headings for the course now beginning.
004810*----------------------------------------------------------------
004820 PRINT-COURSE-HEADING.
004830     MOVE ZERO TO CourseHeadcount
004840     ADD 1 TO PageNumber
004850     MOVE PageNumber TO HdgPageNumber
004860     MOVE SortCourseCode TO HdgCourseCode
004870     PERFORM LOOKUP-COURSE-DESC
004880     MOVE PageHeading1 TO ReportLine
004890     PERFORM WRITE-REPORT-LINE
004900     MOVE PageHeading2 TO ReportLine
004910     PERFORM WRITE-REPORT-LINE
004920     MOVE SPACES TO ReportLine
004930     PERFORM WRITE-REPORT-LINE
004940     MOVE ColumnHeading TO ReportLine
004950     PERFORM WRITE-REPORT-LINE
004960     MOVE SPACES TO ReportLine
004970     PERFORM WRITE-REPORT-LINE.
004980
004990*----------------------------------------------------------------
005000*LOOKUP-COURSE-DESC - fill in HdgCourseDesc from the course
005010*master, or leave it blank if the code is not found there (or
005020*the course master itself is not on file).
005030*----------------------------------------------------------------
005040 LOOKUP-COURSE-DESC.
005050     MOVE SPACES TO HdgCourseDesc
005060     IF CourseMastAvailable
005070         MOVE SortCourseCode TO CrsCourseCode
005080         READ CourseMastFile
005090             INVALID KEY
005100                 CONTINUE
005110             NOT INVALID KEY
005120                 MOVE CrsCourseDesc TO HdgCourseDesc
005130         END-READ
005140     END-IF.
005150
005160*----------------------------------------------------------------
005170*PRINT-COURSE-TOTAL - print the headcount for the course just
005180*finished.
005190*----------------------------------------------------------------
005200 PRINT-COURSE-TOTAL.
005210     MOVE CourseHeadcount TO CtlHeadcount
005220     MOVE CourseTotalLine TO ReportLine
005230     PERFORM WRITE-REPORT-LINE
005240     MOVE SPACES TO ReportLine
005250     PERFORM WRITE-REPORT-LINE.
005260
005270*----------------------------------------------------------------
005280*WRITE-REPORT-LINE - write ReportLine to the report in hand.
005290*----------------------------------------------------------------
005300 WRITE-REPORT-LINE.
005310     IF CurReportIsDeansList
005320         MOVE ReportLine TO DeanListLine
005330         WRITE DeanListLine
005340     ELSE
005350         MOVE ReportLine TO ProbationLine
005360         WRITE ProbationLine
005370     END-IF.
