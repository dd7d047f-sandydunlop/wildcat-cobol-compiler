000010*----------------------------------------------------------------
000020*STUDTIME.CBL
000030*Weekly student timetable report.
000040*
000050*Reads ENROLL.DAT and, for every enrollment whose student is
000060*still active on the master, looks the course up on the
000070*TIMETAB.DAT course timetable and releases one sort record per
000080*meeting day.  The sorted stream prints STUDTIME.DAT: a page
000090*per student with their week laid out Monday to Friday in time
000100*order, showing course, description and room, followed by any
000110*course they hold that has no timetable yet, and a count of
000120*their class meetings for the week.  Descriptions come from
000130*the COURSMST.DAT course master.
000140*
000150*Modification history
000160*  Original - new program, written with the course timetable.
000170*----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.   STUDENT-TIMETABLE-PROG.
000200 AUTHOR.       SANDY DUNLOP.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS StudentId
000290         ALTERNATE RECORD KEY IS Surname
000300             WITH DUPLICATES
000310         FILE STATUS IS StudentFileStatus.
000320
000330     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS EnrollKey
000370         FILE STATUS IS EnrollFileStatus.
000380
000390     SELECT TimetableFile ASSIGN TO "TIMETAB.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TimeCourseCode
000430         FILE STATUS IS TimetableFileStatus.
000440
000450     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CrsCourseCode
000490         FILE STATUS IS CourseMastStatus.
000500
000510     SELECT TimeSortFile ASSIGN TO "TIMESORT.DAT".
000520
000530     SELECT TimetableReport ASSIGN TO "STUDTIME.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  StudentFile.
000590 COPY "STUDREC.CPY".
000600
000610 FD  EnrollFile.
000620 COPY "ENRLREC.CPY".
000630
000640 FD  TimetableFile.
000650 COPY "TIMEREC.CPY".
000660
000670 FD  CourseMastFile.
000680 COPY "CRSREC.CPY".
000690
000700*SortDayNumber is 1 (Monday) to 5 (Friday), or 9 for a course
000710*with no timetable, which therefore sorts after the week.
000720 SD  TimeSortFile.
000730 01  TimeSortRec.
000740     02  SortStudentId     PIC 9(7).
000750     02  SortDayNumber     PIC 9.
000760     02  SortStart         PIC 9(4).
000770     02  SortCourseCode    PIC X(4).
000780     02  SortEnd           PIC 9(4).
000790     02  SortRoom          PIC X(6).
000800     02  SortSurname       PIC X(8).
000810     02  SortInitials      PIC XX.
000820
000830 FD  TimetableReport.
000840 01  TimetableLine         PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870 01  StudentFileStatus     PIC XX.
000880 01  EnrollFileStatus      PIC XX.
000890 01  TimetableFileStatus   PIC XX.
000900 01  CourseMastStatus      PIC XX.
000910 01  TimetableOpenSwitch   PIC X     VALUE "N".
000920     88  TimetableAvailable          VALUE "Y".
000930 01  CourseMastOpenSwitch  PIC X     VALUE "N".
000940     88  CourseMastAvailable         VALUE "Y".
000950
000960 01  DayNameLit.
000970     05  FILLER            PIC X(45) VALUE
000980         'MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   '.
000990 01  DayNameTable REDEFINES DayNameLit.
001000     05  DayName           PIC X(9) OCCURS 5 TIMES.
001010 01  DayIdx                PIC 9     VALUE ZERO.
001020
001030 01  PageHeading1.
001040     05  FILLER            PIC X(24) VALUE SPACES.
001050     05  FILLER            PIC X(24) VALUE
001060                           'WEEKLY STUDENT TIMETABLE'.
001070     05  FILLER            PIC X(11) VALUE SPACES.
001080     05  FILLER            PIC X(5)  VALUE 'PAGE '.
001090     05  HdgPageNumber     PIC ZZZ9.
001100
001110 01  PageHeading2.
001120     05  FILLER            PIC X(9)  VALUE 'STUDENT: '.
001130     05  HdgStudentId      PIC 9(7).
001140     05  FILLER            PIC X(2)  VALUE SPACES.
001150     05  HdgSurname        PIC X(8).
001160     05  FILLER            PIC X(1)  VALUE SPACES.
001170     05  HdgInitials       PIC XX.
001180
001190 01  ColumnHeading.
001200     05  FILLER            PIC X(3)  VALUE 'DAY'.
001210     05  FILLER            PIC X(8)  VALUE SPACES.
001220     05  FILLER            PIC X(4)  VALUE 'TIME'.
001230     05  FILLER            PIC X(9)  VALUE SPACES.
001240     05  FILLER            PIC X(6)  VALUE 'COURSE'.
001250     05  FILLER            PIC X(2)  VALUE SPACES.
001260     05  FILLER            PIC X(11) VALUE 'DESCRIPTION'.
001270     05  FILLER            PIC X(11) VALUE SPACES.
001280     05  FILLER            PIC X(4)  VALUE 'ROOM'.
001290
001300 01  DetailLine.
001310     05  DtlDayName        PIC X(9).
001320     05  FILLER            PIC X(2)  VALUE SPACES.
001330     05  DtlTimes.
001340         10  DtlStart      PIC 9(4).
001350         10  DtlDash       PIC X.
001360         10  DtlEnd        PIC 9(4).
001370     05  FILLER            PIC X(4)  VALUE SPACES.
001380     05  DtlCourseCode     PIC X(4).
001390     05  FILLER            PIC X(4)  VALUE SPACES.
001400     05  DtlCourseDesc     PIC X(20).
001410     05  FILLER            PIC X(2)  VALUE SPACES.
001420     05  DtlRoom           PIC X(6).
001430
001440 01  StudentTotalLine.
001450     05  FILLER            PIC X(25) VALUE
001460                           'CLASS MEETINGS THIS WEEK:'.
001470     05  StlMeetingCount   PIC ZZZ9.
001480
001490 01  GrandTotalLine.
001500     05  FILLER            PIC X(27) VALUE
001510                           'STUDENT TIMETABLES PRINTED:'.
001520     05  GtlStudentCount   PIC ZZZZ9.
001530
001540 01  PageNumber            PIC 9(4)  VALUE ZERO.
001550
001560 01  StudentMeetingCount   PIC 9(4)  VALUE ZERO.
001570 01  StudentCount          PIC 9(5)  VALUE ZERO.
001580
001590 01  PriorStudentId        PIC 9(7)  VALUE ZERO.
001600 01  PriorDayNumber        PIC 9     VALUE ZERO.
001610 01  FirstDetailSwitch     PIC X     VALUE "Y".
001620     88  FirstDetailOfReport         VALUE "Y".
001630
001640 01  TimeSortStatus        PIC X     VALUE "Y".
001650     88  EndOfTimeSort               VALUE "N".
001660
001670 PROCEDURE DIVISION.
001680 MAIN-PARAGRAPH.
001690     SORT TimeSortFile
001700         ON ASCENDING KEY SortStudentId SortDayNumber
001710                          SortStart SortCourseCode
001720         INPUT PROCEDURE IS SELECT-STUDENT-MEETINGS
001730         OUTPUT PROCEDURE IS PRODUCE-TIMETABLES
001740     STOP RUN.
001750
001760*----------------------------------------------------------------
001770*SELECT-STUDENT-MEETINGS - release one sort record per meeting
001780*day of every ENROLL.DAT enrollment whose student is still on
001790*the master and active; a course with no timetable record is
001800*released once, as day 9, so it still shows on the page.
001810*----------------------------------------------------------------
001820 SELECT-STUDENT-MEETINGS.
001830     OPEN INPUT StudentFile
001840     OPEN INPUT TimetableFile
001850     IF TimetableFileStatus = "00"
001860         SET TimetableAvailable TO TRUE
001870     ELSE
001880         DISPLAY "*** Timetable TIMETAB.DAT not on file - "
001890                 "every course prints as not timetabled"
001900     END-IF
001910     OPEN INPUT EnrollFile
001920     IF EnrollFileStatus NOT = "00"
001930         DISPLAY "*** Enrollment file ENROLL.DAT not on file - "
001940                 "run ENROLL-CONVERT-PROG; report is empty"
001950         SET EndOfEnrollFile TO TRUE
001960     ELSE
001970         READ EnrollFile NEXT
001980             AT END SET EndOfEnrollFile TO TRUE
001990         END-READ
002000     END-IF
002010     PERFORM RELEASE-ONE-ENROLLMENT UNTIL EndOfEnrollFile
002020     IF EnrollFileStatus NOT = "35"
002030         CLOSE EnrollFile
002040     END-IF
002050     IF TimetableAvailable
002060         CLOSE TimetableFile
002070     END-IF
002080     CLOSE StudentFile.
002090
002100 RELEASE-ONE-ENROLLMENT.
002110     MOVE EnrollStudentId TO StudentId
002120     READ StudentFile
002130         INVALID KEY
002140             CONTINUE
002150         NOT INVALID KEY
002160             IF StudentActive
002170                 PERFORM RELEASE-COURSE-MEETINGS
002180             END-IF
002190     END-READ
002200     READ EnrollFile NEXT
002210         AT END SET EndOfEnrollFile TO TRUE
002220     END-READ.
002230
002240 RELEASE-COURSE-MEETINGS.
002250     MOVE StudentId TO SortStudentId
002260     MOVE Surname TO SortSurname
002270     MOVE Initials TO SortInitials
002280     MOVE EnrollCourseCode TO SortCourseCode
002290     MOVE EnrollCourseCode TO TimeCourseCode
002300     IF TimetableAvailable
002310         READ TimetableFile
002320             INVALID KEY
002330                 MOVE SPACES TO TimeDays
002340             NOT INVALID KEY
002350                 CONTINUE
002360         END-READ
002370     ELSE
002380         MOVE SPACES TO TimeDays
002390     END-IF
002400     IF TimeDays = SPACES
002410         MOVE 9 TO SortDayNumber
002420         MOVE ZERO TO SortStart SortEnd
002430         MOVE SPACES TO SortRoom
002440         RELEASE TimeSortRec
002450     ELSE
002460         MOVE TimeStart TO SortStart
002470         MOVE TimeEnd TO SortEnd
002480         MOVE TimeRoom TO SortRoom
002490         PERFORM RELEASE-ONE-MEETING-DAY
002500             VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > 5
002510     END-IF.
002520
002530 RELEASE-ONE-MEETING-DAY.
002540     IF TimeDayFlag (DayIdx) NOT = SPACE
002550         MOVE DayIdx TO SortDayNumber
002560         RELEASE TimeSortRec
002570     END-IF.
002580
002590*----------------------------------------------------------------
002600*PRODUCE-TIMETABLES - drive the sorted stream, breaking on
002610*StudentId for a new page and on day so each day's name prints
002620*once, against its first class.
002630*----------------------------------------------------------------
002640 PRODUCE-TIMETABLES.
002650     OPEN OUTPUT TimetableReport
002660     OPEN INPUT CourseMastFile
002670     IF CourseMastStatus = "00"
002680         SET CourseMastAvailable TO TRUE
002690     END-IF
002700     RETURN TimeSortFile
002710         AT END SET EndOfTimeSort TO TRUE
002720     END-RETURN
002730     PERFORM PROCESS-MEETING-RECORD UNTIL EndOfTimeSort
002740     IF NOT FirstDetailOfReport
002750         PERFORM PRINT-STUDENT-TOTAL
002760     END-IF
002770     MOVE StudentCount TO GtlStudentCount
002780     MOVE GrandTotalLine TO TimetableLine
002790     WRITE TimetableLine
002800     IF CourseMastAvailable
002810         CLOSE CourseMastFile
002820     END-IF
002830     CLOSE TimetableReport.
002840
002850 PROCESS-MEETING-RECORD.
002860     IF FirstDetailOfReport
002870         OR SortStudentId NOT = PriorStudentId
002880         IF NOT FirstDetailOfReport
002890             PERFORM PRINT-STUDENT-TOTAL
002900         END-IF
002910         MOVE SortStudentId TO PriorStudentId
002920         MOVE ZERO TO PriorDayNumber
002930         MOVE ZERO TO StudentMeetingCount
002940         MOVE "N" TO FirstDetailSwitch
002950         ADD 1 TO StudentCount
002960         PERFORM PRINT-STUDENT-HEADING
002970     END-IF
002980     MOVE SPACES TO DetailLine
002990     IF SortDayNumber NOT = PriorDayNumber
003000         IF SortDayNumber = 9
003010             MOVE "NO TIMES" TO DtlDayName
003020         ELSE
003030             MOVE DayName (SortDayNumber) TO DtlDayName
003040         END-IF
003050         MOVE SortDayNumber TO PriorDayNumber
003060     END-IF
003070     IF SortDayNumber = 9
003080         MOVE "NOT SET" TO DtlTimes
003090     ELSE
003100         MOVE SortStart TO DtlStart
003110         MOVE "-" TO DtlDash
003120         MOVE SortEnd TO DtlEnd
003130         ADD 1 TO StudentMeetingCount
003140     END-IF
003150     MOVE SortCourseCode TO DtlCourseCode
003160     PERFORM LOOKUP-COURSE-DESC
003170     MOVE SortRoom TO DtlRoom
003180     MOVE DetailLine TO TimetableLine
003190     WRITE TimetableLine
003200     RETURN TimeSortFile
003210         AT END SET EndOfTimeSort TO TRUE
003220     END-RETURN.
003230
003240*----------------------------------------------------------------
003250*PRINT-STUDENT-HEADING - start a new page and print the report
003260*and student headings for the student now beginning.
003270*----------------------------------------------------------------
003280 PRINT-STUDENT-HEADING.
003290     ADD 1 TO PageNumber
003300     MOVE PageNumber TO HdgPageNumber
003310     MOVE SortStudentId TO HdgStudentId
003320     MOVE SortSurname TO HdgSurname
003330     MOVE SortInitials TO HdgInitials
003340     MOVE PageHeading1 TO TimetableLine
003350     WRITE TimetableLine
003360     MOVE PageHeading2 TO TimetableLine
003370     WRITE TimetableLine
003380     MOVE SPACES TO TimetableLine
003390     WRITE TimetableLine
003400     MOVE ColumnHeading TO TimetableLine
003410     WRITE TimetableLine
003420     MOVE SPACES TO TimetableLine
003430     WRITE TimetableLine.
003440
003450*----------------------------------------------------------------
003460*LOOKUP-COURSE-DESC - fill in DtlCourseDesc from the course
003470*master, or leave it blank if the code is not found there (or
003480*the course master itself is not on file).
003490*----------------------------------------------------------------
003500 LOOKUP-COURSE-DESC.
003510     MOVE SPACES TO DtlCourseDesc
003520     IF CourseMastAvailable
003530         MOVE SortCourseCode TO CrsCourseCode
003540         READ CourseMastFile
003550             INVALID KEY
003560                 CONTINUE
003570             NOT INVALID KEY
003580                 MOVE CrsCourseDesc TO DtlCourseDesc
003590         END-READ
003600     END-IF.
003610
003620*----------------------------------------------------------------
003630*PRINT-STUDENT-TOTAL - print the week's class meetings for the
003640*student just finished.
003650*----------------------------------------------------------------
003660 PRINT-STUDENT-TOTAL.
003670     MOVE SPACES TO TimetableLine
003680     WRITE TimetableLine
003690     MOVE StudentMeetingCount TO StlMeetingCount
003700     MOVE StudentTotalLine TO TimetableLine
003710     WRITE TimetableLine
003720     MOVE SPACES TO TimetableLine
003730     WRITE TimetableLine.
