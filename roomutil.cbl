000010*----------------------------------------------------------------
000020*ROOMUTIL.CBL
000030*Room utilization listing.
000040*
000050*Sorts the TIMETAB.DAT course timetable by room and start time
000060*and prints ROOMUTIL.DAT: a heading per room, one line per
000070*course booked into it with its days and times, and the room's
000080*teaching hours for the week.  A course that meets in the same
000090*room on a shared day at an overlapping time as a course listed
000100*before it is flagged DOUBLE BOOKED, naming that course, and
000110*the double bookings are totalled at the end.  Descriptions
000120*come from the COURSMST.DAT course master.
000130*
000140*Modification history
000150*  Original - new program, written with the course timetable.
000160*----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.   ROOM-UTIL-PROG.
000190 AUTHOR.       SANDY DUNLOP.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT TimetableFile ASSIGN TO "TIMETAB.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS TimeCourseCode
000280         FILE STATUS IS TimetableFileStatus.
000290
000300     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CrsCourseCode
000340         FILE STATUS IS CourseMastStatus.
000350
000360     SELECT RoomSortFile ASSIGN TO "ROOMSORT.DAT".
000370
000380     SELECT RoomReport ASSIGN TO "ROOMUTIL.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TimetableFile.
000440 COPY "TIMEREC.CPY".
000450
000460 FD  CourseMastFile.
000470 COPY "CRSREC.CPY".
000480
000490 SD  RoomSortFile.
000500 01  RoomSortRec.
000510     02  SortRoom          PIC X(6).
000520     02  SortStart         PIC 9(4).
000530     02  SortCourseCode    PIC X(4).
000540     02  SortEnd           PIC 9(4).
000550     02  SortDays          PIC X(5).
000560     02  SortDayTable REDEFINES SortDays.
000570         03  SortDayFlag   PIC X OCCURS 5 TIMES.
000580
000590 FD  RoomReport.
000600 01  RoomLine              PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 01  TimetableFileStatus   PIC XX.
000640 01  CourseMastStatus      PIC XX.
000650 01  CourseMastOpenSwitch  PIC X     VALUE "N".
000660     88  CourseMastAvailable         VALUE "Y".
000670
000680*The courses already listed for the room now printing, each new
000690*one being checked against all of them for a double booking.
000700 01  RoomTable.
000710     05  RoomEntry OCCURS 50 TIMES
000720             INDEXED BY RoomIdx.
000730         10  RtblCourseCode    PIC X(4).
000740         10  RtblStart         PIC 9(4).
000750         10  RtblEnd           PIC 9(4).
000760         10  RtblDays          PIC X(5).
000770         10  RtblDayTable REDEFINES RtblDays.
000780             15  RtblDayFlag   PIC X OCCURS 5 TIMES.
000790 01  RoomTableCount        PIC 9(3)  VALUE ZERO.
000800 01  DayIdx                PIC 9     VALUE ZERO.
000810 01  ClashCourseCode       PIC X(4).
000820
000830 01  PageHeading1.
000840     05  FILLER            PIC X(27) VALUE SPACES.
000850     05  FILLER            PIC X(25) VALUE
000860                           'ROOM UTILIZATION LISTING'.
000870     05  FILLER            PIC X(7)  VALUE SPACES.
000880     05  FILLER            PIC X(5)  VALUE 'PAGE '.
000890     05  HdgPageNumber     PIC ZZZ9.
000900
000910 01  PageHeading2.
000920     05  FILLER            PIC X(6)  VALUE 'ROOM: '.
000930     05  HdgRoom           PIC X(6).
000940
000950 01  ColumnHeading.
000960     05  FILLER            PIC X(6)  VALUE 'COURSE'.
000970     05  FILLER            PIC X(2)  VALUE SPACES.
000980     05  FILLER            PIC X(11) VALUE 'DESCRIPTION'.
000990     05  FILLER            PIC X(11) VALUE SPACES.
001000     05  FILLER            PIC X(4)  VALUE 'DAYS'.
001010     05  FILLER            PIC X(3)  VALUE SPACES.
001020     05  FILLER            PIC X(4)  VALUE 'TIME'.
001030
001040 01  DetailLine.
001050     05  DtlCourseCode     PIC X(4).
001060     05  FILLER            PIC X(4)  VALUE SPACES.
001070     05  DtlCourseDesc     PIC X(20).
001080     05  FILLER            PIC X(2)  VALUE SPACES.
001090     05  DtlDays           PIC X(5).
001100     05  FILLER            PIC X(2)  VALUE SPACES.
001110     05  DtlStart          PIC 9(4).
001120     05  FILLER            PIC X     VALUE '-'.
001130     05  DtlEnd            PIC 9(4).
001140     05  FILLER            PIC X(2)  VALUE SPACES.
001150     05  DtlClashFlag      PIC X(28).
001160
001170 01  ClashFlagText.
001180     05  FILLER            PIC X(24) VALUE
001190                           '*** DOUBLE BOOKED WITH '.
001200     05  ClashFlagCode     PIC X(4).
001210
001220 01  RoomTotalLine.
001230     05  FILLER            PIC X(17) VALUE 'COURSES IN ROOM: '.
001240     05  RtlCourseCount    PIC ZZ9.
001250     05  FILLER            PIC X(4)  VALUE SPACES.
001260     05  FILLER            PIC X(24) VALUE
001270                           'TEACHING HOURS PER WEEK:'.
001280     05  RtlHours          PIC ZZZ9.99.
001290
001300 01  GrandTotalLine1.
001310     05  FILLER            PIC X(16) VALUE 'ROOMS IN USE:   '.
001320     05  GtlRoomCount      PIC ZZZZ9.
001330     05  FILLER            PIC X(4)  VALUE SPACES.
001340     05  FILLER            PIC X(19) VALUE 'COURSES TIMETABLED:'.
001350     05  GtlCourseCount    PIC ZZZZ9.
001360
001370 01  GrandTotalLine2.
001380     05  FILLER            PIC X(16) VALUE 'DOUBLE BOOKINGS:'.
001390     05  GtlClashCount     PIC ZZZZ9.
001400
001410 01  PageNumber            PIC 9(4)  VALUE ZERO.
001420
001430 01  RoomCourseCount       PIC 9(3)  VALUE ZERO.
001440 01  RoomMinutes           PIC 9(6)  VALUE ZERO.
001450 01  RoomHours             PIC 9(4)V99 VALUE ZERO.
001460 01  RoomCount             PIC 9(5)  VALUE ZERO.
001470 01  CourseCount           PIC 9(5)  VALUE ZERO.
001480 01  ClashCount            PIC 9(5)  VALUE ZERO.
001490
001500*A meeting's length in minutes, from its HHMM start and end.
001510 01  TimeHours             PIC 99.
001520 01  TimeMinutes           PIC 99.
001530 01  StartMinutes          PIC 9(4).
001540 01  EndMinutes            PIC 9(4).
001550 01  MeetingDayCount       PIC 9     VALUE ZERO.
001560
001570 01  PriorRoom             PIC X(6)  VALUE SPACES.
001580 01  FirstDetailSwitch     PIC X     VALUE "Y".
001590     88  FirstDetailOfReport         VALUE "Y".
001600
001610 01  RoomSortStatus        PIC X     VALUE "Y".
001620     88  EndOfRoomSort               VALUE "N".
001630
001640 PROCEDURE DIVISION.
001650 MAIN-PARAGRAPH.
001660     SORT RoomSortFile
001670         ON ASCENDING KEY SortRoom SortStart SortCourseCode
001680         INPUT PROCEDURE IS RELEASE-TIMETABLE
001690         OUTPUT PROCEDURE IS PRODUCE-ROOM-LISTING
001700     STOP RUN.
001710
001720*----------------------------------------------------------------
001730*RELEASE-TIMETABLE - pass every timetabled course to the sort.
001740*----------------------------------------------------------------
001750 RELEASE-TIMETABLE.
001760     OPEN INPUT TimetableFile
001770     IF TimetableFileStatus NOT = "00"
001780         DISPLAY "*** Timetable TIMETAB.DAT not on file - "
001790                 "run TIMETABLE-MAINT-PROG; listing is empty"
001800         SET EndOfTimetableFile TO TRUE
001810     ELSE
001820         READ TimetableFile NEXT
001830             AT END SET EndOfTimetableFile TO TRUE
001840         END-READ
001850     END-IF
001860     PERFORM RELEASE-ONE-COURSE UNTIL EndOfTimetableFile
001870     IF TimetableFileStatus NOT = "35"
001880         CLOSE TimetableFile
001890     END-IF.
001900
001910 RELEASE-ONE-COURSE.
001920     MOVE TimeRoom TO SortRoom
001930     MOVE TimeStart TO SortStart
001940     MOVE TimeCourseCode TO SortCourseCode
001950     MOVE TimeEnd TO SortEnd
001960     MOVE TimeDays TO SortDays
001970     RELEASE RoomSortRec
001980     READ TimetableFile NEXT
001990         AT END SET EndOfTimetableFile TO TRUE
002000     END-READ.
002010
002020*----------------------------------------------------------------
002030*PRODUCE-ROOM-LISTING - drive the sorted stream, breaking on
002040*room to print a room heading, the courses booked into it and
002050*its weekly total, and finally the grand totals.
002060*----------------------------------------------------------------
002070 PRODUCE-ROOM-LISTING.
002080     OPEN OUTPUT RoomReport
002090     OPEN INPUT CourseMastFile
002100     IF CourseMastStatus = "00"
002110         SET CourseMastAvailable TO TRUE
002120     END-IF
002130     RETURN RoomSortFile
002140         AT END SET EndOfRoomSort TO TRUE
002150     END-RETURN
002160     PERFORM PROCESS-ROOM-RECORD UNTIL EndOfRoomSort
002170     IF NOT FirstDetailOfReport
002180         PERFORM PRINT-ROOM-TOTAL
002190     END-IF
002200     MOVE RoomCount TO GtlRoomCount
002210     MOVE CourseCount TO GtlCourseCount
002220     MOVE GrandTotalLine1 TO RoomLine
002230     WRITE RoomLine
002240     MOVE ClashCount TO GtlClashCount
002250     MOVE GrandTotalLine2 TO RoomLine
002260     WRITE RoomLine
002270     IF CourseMastAvailable
002280         CLOSE CourseMastFile
002290     END-IF
002300     CLOSE RoomReport
002310     IF ClashCount NOT = ZERO
002320         DISPLAY "*** Double bookings found: " ClashCount
002330                 " - see ROOMUTIL.DAT"
002340     END-IF.
002350
002360 PROCESS-ROOM-RECORD.
002370     IF FirstDetailOfReport
002380         OR SortRoom NOT = PriorRoom
002390         IF NOT FirstDetailOfReport
002400             PERFORM PRINT-ROOM-TOTAL
002410         END-IF
002420         MOVE SortRoom TO PriorRoom
002430         MOVE ZERO TO RoomCourseCount RoomMinutes RoomTableCount
002440         MOVE "N" TO FirstDetailSwitch
002450         ADD 1 TO RoomCount
002460         PERFORM PRINT-ROOM-HEADING
002470     END-IF
002480     MOVE SortCourseCode TO DtlCourseCode
002490     PERFORM LOOKUP-COURSE-DESC
002500     MOVE SortDays TO DtlDays
002510     MOVE SortStart TO DtlStart
002520     MOVE SortEnd TO DtlEnd
002530     MOVE SPACES TO DtlClashFlag
002540     PERFORM CHECK-DOUBLE-BOOKING
002550     MOVE DetailLine TO RoomLine
002560     WRITE RoomLine
002570     PERFORM NOTE-ROOM-BOOKING
002580     ADD 1 TO RoomCourseCount
002590     ADD 1 TO CourseCount
002600     RETURN RoomSortFile
002610         AT END SET EndOfRoomSort TO TRUE
002620     END-RETURN.
002630
002640*----------------------------------------------------------------
002650*CHECK-DOUBLE-BOOKING - hold this course against every course
002660*already listed for the room; the first that meets on a shared
002670*day at an overlapping time is named on the line.
002680*----------------------------------------------------------------
002690 CHECK-DOUBLE-BOOKING.
002700     MOVE SPACES TO ClashCourseCode
002710     PERFORM CHECK-ONE-BOOKING
002720         VARYING RoomIdx FROM 1 BY 1
002730         UNTIL RoomIdx > RoomTableCount
002740             OR ClashCourseCode NOT = SPACES
002750     IF ClashCourseCode NOT = SPACES
002760         MOVE ClashCourseCode TO ClashFlagCode
002770         MOVE ClashFlagText TO DtlClashFlag
002780         ADD 1 TO ClashCount
002790     END-IF.
002800
002810 CHECK-ONE-BOOKING.
002820     IF RtblStart (RoomIdx) < SortEnd
002830         AND SortStart < RtblEnd (RoomIdx)
002840         PERFORM CHECK-ONE-SHARED-DAY
002850             VARYING DayIdx FROM 1 BY 1
002860             UNTIL DayIdx > 5 OR ClashCourseCode NOT = SPACES
002870     END-IF.
002880
002890 CHECK-ONE-SHARED-DAY.
002900     IF RtblDayFlag (RoomIdx, DayIdx) NOT = SPACE
002910         AND SortDayFlag (DayIdx) NOT = SPACE
002920         MOVE RtblCourseCode (RoomIdx) TO ClashCourseCode
002930     END-IF.
002940
002950*----------------------------------------------------------------
002960*NOTE-ROOM-BOOKING - add the course to the room's table for the
002970*courses still to come, and its weekly minutes to the room's
002980*total.  A room with more courses than the table holds has the
002990*excess listed and totalled but not checked against.
003000*----------------------------------------------------------------
003010 NOTE-ROOM-BOOKING.
003020     IF RoomTableCount < 50
003030         ADD 1 TO RoomTableCount
003040         MOVE SortCourseCode TO RtblCourseCode (RoomTableCount)
003050         MOVE SortStart TO RtblStart (RoomTableCount)
003060         MOVE SortEnd TO RtblEnd (RoomTableCount)
003070         MOVE SortDays TO RtblDays (RoomTableCount)
003080     END-IF
003090     DIVIDE SortStart BY 100 GIVING TimeHours
003100         REMAINDER TimeMinutes
003110     COMPUTE StartMinutes = TimeHours * 60 + TimeMinutes
003120     DIVIDE SortEnd BY 100 GIVING TimeHours
003130         REMAINDER TimeMinutes
003140     COMPUTE EndMinutes = TimeHours * 60 + TimeMinutes
003150     MOVE ZERO TO MeetingDayCount
003160     PERFORM COUNT-ONE-MEETING-DAY
003170         VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > 5
003180     COMPUTE RoomMinutes = RoomMinutes
003190             + (EndMinutes - StartMinutes) * MeetingDayCount.
003200
003210 COUNT-ONE-MEETING-DAY.
003220     IF SortDayFlag (DayIdx) NOT = SPACE
003230         ADD 1 TO MeetingDayCount
003240     END-IF.
003250
003260*----------------------------------------------------------------
003270*PRINT-ROOM-HEADING - start a new page and print the report and
003280*room headings for the room now beginning.
003290*----------------------------------------------------------------
003300 PRINT-ROOM-HEADING.
003310     ADD 1 TO PageNumber
003320     MOVE PageNumber TO HdgPageNumber
003330     MOVE SortRoom TO HdgRoom
003340     MOVE PageHeading1 TO RoomLine
003350     WRITE RoomLine
003360     MOVE PageHeading2 TO RoomLine
003370     WRITE RoomLine
003380     MOVE SPACES TO RoomLine
003390     WRITE RoomLine
003400     MOVE ColumnHeading TO RoomLine
003410     WRITE RoomLine
003420     MOVE SPACES TO RoomLine
003430     WRITE RoomLine.
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
003630*PRINT-ROOM-TOTAL - print the course count and weekly teaching
003640*hours for the room just finished.
003650*----------------------------------------------------------------
003660 PRINT-ROOM-TOTAL.
003670     MOVE RoomCourseCount TO RtlCourseCount
003680     COMPUTE RoomHours ROUNDED = RoomMinutes / 60
003690     MOVE RoomHours TO RtlHours
003700     MOVE SPACES TO RoomLine
003710     WRITE RoomLine
003720     MOVE RoomTotalLine TO RoomLine
003730     WRITE RoomLine
003740     MOVE SPACES TO RoomLine
003750     WRITE RoomLine.
