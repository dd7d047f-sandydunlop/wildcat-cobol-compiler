000010*----------------------------------------------------------------
000020*TIMEMAINT.CBL
000030*Course timetable maintenance.
000040*
000050*Maintains TIMETAB.DAT (TimetableFile), keyed on CourseCode,
000060*with the days, start and end times and room each course meets
000070*in.  FILE-TEST-PROG and WAIT-PROMOTE-PROG refuse an enrollment
000080*whose course overlaps one the student already holds, and
000090*STUDENT-TIMETABLE-PROG and ROOM-UTIL-PROG print from it.
000100*Timetables are added, changed and deleted here; a course must
000110*be on COURSMST.DAT to be timetabled.  A changed timetable
000120*holds from the next enrollment on - places already granted
000130*stand - and ROOM-UTIL-PROG shows up any double booking.
000140*
000150*Modification history
000160*  Original - new program, written with the course timetable.
000170*----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.   TIMETABLE-MAINT-PROG.
000200 AUTHOR.       SANDY DUNLOP.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT TimetableFile ASSIGN TO "TIMETAB.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS TimeCourseCode
000290         FILE STATUS IS TimetableFileStatus.
000300
000310     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CrsCourseCode
000350         FILE STATUS IS CourseMastStatus.
000360
000370     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS OperUserId
000410         FILE STATUS IS OperatorFileStatus.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  TimetableFile.
000460 COPY "TIMEREC.CPY".
000470
000480 FD  CourseMastFile.
000490 COPY "CRSREC.CPY".
000500
000510 FD  OperatorFile.
000520 COPY "OPERREC.CPY".
000530
000540 WORKING-STORAGE SECTION.
000550 01  TimetableFileStatus   PIC XX.
000560 01  CourseMastStatus      PIC XX.
000570 01  OperatorFileStatus    PIC XX.
000580
000590 01  OperatorId            PIC X(8).
000600 01  SignOnPassword        PIC X(8).
000610 01  SessionAuthority      PIC X       VALUE "1".
000620     88  SessionCourseMaster           VALUE "4".
000630
000640 01  MaintenanceSwitch     PIC X       VALUE "N".
000650     88  EndOfMaintenance              VALUE "Y".
000660
000670 01  TransactionCode       PIC X.
000680     88  TransactionIsAdd              VALUES "A" "a".
000690     88  TransactionIsChange           VALUES "C" "c".
000700     88  TransactionIsDelete           VALUES "D" "d".
000710     88  TransactionIsEnd              VALUES "E" "e".
000720
000730 01  TransactionCourseCode PIC X(4).
000740
000750*Meeting days are keyed positionally, Monday to Friday, each
000760*either that day's letter or a space.
000770 01  DayLetterLit          PIC X(5)    VALUE "MTWRF".
000780 01  DayLetterTable REDEFINES DayLetterLit.
000790     02  DayLetter         PIC X OCCURS 5 TIMES.
000800 01  DayIdx                PIC 9       VALUE ZERO.
000810 01  MeetingDayCount       PIC 9       VALUE ZERO.
000820
000830 01  EntryDays             PIC X(5).
000840 01  EntryDayTable REDEFINES EntryDays.
000850     02  EntryDayFlag      PIC X OCCURS 5 TIMES.
000860
000870*Times are keyed as 24-hour HHMM and edit-checked before they
000880*are taken as numbers.
000890 01  TimeEntry             PIC X(4).
000900 01  TimeEntryParts REDEFINES TimeEntry.
000910     02  TimeEntryHour     PIC 99.
000920     02  TimeEntryMinute   PIC 99.
000930 01  TimeEntryValue REDEFINES TimeEntry
000940                           PIC 9(4).
000950 01  EntryStart            PIC 9(4).
000960 01  EntryEnd              PIC 9(4).
000970 01  EntryRoom             PIC X(6).
000980
000990 01  EntryValidSwitch      PIC X       VALUE "Y".
001000     88  EntryIsValid                  VALUE "Y".
001010     88  EntryNotValid                 VALUE "N".
001020
001030 01  RunDate               PIC 9(8).
001040 01  AddCount              PIC 9(5)    VALUE ZERO.
001050 01  ChangeCount           PIC 9(5)    VALUE ZERO.
001060 01  DeleteCount           PIC 9(5)    VALUE ZERO.
001070
001080 PROCEDURE DIVISION.
001090 MAIN-PARAGRAPH.
001100     PERFORM INITIALIZE-FILES
001110     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
001120     PERFORM TERMINATE-FILES
001130     STOP RUN.
001140
001150*----------------------------------------------------------------
001160*INITIALIZE-FILES - sign on, then open the timetable, creating
001170*it the first time this runs.  Without the course master no
001180*course code can be checked, so the session ends.
001190*----------------------------------------------------------------
001200 INITIALIZE-FILES.
001210     DISPLAY "Course timetable maintenance"
001220     ACCEPT RunDate FROM DATE YYYYMMDD
001230     PERFORM SIGN-ON-OPERATOR
001240     OPEN INPUT CourseMastFile
001250     IF CourseMastStatus NOT = "00"
001260         DISPLAY "*** Course master COURSMST.DAT not on file - "
001270                 "session ended"
001280         STOP RUN
001290     END-IF
001300     OPEN I-O TimetableFile
001310     IF TimetableFileStatus = "35"
001320         OPEN OUTPUT TimetableFile
001330         CLOSE TimetableFile
001340         OPEN I-O TimetableFile
001350     END-IF
001360     DISPLAY "Transactions: (A)dd (C)hange (D)elete (E)nd".
001370
001380*----------------------------------------------------------------
001390*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001400*operator master; a failed sign-on, or an operator below
001410*course-master authority, ends the session before a timetable
001420*is touched.  Kept in step with the sign-on in COURSE-MAINT-PROG.
001430*----------------------------------------------------------------
001440 SIGN-ON-OPERATOR.
001450     OPEN INPUT OperatorFile
001460     IF OperatorFileStatus NOT = "00"
001470         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001480                 "run OPER-MAINT-PROG; session ended"
001490         STOP RUN
001500     END-IF
001510     DISPLAY "Enter operator id: " WITH NO ADVANCING
001520     ACCEPT OperatorId
001530     DISPLAY "Password: " WITH NO ADVANCING
001540     ACCEPT SignOnPassword
001550     MOVE OperatorId TO OperUserId
001560     READ OperatorFile
001570         INVALID KEY
001580             DISPLAY "*** Sign-on failed - session ended"
001590             CLOSE OperatorFile
001600             STOP RUN
001610         NOT INVALID KEY
001620             IF OperPassword NOT = SignOnPassword
001630                 OR NOT OperActive
001640                 DISPLAY "*** Sign-on failed - session ended"
001650                 CLOSE OperatorFile
001660                 STOP RUN
001670             END-IF
001680     END-READ
001690     MOVE OperAuthority TO SessionAuthority
001700     CLOSE OperatorFile
001710     IF NOT SessionCourseMaster
001720         DISPLAY "*** Timetable maintenance needs "
001730                 "authority 4 - session ended"
001740         STOP RUN
001750     END-IF.
001760
001770*----------------------------------------------------------------
001780*PROCESS-MAINTENANCE - accept one maintenance transaction and
001790*route it to the paragraph that handles it.
001800*----------------------------------------------------------------
001810 PROCESS-MAINTENANCE.
001820     DISPLAY "Transaction code: " WITH NO ADVANCING
001830     ACCEPT TransactionCode
001840     EVALUATE TRUE
001850         WHEN TransactionIsAdd
001860             PERFORM AddTimetableTransaction
001870         WHEN TransactionIsChange
001880             PERFORM ChangeTimetableTransaction
001890         WHEN TransactionIsDelete
001900             PERFORM DeleteTimetableTransaction
001910         WHEN TransactionIsEnd
001920             SET EndOfMaintenance TO TRUE
001930         WHEN OTHER
001940             DISPLAY "Invalid transaction code - "
001950                     "use A, C, D or E"
001960     END-EVALUATE.
001970
001980*----------------------------------------------------------------
001990*TERMINATE-FILES - close down and show run totals.
002000*----------------------------------------------------------------
002010 TERMINATE-FILES.
002020     CLOSE TimetableFile
002030     CLOSE CourseMastFile
002040     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount
002050             "  Deletes: " DeleteCount.
002060
002070*----------------------------------------------------------------
002080*AddTimetableTransaction - accept a course on the course master
002090*and when and where it meets, and write it to the timetable.
002100*----------------------------------------------------------------
002110 AddTimetableTransaction.
002120     SET EntryIsValid TO TRUE
002130     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002140     ACCEPT TransactionCourseCode
002150     MOVE TransactionCourseCode TO CrsCourseCode
002160     READ CourseMastFile
002170         INVALID KEY
002180             SET EntryNotValid TO TRUE
002190             DISPLAY "*** Course " TransactionCourseCode
002200                     " not on course master"
002210         NOT INVALID KEY
002220             CONTINUE
002230     END-READ
002240     IF EntryIsValid
002250         PERFORM GetMeetingDetails
002260     END-IF
002270     IF EntryIsValid
002280         MOVE TransactionCourseCode TO TimeCourseCode
002290         PERFORM MoveEntryToTimetable
002300         WRITE TimetableRec
002310             INVALID KEY
002320                 DISPLAY "*** Course already on the timetable "
002330                         "- use (C)hange"
002340             NOT INVALID KEY
002350                 ADD 1 TO AddCount
002360         END-WRITE
002370     END-IF.
002380
002390*----------------------------------------------------------------
002400*ChangeTimetableTransaction - replace the days, times and room
002410*for a course already on the timetable.
002420*----------------------------------------------------------------
002430 ChangeTimetableTransaction.
002440     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002450     ACCEPT TransactionCourseCode
002460     MOVE TransactionCourseCode TO TimeCourseCode
002470     READ TimetableFile
002480         INVALID KEY
002490             DISPLAY "*** Course not on the timetable"
002500         NOT INVALID KEY
002510             DISPLAY "Meets now: " TimeDays " " TimeStart
002520                     "-" TimeEnd " room " TimeRoom
002530                     "  set " TimeChangedDate
002540             SET EntryIsValid TO TRUE
002550             PERFORM GetMeetingDetails
002560             IF EntryIsValid
002570                 PERFORM MoveEntryToTimetable
002580                 REWRITE TimetableRec
002590                     INVALID KEY
002600                         DISPLAY "*** Rewrite failed"
002610                     NOT INVALID KEY
002620                         ADD 1 TO ChangeCount
002630                 END-REWRITE
002640             END-IF
002650     END-READ.
002660
002670*----------------------------------------------------------------
002680*DeleteTimetableTransaction - take a course off the timetable.
002690*The course need not still be on the course master, so a
002700*retired course's timetable can be cleared.
002710*----------------------------------------------------------------
002720 DeleteTimetableTransaction.
002730     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002740     ACCEPT TransactionCourseCode
002750     MOVE TransactionCourseCode TO TimeCourseCode
002760     DELETE TimetableFile
002770         INVALID KEY
002780             DISPLAY "*** Course not on the timetable"
002790         NOT INVALID KEY
002800             ADD 1 TO DeleteCount
002810     END-DELETE.
002820
002830*----------------------------------------------------------------
002840*GetMeetingDetails - accept the meeting days, start and end
002850*times and room, checking each as it is keyed; the first one
002860*wrong leaves EntryNotValid and skips the rest.
002870*----------------------------------------------------------------
002880 GetMeetingDetails.
002890     DISPLAY "Days (MTWRF, space for no meeting): "
002900             WITH NO ADVANCING
002910     ACCEPT EntryDays
002920     PERFORM CheckMeetingDays
002930     IF EntryIsValid
002940         DISPLAY "Start time (HHMM): " WITH NO ADVANCING
002950         ACCEPT TimeEntry
002960         PERFORM CheckTimeEntry
002970         MOVE TimeEntryValue TO EntryStart
002980     END-IF
002990     IF EntryIsValid
003000         DISPLAY "End time (HHMM): " WITH NO ADVANCING
003010         ACCEPT TimeEntry
003020         PERFORM CheckTimeEntry
003030         MOVE TimeEntryValue TO EntryEnd
003040     END-IF
003050     IF EntryIsValid
003060         IF EntryEnd NOT > EntryStart
003070             SET EntryNotValid TO TRUE
003080             DISPLAY "*** End time must be after start time"
003090         END-IF
003100     END-IF
003110     IF EntryIsValid
003120         DISPLAY "Room: " WITH NO ADVANCING
003130         ACCEPT EntryRoom
003140         IF EntryRoom = SPACES
003150             SET EntryNotValid TO TRUE
003160             DISPLAY "*** Room must be given"
003170         END-IF
003180     END-IF.
003190
003200*----------------------------------------------------------------
003210*CheckMeetingDays - every position must hold its own day's
003220*letter or a space, and the course must meet at least once.
003230*----------------------------------------------------------------
003240 CheckMeetingDays.
003250     MOVE ZERO TO MeetingDayCount
003260     PERFORM CHECK-ONE-MEETING-DAY
003270         VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > 5
003280     IF EntryIsValid AND MeetingDayCount = ZERO
003290         SET EntryNotValid TO TRUE
003300         DISPLAY "*** Course must meet on at least one day"
003310     END-IF.
003320
003330 CHECK-ONE-MEETING-DAY.
003340     IF EntryDayFlag (DayIdx) = DayLetter (DayIdx)
003350         ADD 1 TO MeetingDayCount
003360     ELSE
003370         IF EntryDayFlag (DayIdx) NOT = SPACE
003380             SET EntryNotValid TO TRUE
003390             DISPLAY "*** Day " DayIdx " must be "
003400                     DayLetter (DayIdx) " or a space"
003410         END-IF
003420     END-IF.
003430
003440*----------------------------------------------------------------
003450*CheckTimeEntry - a time must be four digits, hours 00-23 and
003460*minutes 00-59.
003470*----------------------------------------------------------------
003480 CheckTimeEntry.
003490     IF TimeEntry IS NUMERIC
003500         IF TimeEntryHour > 23 OR TimeEntryMinute > 59
003510             SET EntryNotValid TO TRUE
003520             DISPLAY "*** Time must be between 0000 and 2359"
003530         END-IF
003540     ELSE
003550         SET EntryNotValid TO TRUE
003560         DISPLAY "*** Time must be keyed as HHMM"
003570     END-IF.
003580
003590 MoveEntryToTimetable.
003600     MOVE EntryDays TO TimeDays
003610     MOVE EntryStart TO TimeStart
003620     MOVE EntryEnd TO TimeEnd
003630     MOVE EntryRoom TO TimeRoom
003640     MOVE RunDate TO TimeChangedDate.
