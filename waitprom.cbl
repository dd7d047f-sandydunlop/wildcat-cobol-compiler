000189*  Night count - the promotion total is appended to NITECNT.DAT
000190*             behind the maintenance step's counts, for the
000191*             end-of-night balancing step to cross-foot.
000192*  Prereqs  - an entry is promoted only when its student has
000193*             passed every prerequisite of the queued course on
000194*             PREREQ.DAT at its minimum grade; one who has not
000195*             is dropped from the queue, the WAITRPT.DAT line
000196*             naming the missing course.
000197*  Fees     - each promotion charges the queued course's fee
000198*             from FEESCHED.DAT to the student's account on
000199*             ACCOUNTS.DAT, logged to ACCTLEDG.DAT, the same as
000200*             an e(N)roll applied by FILE-TEST-PROG.
000201*  Timetable - an entry whose queued course overlaps, on the
000202*             TIMETAB.DAT course timetable, a course its
000203*             student already holds on ENROLL.DAT is dropped,
000204*             the WAITRPT.DAT line naming that course - the
000205*             same check FILE-TEST-PROG makes on e(N)roll.
000206*  Job hist - appends its start and end times, return code and
000207*             promoted, dropped and still-waiting counts to
000208*             JOBHIST.DAT for the monthly job-history report.
000209*----------------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000211 PROGRAM-ID.   WAIT-PROMOTE-PROG.
000212 AUTHOR.       SANDY DUNLOP.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000456         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS NiteCntStatus.
000460
000461     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS PrereqKey
000465         FILE STATUS IS PrereqFileStatus.
000466
000467     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000468         ORGANIZATION IS INDEXED
000469         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GradeKey
000471         FILE STATUS IS GradeFileStatus.
000472
000473     SELECT FeeFile ASSIGN TO "FEESCHED.DAT"
000474         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000476         RECORD KEY IS FeeCourseCode
000477         FILE STATUS IS FeeFileStatus.
000478
000479     SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
000480         ORGANIZATION IS INDEXED
000481         ACCESS MODE IS DYNAMIC
000482         RECORD KEY IS AcctStudentId
000483         FILE STATUS IS AccountFileStatus.
000484
000485     SELECT LedgerFile ASSIGN TO "ACCTLEDG.DAT"
000486         ORGANIZATION IS LINE SEQUENTIAL
000487         FILE STATUS IS LedgerFileStatus.
000488
000489     SELECT TimetableFile ASSIGN TO "TIMETAB.DAT"
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS DYNAMIC
000492         RECORD KEY IS TimeCourseCode
000493         FILE STATUS IS TimetableFileStatus.
000494
000495     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000496         ORGANIZATION IS LINE SEQUENTIAL
000497         FILE STATUS IS JobHistStatus.
000498
000499 DATA DIVISION.
000500 FILE SECTION.
000501 FD  StudentFile.
000502 COPY "STUDREC.CPY".
000510
000520 FD  CourseCapFile.
000530 COPY "CAPREC.CPY".
000622
000624 FD  NiteCntFile.
000626 COPY "NITECNT.CPY".
000627
000628 FD  PrereqFile.
000629 COPY "PREREC.CPY".
000630
000631 FD  GradeFile.
000632 COPY "GRADREC.CPY".
000633
000634 FD  FeeFile.
000635 COPY "FEEREC.CPY".
000636
000637 FD  AccountFile.
000638 COPY "ACCTREC.CPY".
000639
000640 FD  LedgerFile.
000641 COPY "LEDGREC.CPY".
000642
000643 FD  TimetableFile.
000644 COPY "TIMEREC.CPY".
000645
000646 FD  JobHistFile.
000647 COPY "JOBHREC.CPY".
000648
000649 WORKING-STORAGE SECTION.
000650*Course-capacity working table, one entry per course, with the
000660*running enrollment count the promotions draw seats from.
000670 01  CapTable.
001100 01  AuditFileStatus           PIC XX.
001102 01  EnrollFileStatus          PIC XX.
001104 01  NiteCntStatus             PIC XX.
001105 01  PrereqFileStatus          PIC XX.
001106 01  GradeFileStatus           PIC XX.
001107 01  FeeFileStatus             PIC XX.
001108 01  AccountFileStatus         PIC XX.
001109 01  LedgerFileStatus          PIC XX.
001110 01  TimetableFileStatus       PIC XX.
001111 01  JobHistStatus             PIC XX.
001112
001120 01  OperatorId                PIC X(8)  VALUE "WAITPROM".
001130 01  RunDate                   PIC 9(8).
001140 01  RunTime                   PIC 9(8).
001237 01  OverflowSwitch            PIC X     VALUE "N".
001238     88  WaitQueueOverflowed             VALUE "Y".
001240
001241 01  PromotedCount             PIC 9(5)  VALUE ZERO.
001242 01  DroppedCount              PIC 9(5)  VALUE ZERO.
001243 01  StillWaitingCount         PIC 9(5)  VALUE ZERO.
001244 01  PrereqHeldCount           PIC 9(5)  VALUE ZERO.
001245 01  ClashHeldCount            PIC 9(5)  VALUE ZERO.
001246
001247*Prerequisites are read from PREREQ.DAT and proven against the
001248*grades on GRADES.DAT, the same way FILE-TEST-PROG checks an
001249*enrollment.  No prerequisite file, no prerequisites.
001250 01  PrereqFileSwitch          PIC X     VALUE "N".
001251     88  PrereqFileAvailable             VALUE "Y".
001252 01  GradeFileSwitch           PIC X     VALUE "N".
001253     88  GradeFileAvailable              VALUE "Y".
001254 01  PrereqScanSwitch          PIC X     VALUE "N".
001255     88  EndOfPrereqScan                 VALUE "Y".
001256 01  PrereqCheckSwitch         PIC X     VALUE "Y".
001257     88  PrereqsMet                      VALUE "Y".
001258     88  PrereqMissing                   VALUE "N".
001259 01  PrereqSearchCode          PIC X(4).
001260 01  PrereqReason.
001261     02  FILLER                PIC X(21)
001262                               VALUE "Missing prerequisite ".
001263     02  PrereqReasonCode      PIC X(4).
001264     02  FILLER                PIC X(12) VALUE " (min grade ".
001265     02  PrereqReasonMark      PIC X.
001266     02  FILLER                PIC X(2)  VALUE ")".
001267
001268*A promotion is charged its course's fee from FEESCHED.DAT.  No
001269*fee schedule, no charges.
001270 01  FeeScheduleSwitch         PIC X     VALUE "N".
001271     88  FeeScheduleAvailable            VALUE "Y".
001272 01  ChargeCount               PIC 9(5)  VALUE ZERO.
001273
001274*Meeting times are read from TIMETAB.DAT, the same way
001275*FILE-TEST-PROG checks an enrollment.  No timetable, no clashes.
001276 01  TimetableSwitch           PIC X     VALUE "N".
001277     88  TimetableAvailable              VALUE "Y".
001278 01  ClashScanSwitch           PIC X     VALUE "N".
001279     88  EndOfClashScan                  VALUE "Y".
001280 01  ClashCheckSwitch          PIC X     VALUE "N".
001281     88  ClashFound                      VALUE "Y".
001282     88  NoClashFound                    VALUE "N".
001283 01  ClashSearchCode           PIC X(4).
001284 01  ClashNewDays              PIC X(5).
001285 01  ClashNewDayTable REDEFINES ClashNewDays.
001286     02  ClashNewDayFlag       PIC X OCCURS 5 TIMES.
001287 01  ClashNewStart             PIC 9(4).
001288 01  ClashNewEnd               PIC 9(4).
001289 01  ClashDayIdx               PIC 9     VALUE ZERO.
001290 01  ClashReason.
001291     02  FILLER                PIC X(28)
001292                       VALUE "Timetable clash with course ".
001293     02  ClashReasonCode       PIC X(4).
001294     02  FILLER                PIC X(8)  VALUE SPACES.
001295
001296 PROCEDURE DIVISION.
001300 MAIN-PARAGRAPH.
001310     DISPLAY "Waitlist promotion run"
001320     ACCEPT RunDate FROM DATE YYYYMMDD
001340     PERFORM LOAD-WAITLIST
001342     IF WaitQueueOverflowed
001344         DISPLAY "*** More than 500 entries on the waitlist - "
001345                 "run abandoned and the queue left untouched; "
001346                 "raise WaitTable and rerun"
001347         PERFORM WRITE-JOB-HISTORY
001348         STOP RUN
001349     END-IF
001350     IF WaitTableCount = ZERO
001360         DISPLAY "Waitlist is empty - nothing to promote"
001365         PERFORM WRITE-JOB-HISTORY
001370         STOP RUN
001380     END-IF
001390     PERFORM INITIALIZE-FILES
001480     DISPLAY "Promoted: " PromotedCount
001490             "  Dropped: " DroppedCount
001500             "  Still waiting: " StillWaitingCount
001501     IF PrereqHeldCount NOT = ZERO
001502         DISPLAY "Dropped for prerequisites: " PrereqHeldCount
001503     END-IF
001504     IF ClashHeldCount NOT = ZERO
001505         DISPLAY "Dropped for timetable clashes: " ClashHeldCount
001506     END-IF
001507     PERFORM WRITE-JOB-HISTORY
001510     STOP RUN.
001520
001530*----------------------------------------------------------------
002053         OPEN OUTPUT EnrollFile
002054         CLOSE EnrollFile
002055         OPEN I-O EnrollFile
002056     END-IF
002057     OPEN INPUT PrereqFile
002058     IF PrereqFileStatus = "00"
002059         SET PrereqFileAvailable TO TRUE
002060         OPEN INPUT GradeFile
002061         IF GradeFileStatus = "00"
002062             SET GradeFileAvailable TO TRUE
002063         END-IF
002064     END-IF
002065     OPEN INPUT TimetableFile
002066     IF TimetableFileStatus = "00"
002067         SET TimetableAvailable TO TRUE
002068     END-IF
002069     OPEN INPUT FeeFile
002070     IF FeeFileStatus = "00"
002071         SET FeeScheduleAvailable TO TRUE
002072         OPEN I-O AccountFile
002073         IF AccountFileStatus = "35"
002074             OPEN OUTPUT AccountFile
002075             CLOSE AccountFile
002076             OPEN I-O AccountFile
002077         END-IF
002078         OPEN EXTEND LedgerFile
002079         IF LedgerFileStatus = "35"
002080             OPEN OUTPUT LedgerFile
002081             CLOSE LedgerFile
002082             OPEN EXTEND LedgerFile
002083         END-IF
002084     END-IF.
002085
002086*----------------------------------------------------------------
002087*LOAD-CAPACITY-TABLE - read the course-capacity master into
002090*CapTable.  With no capacity master on file the table stays
002100*empty and every waitlisted entry simply stays waiting.
002110*----------------------------------------------------------------
003020     END-IF.
003030
003040 ENROLL-WAITING-STUDENT.
003041     MOVE WtblRecordImage (WaitIdx) TO StudentRec
003042     MOVE WtblCourseCode (WaitIdx) TO PrereqSearchCode
003043     PERFORM CHECK-PREREQUISITES
003044     IF PrereqMissing
003045         PERFORM HOLD-FOR-PREREQUISITE
003046     ELSE
003047         MOVE WtblCourseCode (WaitIdx) TO ClashSearchCode
003048         PERFORM CHECK-TIMETABLE-CLASH
003049         IF ClashFound
003050             PERFORM HOLD-FOR-TIMETABLE-CLASH
003051         ELSE
003052             PERFORM PROMOTE-WAITING-STUDENT
003053         END-IF
003054     END-IF.
003055
003056 PROMOTE-WAITING-STUDENT.
003060     WRITE StudentRec
003070         INVALID KEY
003080             PERFORM GRANT-SEAT-TO-EXISTING
003110         NOT INVALID KEY
003115             PERFORM WRITE-ENROLLMENT-RECORD
003117             PERFORM POST-COURSE-CHARGE
003120             ADD 1 TO CapTableEnrolled (FoundCapIndex)
003130             SET WtblPromoted (WaitIdx) TO TRUE
003140             ADD 1 TO PromotedCount
003293         SET WtblPromoted (WaitIdx) TO TRUE
003294         ADD 1 TO PromotedCount
003295         PERFORM PRINT-PROMOTED-LINE
003296         PERFORM POST-COURSE-CHARGE
003297     END-IF.
003298
003299*----------------------------------------------------------------
003300*WRITE-ENROLLMENT-RECORD - put the queued course's pair on the
003301*enrollment file for the student now in the record area, dated
003302*today.  A duplicate pair leaves EnrollFileStatus 22 for the
003303*caller to judge.
003600
003610 TERMINATE-FILES.
003620     CLOSE StudentFile
003621     CLOSE AuditFile
003622     CLOSE EnrollFile
003623     IF PrereqFileAvailable
003624         CLOSE PrereqFile
003625     END-IF
003626     IF TimetableAvailable
003627         CLOSE TimetableFile
003628     END-IF
003629     IF GradeFileAvailable
003630         CLOSE GradeFile
003631     END-IF
003632     IF FeeScheduleAvailable
003633         CLOSE FeeFile
003634         CLOSE AccountFile
003635         CLOSE LedgerFile
003636         DISPLAY "Fee charges: " ChargeCount
003637     END-IF
003640     CLOSE WaitRptFile
003642     PERFORM APPEND-PROMOTED-COUNT.
003644
003760     MOVE BeforeImage TO AuditBeforeImage
003770     MOVE AfterImage TO AuditAfterImage
003780     WRITE AuditRec.
003790
003800*----------------------------------------------------------------
003810*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
003820*----------------------------------------------------------------
003830 WRITE-JOB-HISTORY.
003840     OPEN EXTEND JobHistFile
003850     IF JobHistStatus = "35"
003860         OPEN OUTPUT JobHistFile
003870         CLOSE JobHistFile
003880         OPEN EXTEND JobHistFile
003890     END-IF
003900     MOVE SPACES TO JobHistRec
003910     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
003920                  JobhCountValue (3)
003930     MOVE RunDate TO JobhRunDate
003940     MOVE "STEP3" TO JobhStepName
003950     MOVE "WAITPROM" TO JobhProgram
003960     MOVE RunTime TO JobhStartTime
003970     ACCEPT JobhEndTime FROM TIME
003980     MOVE RETURN-CODE TO JobhReturnCode
003990     MOVE "PROMOTED" TO JobhCountTag (1)
004000     MOVE PromotedCount TO JobhCountValue (1)
004010     MOVE "DROPPED" TO JobhCountTag (2)
004020     MOVE DroppedCount TO JobhCountValue (2)
004030     MOVE "WAITING" TO JobhCountTag (3)
004040     MOVE StillWaitingCount TO JobhCountValue (3)
004050     WRITE JobHistRec
004060     CLOSE JobHistFile.
004070
004080*----------------------------------------------------------------
004090*POST-COURSE-CHARGE - charge the scheduled fee for the pair just
004100*written to the enrollment file to the student's account,
004110*opening the account on its first posting, and log it to the
004120*ledger.  Kept in step with PostCourseFee in FILE-TEST-PROG.  A
004130*course with no fee on the schedule is charged nothing.
004140*----------------------------------------------------------------
004150 POST-COURSE-CHARGE.
004160     IF FeeScheduleAvailable
004170         MOVE EnrollCourseCode TO FeeCourseCode
004180         READ FeeFile
004190             INVALID KEY
004200                 CONTINUE
004210             NOT INVALID KEY
004220                 PERFORM POST-TO-ACCOUNT
004230         END-READ
004240     END-IF.
004250
004260 POST-TO-ACCOUNT.
004270     MOVE EnrollStudentId TO AcctStudentId
004280     READ AccountFile
004290         INVALID KEY
004300             MOVE ZERO TO AcctCharges AcctRefunds AcctPayments
004310                          AcctBalance
004320             MOVE RunDate TO AcctOpenedDate
004330             PERFORM APPLY-CHARGE-TO-ACCOUNT
004340             WRITE AccountRec
004350                 INVALID KEY
004360                     DISPLAY "*** Account write failed for "
004370                             AcctStudentId
004380             END-WRITE
004390         NOT INVALID KEY
004400             PERFORM APPLY-CHARGE-TO-ACCOUNT
004410             REWRITE AccountRec
004420                 INVALID KEY
004430                     DISPLAY "*** Account rewrite failed for "
004440                             AcctStudentId
004450             END-REWRITE
004460     END-READ
004470     MOVE EnrollStudentId TO LedgStudentId
004480     MOVE RunDate TO LedgDate
004490     MOVE RunTime TO LedgTime
004500     SET LedgCharge TO TRUE
004510     MOVE EnrollCourseCode TO LedgCourseCode
004520     MOVE FeeAmount TO LedgAmount
004530     MOVE OperatorId TO LedgOperatorId
004540     MOVE SPACES TO LedgReference
004550     WRITE LedgerRec.
004560
004570 APPLY-CHARGE-TO-ACCOUNT.
004580     ADD FeeAmount TO AcctCharges AcctBalance
004590     MOVE RunDate TO AcctLastPostDate
004600     ADD 1 TO ChargeCount.
004610
004620*----------------------------------------------------------------
004630*CHECK-PREREQUISITES - browse PREREQ.DAT from the first key of
004640*the course in PrereqSearchCode and prove each prerequisite
004650*against the grade on GRADES.DAT of the student in the record
004660*area.  Kept in step with CheckPrerequisites in FILE-TEST-PROG.
004670*The first one not passed at its minimum grade leaves
004680*PrereqMissing and the reason naming it in PrereqReason.
004690*----------------------------------------------------------------
004700 CHECK-PREREQUISITES.
004710     SET PrereqsMet TO TRUE
004720     IF PrereqFileAvailable
004730         MOVE "N" TO PrereqScanSwitch
004740         MOVE PrereqSearchCode TO PreCourseCode
004750         MOVE LOW-VALUES TO PreReqCourseCode
004760         START PrereqFile KEY NOT < PrereqKey
004770             INVALID KEY
004780                 SET EndOfPrereqScan TO TRUE
004790         END-START
004800         IF NOT EndOfPrereqScan
004810             READ PrereqFile NEXT
004820                 AT END SET EndOfPrereqScan TO TRUE
004830             END-READ
004840         END-IF
004850         PERFORM CHECK-ONE-PREREQUISITE
004860             UNTIL EndOfPrereqScan
004870     END-IF.
004880
004890*----------------------------------------------------------------
004900*CHECK-ONE-PREREQUISITE - a prerequisite is met by a passing
004910*grade no lower than PreMinMark (A is highest, so the letter
004920*must not collate above it).  F, I and W never meet one.
004930*----------------------------------------------------------------
004940 CHECK-ONE-PREREQUISITE.
004950     IF PreCourseCode NOT = PrereqSearchCode
004960         SET EndOfPrereqScan TO TRUE
004970     ELSE
004980         SET PrereqMissing TO TRUE
004990         IF GradeFileAvailable
005000             MOVE StudentId TO GradeStudentId
005010             MOVE PreReqCourseCode TO GradeCourseCode
005020             READ GradeFile
005030                 INVALID KEY
005040                     CONTINUE
005050                 NOT INVALID KEY
005060                     IF GradeMarkPassing
005070                         AND GradeMark (1:1)
005080                             NOT > PreMinMark (1:1)
005090                         SET PrereqsMet TO TRUE
005100                     END-IF
005110             END-READ
005120         END-IF
005130         IF PrereqMissing
005140             MOVE PreReqCourseCode TO PrereqReasonCode
005150             MOVE PreMinMark TO PrereqReasonMark
005160             SET EndOfPrereqScan TO TRUE
005170         ELSE
005180             READ PrereqFile NEXT
005190                 AT END SET EndOfPrereqScan TO TRUE
005200             END-READ
005210         END-IF
005220     END-IF.
005230
005240*----------------------------------------------------------------
005250*HOLD-FOR-PREREQUISITE - the student lacks a prerequisite of
005260*the queued course, so the seat is not theirs however long they
005270*have waited.  The entry is dropped, with the missing course on
005280*its WAITRPT.DAT line, so the next night does not hold it again;
005290*the student re-enrolls through FILE-TEST-PROG once qualified.
005300*----------------------------------------------------------------
005310 HOLD-FOR-PREREQUISITE.
005320     ADD 1 TO PrereqHeldCount
005330     MOVE "DROPPED - NEEDS PREREQ" TO DropReason
005340     MOVE PrereqReasonCode TO DropReason (24:4)
005350     PERFORM DROP-WAITING-ENTRY.
005360
005370*----------------------------------------------------------------
005380*CHECK-TIMETABLE-CLASH - read the meeting times of the course in
005390*ClashSearchCode and hold them against every other course the
005400*student in the record area already has on ENROLL.DAT.  Kept
005410*in step with CheckTimetableClash in FILE-TEST-PROG.  The first
005420*that meets on a shared day at an overlapping time leaves
005430*ClashFound and the course naming it in ClashReason.
005440*----------------------------------------------------------------
005450 CHECK-TIMETABLE-CLASH.
005460     SET NoClashFound TO TRUE
005470     IF TimetableAvailable
005480         MOVE ClashSearchCode TO TimeCourseCode
005490         READ TimetableFile
005500             INVALID KEY
005510                 CONTINUE
005520             NOT INVALID KEY
005530                 MOVE TimeDays TO ClashNewDays
005540                 MOVE TimeStart TO ClashNewStart
005550                 MOVE TimeEnd TO ClashNewEnd
005560                 PERFORM SCAN-ENROLLMENTS-FOR-CLASH
005570         END-READ
005580     END-IF.
005590
005600 SCAN-ENROLLMENTS-FOR-CLASH.
005610     MOVE "N" TO ClashScanSwitch
005620     MOVE StudentId TO EnrollStudentId
005630     MOVE LOW-VALUES TO EnrollCourseCode
005640     START EnrollFile KEY NOT < EnrollKey
005650         INVALID KEY
005660             SET EndOfClashScan TO TRUE
005670     END-START
005680     IF NOT EndOfClashScan
005690         READ EnrollFile NEXT
005700             AT END SET EndOfClashScan TO TRUE
005710         END-READ
005720     END-IF
005730     PERFORM CHECK-ONE-ENROLLED-COURSE UNTIL EndOfClashScan.
005740
005750 CHECK-ONE-ENROLLED-COURSE.
005760     IF EnrollStudentId NOT = StudentId
005770         SET EndOfClashScan TO TRUE
005780     ELSE
005790         IF EnrollCourseCode NOT = ClashSearchCode
005800             MOVE EnrollCourseCode TO TimeCourseCode
005810             READ TimetableFile
005820                 INVALID KEY
005830                     CONTINUE
005840                 NOT INVALID KEY
005850                     PERFORM CHECK-MEETING-OVERLAP
005860             END-READ
005870         END-IF
005880         IF ClashFound
005890             MOVE EnrollCourseCode TO ClashReasonCode
005900             SET EndOfClashScan TO TRUE
005910         ELSE
005920             READ EnrollFile NEXT
005930                 AT END SET EndOfClashScan TO TRUE
005940             END-READ
005950         END-IF
005960     END-IF.
005970
005980*----------------------------------------------------------------
005990*CHECK-MEETING-OVERLAP - two meetings overlap when each starts
006000*before the other ends and they share at least one day.
006010*----------------------------------------------------------------
006020 CHECK-MEETING-OVERLAP.
006030     IF TimeStart < ClashNewEnd AND ClashNewStart < TimeEnd
006040         PERFORM CHECK-ONE-SHARED-DAY
006050             VARYING ClashDayIdx FROM 1 BY 1
006060             UNTIL ClashDayIdx > 5 OR ClashFound
006070     END-IF.
006080
006090 CHECK-ONE-SHARED-DAY.
006100     IF TimeDayFlag (ClashDayIdx) NOT = SPACE
006110         AND ClashNewDayFlag (ClashDayIdx) NOT = SPACE
006120         SET ClashFound TO TRUE
006130     END-IF.
006140
006150*----------------------------------------------------------------
006160*HOLD-FOR-TIMETABLE-CLASH - the queued course meets when the
006170*student is already in another class, so the seat would be no
006180*use to them.  As for a missing prerequisite, the entry is
006190*dropped with the other course named on its WAITRPT.DAT line.
006200*----------------------------------------------------------------
006210 HOLD-FOR-TIMETABLE-CLASH.
006220     ADD 1 TO ClashHeldCount
006230     MOVE "DROPPED - TIMETABLE CLASH" TO DropReason
006240     MOVE ClashReasonCode TO DropReason (27:4)
006250     PERFORM DROP-WAITING-ENTRY.
