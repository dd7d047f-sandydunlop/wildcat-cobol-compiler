000495*                 AUTHRFSL.DAT.  Batch runs stay unattended
000496*                 under the NITEBAT id - their input is proven
000497*                 upstream by the feed gateway.
000498*  Term dates   - e(N)roll and (W)ithdraw are now held to the
000499*                 current term's add/drop and withdrawal
000500*                 deadlines on the TERMMST.DAT term calendar;
000501*                 a late transaction rejects with the deadline
000502*                 in its reason unless a level-4 operator
000503*                 overrides it - online the signed-on operator
000504*                 confirms, in batch the overriding operator's
000505*                 id rides in the Surname columns of the record
000506*                 image and is verified against OPERMST.DAT.
000507*  Prereqs      - e(N)roll now checks the course's prerequisites
000508*                 on PREREQ.DAT against the student's grades on
000509*                 GRADES.DAT; a prerequisite not passed at its
000510*                 minimum grade rejects, naming the course.
000511*  Fees         - an applied e(N)roll charges the course's fee
000512*                 from FEESCHED.DAT to the student's account on
000513*                 ACCOUNTS.DAT and an applied (W)ithdraw refunds
000514*                 what ACCTLEDG.DAT shows was charged for that
000515*                 course, each posting logged to the ledger.
000516*  Timetable    - e(N)roll now refuses a course whose meeting
000517*                 times on the TIMETAB.DAT course timetable
000518*                 overlap a course the student already holds on
000519*                 ENROLL.DAT, naming that course in the reason.
000520*  Job history  - a batch run now appends its start and end
000521*                 times, return code and transactions read,
000522*                 applied and rejected to JOBHIST.DAT for the
000523*                 monthly job-history report.
000524*  Enr audit    - an applied e(N)roll or (W)ithdraw appends an
000525*                 'N' or 'W' entry to AUDITLOG.DAT (before = the
000526*                 master, after = it with the course) for the
000527*                 letter step; a rejected one is given reason
000528*                 wording of its own, refused by ERR-REPAIR-PROG.
000529*----------------------------------------------------------------
000530 IDENTIFICATION DIVISION.
000531 PROGRAM-ID.   FILE-TEST-PROG.
000532 AUTHOR.       SANDY DUNLOP.
000533*http://www.csis.ul.ie/COBOL/Course/SequentialFiles1.htm
000534 
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000946         ORGANIZATION IS LINE SEQUENTIAL
000947         FILE STATUS IS RefusalStatus.
000948
000949     SELECT TermFile ASSIGN TO "TERMMST.DAT"
000950         ORGANIZATION IS INDEXED
000951         ACCESS MODE IS DYNAMIC
000952         RECORD KEY IS TermCode
000953         FILE STATUS IS TermFileStatus.
000954
000955     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000956         ORGANIZATION IS INDEXED
000957         ACCESS MODE IS DYNAMIC
000958         RECORD KEY IS PrereqKey
000959         FILE STATUS IS PrereqFileStatus.
000960
000961     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000962         ORGANIZATION IS INDEXED
000963         ACCESS MODE IS DYNAMIC
000964         RECORD KEY IS GradeKey
000965         FILE STATUS IS GradeFileStatus.
000966
000967     SELECT FeeFile ASSIGN TO "FEESCHED.DAT"
000968         ORGANIZATION IS INDEXED
000969         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS FeeCourseCode
000971         FILE STATUS IS FeeFileStatus.
000972
000973     SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
000974         ORGANIZATION IS INDEXED
000975         ACCESS MODE IS DYNAMIC
000976         RECORD KEY IS AcctStudentId
000977         FILE STATUS IS AccountFileStatus.
000978
000979     SELECT LedgerFile ASSIGN TO "ACCTLEDG.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000981         FILE STATUS IS LedgerFileStatus.
000982
000983     SELECT TimetableFile ASSIGN TO "TIMETAB.DAT"
000984         ORGANIZATION IS INDEXED
000985         ACCESS MODE IS DYNAMIC
000986         RECORD KEY IS TimeCourseCode
000987         FILE STATUS IS TimetableFileStatus.
000988
000989     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
000991         FILE STATUS IS JobHistStatus.
000992
000993 DATA DIVISION.
000994 FILE SECTION.
000995 FD  StudentFile.
000996 COPY "STUDREC.CPY".
000997
001000 FD  AuditFile.
001010 COPY "AUDITREC.CPY".
001020
001318     02  RflOperatorId     PIC X(8).
001319     02  RflTranCode       PIC X.
001321
001322 FD  TermFile.
001323 COPY "TERMREC.CPY".
001324
001325 FD  PrereqFile.
001326 COPY "PREREC.CPY".
001327
001328 FD  GradeFile.
001329 COPY "GRADREC.CPY".
001330
001331 FD  FeeFile.
001332 COPY "FEEREC.CPY".
001333
001334 FD  AccountFile.
001335 COPY "ACCTREC.CPY".
001336
001337 FD  LedgerFile.
001338 COPY "LEDGREC.CPY".
001339
001340 FD  TimetableFile.
001341 COPY "TIMEREC.CPY".
001342
001343 FD  JobHistFile.
001344 COPY "JOBHREC.CPY".
001345
001346 WORKING-STORAGE SECTION.
001347
001348*Table of days in each month, used for calendar sanity checks on
001350*DateOfBirth.  February is adjusted for leap years below.
001360 01  DaysInMonthLit.
001370     05  FILLER            PIC X(24)
001670 01  WaitFileStatus        PIC XX.
001672 01  EnrollFileStatus      PIC XX.
001674 01  NiteCntStatus         PIC XX.
001675 01  JobHistStatus         PIC XX.
001676 01  OperatorFileStatus    PIC XX.
001677 01  SuspDupStatus         PIC XX.
001678 01  RefusalStatus         PIC XX.
001680 01  RunCtlStatus          PIC XX.
001685 01  TermFileStatus        PIC XX.
001690 01  CurrentYear           PIC 9(4).
001700
001710 01  OperatorId            PIC X(8).
001712 01  SignOnPassword        PIC X(8).
001713 01  SessionAuthority      PIC X       VALUE "1".
001714     88  SessionCanMaintain            VALUES "2" "3" "4".
001715     88  SessionCanDelete              VALUES "3" "4".
001716     88  SessionCourseMaster           VALUE "4".
001717
001718 01  AuthoritySwitch       PIC X       VALUE "G".
001719     88  AuthorityGranted              VALUE "G".
001721     88  AuthorityRefused              VALUE "R".
001722
001723*The governing term, found on TERMMST.DAT at start-up: the term
001724*in progress, or between terms the next one to start.  Its
001725*deadlines hold every e(N)roll and (W)ithdraw in the run.  With
001726*no term calendar on file the deadlines are left unenforced, as
001727*a course with no capacity record is left uncounted.
001728 01  TermCalendarSwitch    PIC X       VALUE "N".
001729     88  TermCalendarAvailable         VALUE "Y".
001730 01  TermLoadSwitch        PIC X       VALUE "N".
001731     88  EndOfTermLoad                 VALUE "Y".
001732 01  CurTermCode           PIC X(6)    VALUE SPACES.
001733 01  CurTermStartDate      PIC 9(8)    VALUE ZERO.
001734 01  CurAddDropDate        PIC 9(8)    VALUE ZERO.
001735 01  CurWithdrawDate       PIC 9(8)    VALUE ZERO.
001736
001737 01  DeadlineSwitch        PIC X       VALUE "M".
001738     88  DeadlineMet                   VALUE "M".
001739     88  DeadlinePassed                VALUE "P".
001740
001741*A late transaction stands only on a level-4 operator's say-so.
001742*In batch the operator master stays open for the lookup.
001743 01  OverrideLookupSwitch  PIC X       VALUE "N".
001744     88  OverrideLookupAvailable       VALUE "Y".
001745 01  OverrideOperatorId    PIC X(8).
001746 01  OverrideReply         PIC X.
001747     88  OverrideConfirmed             VALUES "Y" "y".
001748 01  OverrideCount         PIC 9(5)    VALUE ZERO.
001749
001750*Prerequisites are read from PREREQ.DAT and proven against the
001751*grades on GRADES.DAT.  No prerequisite file, no prerequisites.
001752 01  PrereqFileStatus      PIC XX.
001753 01  GradeFileStatus       PIC XX.
001754 01  PrereqFileSwitch      PIC X       VALUE "N".
001755     88  PrereqFileAvailable           VALUE "Y".
001756 01  GradeFileSwitch       PIC X       VALUE "N".
001757     88  GradeFileAvailable            VALUE "Y".
001758 01  PrereqScanSwitch      PIC X       VALUE "N".
001759     88  EndOfPrereqScan               VALUE "Y".
001760 01  PrereqSearchCode      PIC X(4).
001761 01  PrereqReason.
001762     02  FILLER            PIC X(21)
001763                           VALUE "Missing prerequisite ".
001764     02  PrereqReasonCode  PIC X(4).
001765     02  FILLER            PIC X(12)   VALUE " (min grade ".
001766     02  PrereqReasonMark  PIC X.
001767     02  FILLER            PIC X(2)    VALUE ")".
001768 01  PrereqRejectCount     PIC 9(5)    VALUE ZERO.
001769
001770*Course fees are charged and refunded from FEESCHED.DAT.  No fee
001771*schedule, no postings.
001772 01  FeeFileStatus         PIC XX.
001773 01  AccountFileStatus     PIC XX.
001774 01  LedgerFileStatus      PIC XX.
001775 01  FeeScheduleSwitch     PIC X       VALUE "N".
001776     88  FeeScheduleAvailable          VALUE "Y".
001777 01  PostingType           PIC X.
001778     88  PostingIsCharge               VALUE "C".
001779     88  PostingIsRefund               VALUE "R".
001780 01  ChargeCount           PIC 9(5)    VALUE ZERO.
001781 01  RefundCount           PIC 9(5)    VALUE ZERO.
001782 01  PostingAmount         PIC 9(5)V99 VALUE ZERO.
001783 01  ChargedAmount         PIC S9(7)V99 VALUE ZERO.
001784
001785*Meeting times are read from TIMETAB.DAT.  No timetable, no
001786*clashes.
001787 01  TimetableFileStatus   PIC XX.
001788 01  TimetableSwitch       PIC X       VALUE "N".
001789     88  TimetableAvailable            VALUE "Y".
001790 01  ClashSearchCode       PIC X(4).
001791 01  ClashNewDays          PIC X(5).
001792 01  ClashNewDayTable REDEFINES ClashNewDays.
001793     02  ClashNewDayFlag   PIC X OCCURS 5 TIMES.
001794 01  ClashNewStart         PIC 9(4).
001795 01  ClashNewEnd           PIC 9(4).
001796 01  ClashDayIdx           PIC 9       VALUE ZERO.
001797 01  ClashReason.
001798     02  FILLER            PIC X(28)
001799                           VALUE "Timetable clash with course ".
001800     02  ClashReasonCode   PIC X(4).
001801     02  FILLER            PIC X(8)    VALUE SPACES.
001802 01  ClashRejectCount      PIC 9(5)    VALUE ZERO.
001803
001804 01  RunDate               PIC 9(8).
001805 01  RunTime               PIC 9(8).
001806
001807 01  BeforeImage           PIC X(31).
001808 01  AfterImage            PIC X(31).
001809
001810 01  MaintenanceSwitch     PIC X       VALUE "N".
001811     88  EndOfMaintenance              VALUE "Y".
001812
001813 01  ProcessingModeSwitch  PIC X       VALUE "O".
001820     88  OnlineMode                    VALUE "O".
001830     88  BatchMode                     VALUE "B".
001840
002596         DISPLAY "*** A status 39 master is still in the old "
002597                 "layout - run STUD-CONVERT-PROG to convert it"
002598         DISPLAY "*** Run halted - no maintenance applied"
002599         IF BatchMode
002600             PERFORM WRITE-JOB-HISTORY
002601         END-IF
002602         STOP RUN
002603     END-IF
002604     OPEN EXTEND ErrorFile
002610     IF ErrorFileStatus = "35"
002620         OPEN OUTPUT ErrorFile
002630         CLOSE ErrorFile
002817     END-IF
002818
002820     PERFORM LOAD-CAPACITY-TABLE
002821     PERFORM TALLY-ENROLLMENT
002822     PERFORM LOAD-TERM-CALENDAR
002823     OPEN INPUT PrereqFile
002824     IF PrereqFileStatus = "00"
002825         SET PrereqFileAvailable TO TRUE
002826         OPEN INPUT GradeFile
002827         IF GradeFileStatus = "00"
002828             SET GradeFileAvailable TO TRUE
002829         ELSE
002830             DISPLAY "*** Grade file GRADES.DAT not on file - "
002831                     "enrollments with prerequisites will reject"
002832         END-IF
002833     END-IF
002834     OPEN INPUT FeeFile
002835     IF FeeFileStatus = "00"
002836         SET FeeScheduleAvailable TO TRUE
002837         OPEN I-O AccountFile
002838         IF AccountFileStatus = "35"
002839             OPEN OUTPUT AccountFile
002840             CLOSE AccountFile
002841             OPEN I-O AccountFile
002842         END-IF
002843         OPEN EXTEND LedgerFile
002844         IF LedgerFileStatus = "35"
002845             OPEN OUTPUT LedgerFile
002846             CLOSE LedgerFile
002847             OPEN EXTEND LedgerFile
002848         END-IF
002849     ELSE
002850         DISPLAY "*** Fee schedule FEESCHED.DAT not on file - "
002851                 "no fees will be posted"
002852     END-IF
002853     OPEN INPUT TimetableFile
002854     IF TimetableFileStatus = "00"
002855         SET TimetableAvailable TO TRUE
002856     END-IF
002857     IF BatchMode
002858         OPEN INPUT OperatorFile
002859         IF OperatorFileStatus = "00"
002860             SET OverrideLookupAvailable TO TRUE
002861         ELSE
002862             DISPLAY "*** Operator master OPERMST.DAT not on "
002863                     "file - deadline overrides will reject"
002864         END-IF
002865     END-IF
002866
002867     OPEN EXTEND AuditFile
002868     IF AuditFileStatus = "35"
002870         OPEN OUTPUT AuditFile
002880         CLOSE AuditFile
002890         OPEN EXTEND AuditFile
003602     CLOSE EnrollFile
003603     CLOSE SuspDupFile
003604     CLOSE RefusalFile
003605     IF OverrideLookupAvailable
003606         CLOSE OperatorFile
003607     END-IF
003608     IF PrereqFileAvailable
003609         CLOSE PrereqFile
003610         DISPLAY "Prerequisite rejects: " PrereqRejectCount
003611     END-IF
003612     IF GradeFileAvailable
003613         CLOSE GradeFile
003614     END-IF
003615     IF FeeScheduleAvailable
003616         CLOSE FeeFile
003617         CLOSE AccountFile
003618         CLOSE LedgerFile
003619         DISPLAY "Fee charges: " ChargeCount
003620                 "  Fee refunds: " RefundCount
003621     END-IF
003622     IF TimetableAvailable
003623         CLOSE TimetableFile
003624         DISPLAY "Timetable clash rejects: " ClashRejectCount
003625     END-IF
003626     IF BatchMode
003627         CLOSE TranFile
003630         DISPLAY "Transactions read: " TranReadCount
003640         IF RestartSkipCount NOT = ZERO
003650             DISPLAY "Skipped on restart: " RestartSkipCount
003717         DISPLAY "Suspected duplicates reported: " SuspDupCount
003718     END-IF
003720     DISPLAY "Waitlisted: " WaitlistCount
003722     IF OverrideCount NOT = ZERO
003724         DISPLAY "Term deadlines overridden: " OverrideCount
003726     END-IF
003730     ADD AddCount ChangeCount DeleteCount GIVING AppliedCount
003740     DISPLAY "Applied: " AppliedCount
003744             "  Rejected: " RejectCount
003748     IF BatchMode
003752         PERFORM WRITE-JOB-HISTORY
003756     END-IF.
003760 
003770*----------------------------------------------------------------
003780*AddStudentTransaction - accept a new StudentRec, edit-check it
005070                     ADD 1 TO DeleteCount
005080                     MOVE "D" TO AuditTranCode
005090                     PERFORM WriteAuditRecord
005091                     MOVE BeforeImage (31:1) TO OldStatusCode
005092                     PERFORM RemoveStudentEnrollments
005093             END-DELETE
005094     END-READ.
005095
005096*----------------------------------------------------------------
005097*EnrollStudentTransaction - enroll a student already on the
005098*master in an additional course, writing the pair to the
005099*enrollment file.  The course code rides in the CourseCode
005100*columns of the transaction's record image in batch, or is
005101*prompted for online.  Held to the same course edit check and
005102*capacity gate as an add: a full course queues the enrollment
005103*on the waitlist for WAIT-PROMOTE-PROG to seat.  Refused after
005104*the term's add/drop deadline unless a level-4 operator
005105*overrides.
005106*----------------------------------------------------------------
005107 EnrollStudentTransaction.
005108     IF OnlineMode
005109         DISPLAY "Student id to enroll: " WITH NO ADVANCING
005110         ACCEPT TransactionStudentId
005111         DISPLAY "Course code (CCCC): " WITH NO ADVANCING
005112         ACCEPT TransactionCourseCode
005113     ELSE
005114         MOVE TranRecordImage (26:4) TO TransactionCourseCode
005115     END-IF
005116     SET RecordIsValid TO TRUE
005117     MOVE SPACES TO RejectReason
005118     MOVE TransactionStudentId TO StudentId
005119     READ StudentFile
005120         INVALID KEY
005121             MOVE "Student id not on file" TO RejectReason
005122             PERFORM RejectEnrollOrWithdraw
005123         NOT INVALID KEY
005124             MOVE StudentRec TO BeforeImage
005125             MOVE TransactionCourseCode TO CourseCode
005126             IF NOT StudentActive
005127                 MOVE "Student not active" TO RejectReason
005128                 PERFORM RejectRecord
005129             ELSE
005130                 PERFORM ValidateCourseCode
005131                 IF RecordIsValid
005132                     PERFORM CheckAddDropDeadline
005133                 END-IF
005134                 IF RecordIsValid
005135                     MOVE TransactionCourseCode
005136                             TO PrereqSearchCode
005137                     PERFORM CheckPrerequisites
005138                 END-IF
005139                 IF RecordIsValid
005140                     MOVE TransactionCourseCode
005141                             TO ClashSearchCode
005142                     PERFORM CheckTimetableClash
005143                 END-IF
005144                 IF NOT RecordIsValid
005145                     PERFORM RejectEnrollOrWithdraw
005146                 ELSE
005147                     PERFORM CheckCourseCapacity
005148                     IF CourseIsFull
005149                         PERFORM WaitlistStudent
005150                     ELSE
005151                         PERFORM GrantEnrollment
005152                     END-IF
005153                 END-IF
005154             END-IF
005155     END-READ.
005156
005157*----------------------------------------------------------------
005158*WithdrawStudentTransaction - take a student off one course by
005159*deleting the enrollment record, releasing its seat when the
005160*student was active.  The CourseCode on the student's master
005161*record - their programme of record - is left alone; a change
005162*transaction moves that.
005163*----------------------------------------------------------------
005164 WithdrawStudentTransaction.
005165     IF OnlineMode
005166         DISPLAY "Student id to withdraw: " WITH NO ADVANCING
005167         ACCEPT TransactionStudentId
005168         DISPLAY "Course code (CCCC): " WITH NO ADVANCING
005169         ACCEPT TransactionCourseCode
005170     ELSE
005171         MOVE TranRecordImage (26:4) TO TransactionCourseCode
005172     END-IF
005173     MOVE TransactionStudentId TO StudentId
005174     READ StudentFile
005175         INVALID KEY
005176             MOVE "Student id not on file" TO RejectReason
005177             PERFORM RejectEnrollOrWithdraw
005178         NOT INVALID KEY
005179             SET RecordIsValid TO TRUE
005180             PERFORM CheckWithdrawDeadline
005181             IF NOT RecordIsValid
005182                 PERFORM RejectRecord
005183             ELSE
005184                 MOVE TransactionStudentId TO EnrollStudentId
005185                 MOVE TransactionCourseCode TO EnrollCourseCode
005186                 DELETE EnrollFile
005187                     INVALID KEY
005188                         MOVE "Not enrolled on course"
005189                                 TO RejectReason
005190                         PERFORM RejectRecord
005191                     NOT INVALID KEY
005192                         ADD 1 TO WithdrawCount
005193                         MOVE StudentRec TO BeforeImage
005194                         MOVE StudentRec TO AfterImage
005195                         MOVE TransactionCourseCode
005196                                 TO AfterImage (26:4)
005197                         MOVE "W" TO AuditTranCode
005198                         PERFORM WriteAuditRecord
005199                         MOVE TransactionCourseCode
005200                                 TO OldCourseCode
005201                         MOVE StudentStatus TO OldStatusCode
005202                         PERFORM UncountEnrollment
005203                         SET PostingIsRefund TO TRUE
005204                         PERFORM PostCourseFee
005205                 END-DELETE
005206             END-IF
005221     END-READ.
005222
005223*----------------------------------------------------------------
007860                 SUBTRACT 1 FROM CapTableEnrolled (FoundCapIndex)
007870             END-IF
007880         END-IF
007881     END-IF.
007882
007883*----------------------------------------------------------------
007884*GrantEnrollment - write the (StudentId, CourseCode) pair now in
007885*the record area to the enrollment file for an e(N)roll
007886*transaction, taking its seat.  A pair already on file means the
007887*student holds that place, so the transaction rejects.  A seat
007888*taken is logged as an 'N' audit entry: BeforeImage was saved by
007889*the caller before the course went into the record area.
007890*----------------------------------------------------------------
007891 GrantEnrollment.
007892     MOVE StudentId TO EnrollStudentId
007893     MOVE CourseCode TO EnrollCourseCode
007894     MOVE RunDate TO EnrollDate
007895     WRITE EnrollRec
007896         INVALID KEY
007897             MOVE "Already enrolled on course" TO RejectReason
007898             PERFORM RejectRecord
007899         NOT INVALID KEY
007900             ADD 1 TO EnrollCount
007901             MOVE StudentRec TO AfterImage
007902             MOVE "N" TO AuditTranCode
007903             PERFORM WriteAuditRecord
007904             PERFORM CountEnrollment
007905             SET PostingIsCharge TO TRUE
007906             PERFORM PostCourseFee
007911     END-WRITE.
007912
007913*----------------------------------------------------------------
008640 WRITE-ONE-NIGHT-COUNT.
008650     MOVE RunDate TO CntRunDate
008660     WRITE NiteCntRec.
008670
008680*----------------------------------------------------------------
008690*WRITE-JOB-HISTORY - append the batch run's entry to JOBHIST.DAT.
008700*----------------------------------------------------------------
008710 WRITE-JOB-HISTORY.
008720     OPEN EXTEND JobHistFile
008730     IF JobHistStatus = "35"
008740         OPEN OUTPUT JobHistFile
008750         CLOSE JobHistFile
008760         OPEN EXTEND JobHistFile
008770     END-IF
008780     MOVE SPACES TO JobHistRec
008790     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
008800                  JobhCountValue (3)
008810     MOVE RunDate TO JobhRunDate
008820     MOVE "STEP2" TO JobhStepName
008830     MOVE "FILETEST" TO JobhProgram
008840     MOVE RunTime TO JobhStartTime
008850     ACCEPT JobhEndTime FROM TIME
008860     MOVE RETURN-CODE TO JobhReturnCode
008870     MOVE "TRANREAD" TO JobhCountTag (1)
008880     MOVE TranReadCount TO JobhCountValue (1)
008890     MOVE "APPLIED" TO JobhCountTag (2)
008900     MOVE AppliedCount TO JobhCountValue (2)
008910     MOVE "REJECTED" TO JobhCountTag (3)
008920     MOVE RejectCount TO JobhCountValue (3)
008930     WRITE JobHistRec
008940     CLOSE JobHistFile.
008950
008960*----------------------------------------------------------------
008970*CheckAddDropDeadline / CheckWithdrawDeadline - hold an
008980*e(N)roll to the governing term's add/drop deadline and a
008990*(W)ithdraw to its withdrawal deadline.  With a calendar on
009000*file but no term current or to come, nothing can be enrolled
009010*in or withdrawn from.  A transaction past its deadline is
009020*offered to CheckDeadlineOverride; one still late after that
009030*leaves RecordNotValid and the reason, deadline included, for
009040*the caller to reject with.
009050*----------------------------------------------------------------
009060 CheckAddDropDeadline.
009070     SET DeadlineMet TO TRUE
009080     IF TermCalendarAvailable
009090         IF CurTermCode = SPACES
009100             SET DeadlinePassed TO TRUE
009110             MOVE "No current term on the term calendar"
009120                     TO RejectReason
009130         ELSE
009140             IF RunDate > CurAddDropDate
009150                 SET DeadlinePassed TO TRUE
009160                 MOVE "Enroll after add/drop deadline"
009170                         TO RejectReason
009180                 MOVE CurAddDropDate TO RejectReason (32:8)
009190             END-IF
009200         END-IF
009210     END-IF
009220     IF DeadlinePassed
009230         PERFORM CheckDeadlineOverride
009240     END-IF
009250     IF DeadlinePassed
009260         SET RecordNotValid TO TRUE
009270     END-IF.
009280
009290 CheckWithdrawDeadline.
009300     SET DeadlineMet TO TRUE
009310     IF TermCalendarAvailable
009320         IF CurTermCode = SPACES
009330             SET DeadlinePassed TO TRUE
009340             MOVE "No current term on the term calendar"
009350                     TO RejectReason
009360         ELSE
009370             IF RunDate > CurWithdrawDate
009380                 SET DeadlinePassed TO TRUE
009390                 MOVE "Withdraw after deadline" TO RejectReason
009400                 MOVE CurWithdrawDate TO RejectReason (25:8)
009410             END-IF
009420         END-IF
009430     END-IF
009440     IF DeadlinePassed
009450         PERFORM CheckDeadlineOverride
009460     END-IF
009470     IF DeadlinePassed
009480         SET RecordNotValid TO TRUE
009490     END-IF.
009500
009510*----------------------------------------------------------------
009520*CheckDeadlineOverride - a late transaction stands only on a
009530*level-4 operator's say-so.  Online, a level-4 operator is shown
009540*the reason and asked to confirm; anyone below level 4 is not
009550*asked.  In batch the overriding operator's id rides in the
009560*Surname columns (8:8) of the record image - unused by an enroll
009570*or withdraw - and must be an active level-4 operator on
009580*OPERMST.DAT.  A refused override replaces the reason with why.
009590*----------------------------------------------------------------
009600 CheckDeadlineOverride.
009610     IF OnlineMode
009620         IF SessionCourseMaster
009630             DISPLAY "*** " RejectReason
009640             DISPLAY "Override the term deadline? (Y/N): "
009650                     WITH NO ADVANCING
009660             ACCEPT OverrideReply
009670             IF OverrideConfirmed
009680                 MOVE OperatorId TO OverrideOperatorId
009690                 PERFORM ApplyDeadlineOverride
009700             END-IF
009710         END-IF
009720     ELSE
009730         MOVE TranRecordImage (8:8) TO OverrideOperatorId
009740         IF OverrideOperatorId NOT = SPACES
009750             PERFORM VerifyOverrideOperator
009760         END-IF
009770     END-IF.
009780
009790 VerifyOverrideOperator.
009800     IF NOT OverrideLookupAvailable
009810         MOVE "Deadline override cannot be verified"
009820                 TO RejectReason
009830     ELSE
009840         MOVE OverrideOperatorId TO OperUserId
009850         READ OperatorFile
009860             INVALID KEY
009870                 MOVE "Override id not on operator master"
009880                         TO RejectReason
009890             NOT INVALID KEY
009900                 IF OperActive AND OperCourseMaster
009910                     PERFORM ApplyDeadlineOverride
009920                 ELSE
009930                     MOVE "Override id lacks level-4 authority"
009940                             TO RejectReason
009950                 END-IF
009960         END-READ
009970     END-IF.
009980
009990 ApplyDeadlineOverride.
010000     SET DeadlineMet TO TRUE
010010     ADD 1 TO OverrideCount
010020     DISPLAY "*** Term deadline overridden by "
010030             OverrideOperatorId.
010040
010050*----------------------------------------------------------------
010060*CheckPrerequisites - browse PREREQ.DAT from the first key of
010070*the course in PrereqSearchCode and prove each prerequisite
010080*against the student's grade on GRADES.DAT.  The first one not
010090*passed at its minimum grade leaves RecordNotValid and a reason
010100*naming the missing course for the caller to reject with.
010110*----------------------------------------------------------------
010120 CheckPrerequisites.
010130     IF PrereqFileAvailable
010140         MOVE "N" TO PrereqScanSwitch
010150         MOVE PrereqSearchCode TO PreCourseCode
010160         MOVE LOW-VALUES TO PreReqCourseCode
010170         START PrereqFile KEY NOT < PrereqKey
010180             INVALID KEY
010190                 SET EndOfPrereqScan TO TRUE
010200         END-START
010210         IF NOT EndOfPrereqScan
010220             READ PrereqFile NEXT
010230                 AT END SET EndOfPrereqScan TO TRUE
010240             END-READ
010250         END-IF
010260         PERFORM CHECK-ONE-PREREQUISITE
010270             UNTIL EndOfPrereqScan
010280     END-IF.
010290
010300*----------------------------------------------------------------
010310*CHECK-ONE-PREREQUISITE - a prerequisite is met by a passing
010320*grade no lower than PreMinMark (A is highest, so the letter
010330*must not collate above it).  F, I and W never meet one.
010340*----------------------------------------------------------------
010350 CHECK-ONE-PREREQUISITE.
010360     IF PreCourseCode NOT = PrereqSearchCode
010370         SET EndOfPrereqScan TO TRUE
010380     ELSE
010390         SET RecordNotValid TO TRUE
010400         IF GradeFileAvailable
010410             MOVE StudentId TO GradeStudentId
010420             MOVE PreReqCourseCode TO GradeCourseCode
010430             READ GradeFile
010440                 INVALID KEY
010450                     CONTINUE
010460                 NOT INVALID KEY
010470                     IF GradeMarkPassing
010480                         AND GradeMark (1:1)
010490                             NOT > PreMinMark (1:1)
010500                         SET RecordIsValid TO TRUE
010510                     END-IF
010520             END-READ
010530         END-IF
010540         IF NOT RecordIsValid
010550             MOVE PreReqCourseCode TO PrereqReasonCode
010560             MOVE PreMinMark TO PrereqReasonMark
010570             MOVE PrereqReason TO RejectReason
010580             ADD 1 TO PrereqRejectCount
010590             SET EndOfPrereqScan TO TRUE
010600         ELSE
010610             READ PrereqFile NEXT
010620                 AT END SET EndOfPrereqScan TO TRUE
010630             END-READ
010640         END-IF
010650     END-IF.
010660
010670*----------------------------------------------------------------
010680*CheckTimetableClash - read the meeting times of the course in
010690*ClashSearchCode and hold them against every other course the
010700*student in the record area already has on ENROLL.DAT.  The
010710*first that meets on a shared day at an overlapping time leaves
010720*RecordNotValid and a reason naming it for the caller to reject
010730*with.  A course with no timetable record clashes with nothing.
010740*----------------------------------------------------------------
010750 CheckTimetableClash.
010760     IF TimetableAvailable
010770         MOVE ClashSearchCode TO TimeCourseCode
010780         READ TimetableFile
010790             INVALID KEY
010800                 CONTINUE
010810             NOT INVALID KEY
010820                 MOVE TimeDays TO ClashNewDays
010830                 MOVE TimeStart TO ClashNewStart
010840                 MOVE TimeEnd TO ClashNewEnd
010850                 PERFORM ScanEnrollmentsForClash
010860         END-READ
010870     END-IF.
010880
010890 ScanEnrollmentsForClash.
010900     MOVE "N" TO EnrollScanSwitch
010910     MOVE StudentId TO EnrollStudentId
010920     MOVE LOW-VALUES TO EnrollCourseCode
010930     START EnrollFile KEY NOT < EnrollKey
010940         INVALID KEY
010950             SET EndOfEnrollScan TO TRUE
010960     END-START
010970     IF NOT EndOfEnrollScan
010980         READ EnrollFile NEXT
010990             AT END SET EndOfEnrollScan TO TRUE
011000         END-READ
011010     END-IF
011020     PERFORM CHECK-ONE-ENROLLED-COURSE UNTIL EndOfEnrollScan.
011030
011040 CHECK-ONE-ENROLLED-COURSE.
011050     IF EnrollStudentId NOT = StudentId
011060         SET EndOfEnrollScan TO TRUE
011070     ELSE
011080         IF EnrollCourseCode NOT = ClashSearchCode
011090             MOVE EnrollCourseCode TO TimeCourseCode
011100             READ TimetableFile
011110                 INVALID KEY
011120                     CONTINUE
011130                 NOT INVALID KEY
011140                     PERFORM CheckMeetingOverlap
011150             END-READ
011160         END-IF
011170         IF NOT RecordIsValid
011180             MOVE EnrollCourseCode TO ClashReasonCode
011190             MOVE ClashReason TO RejectReason
011200             ADD 1 TO ClashRejectCount
011210             SET EndOfEnrollScan TO TRUE
011220         ELSE
011230             READ EnrollFile NEXT
011240                 AT END SET EndOfEnrollScan TO TRUE
011250             END-READ
011260         END-IF
011270     END-IF.
011280
011290*----------------------------------------------------------------
011300*CheckMeetingOverlap - two meetings overlap when each starts
011310*before the other ends and they share at least one day.  A
011320*course ending at 1000 does not clash with one starting then.
011330*----------------------------------------------------------------
011340 CheckMeetingOverlap.
011350     IF TimeStart < ClashNewEnd AND ClashNewStart < TimeEnd
011360         PERFORM CHECK-ONE-SHARED-DAY
011370             VARYING ClashDayIdx FROM 1 BY 1
011380             UNTIL ClashDayIdx > 5 OR NOT RecordIsValid
011390     END-IF.
011400
011410 CHECK-ONE-SHARED-DAY.
011420     IF TimeDayFlag (ClashDayIdx) NOT = SPACE
011430         AND ClashNewDayFlag (ClashDayIdx) NOT = SPACE
011440         SET RecordNotValid TO TRUE
011450     END-IF.
011460
011470*----------------------------------------------------------------
011480*LOAD-TERM-CALENDAR - find the governing term on TERMMST.DAT:
011490*of the terms not yet ended, the one that starts first - the
011500*term in progress, or between terms the next one.  The calendar
011510*is only needed for this, so it is closed again straight away.
011520*With no calendar on file the deadlines go unenforced.
011530*----------------------------------------------------------------
011540 LOAD-TERM-CALENDAR.
011550     OPEN INPUT TermFile
011560     IF TermFileStatus NOT = "00"
011570         DISPLAY "*** Term calendar TERMMST.DAT not on file - "
011580                 "term deadlines not enforced"
011590     ELSE
011600         SET TermCalendarAvailable TO TRUE
011610         READ TermFile NEXT
011620             AT END SET EndOfTermLoad TO TRUE
011630         END-READ
011640         PERFORM NOTE-ONE-TERM UNTIL EndOfTermLoad
011650         CLOSE TermFile
011660         IF CurTermCode = SPACES
011670             DISPLAY "*** No current term on TERMMST.DAT - "
011680                     "enrolls and withdrawals will reject"
011690         ELSE
011700             DISPLAY "Term " CurTermCode
011710                     " - add/drop deadline " CurAddDropDate
011720                     ", withdrawal deadline " CurWithdrawDate
011730         END-IF
011740     END-IF.
011750
011760 NOTE-ONE-TERM.
011770     IF TermEndDate NOT < RunDate
011780         IF CurTermCode = SPACES
011790             OR TermStartDate < CurTermStartDate
011800             MOVE TermCode TO CurTermCode
011810             MOVE TermStartDate TO CurTermStartDate
011820             MOVE TermAddDropDate TO CurAddDropDate
011830             MOVE TermWithdrawDate TO CurWithdrawDate
011840         END-IF
011850     END-IF
011860     READ TermFile NEXT
011870         AT END SET EndOfTermLoad TO TRUE
011880     END-READ.
011890
011900*----------------------------------------------------------------
011910*PostCourseFee - charge (PostingIsCharge) the scheduled fee, or
011920*refund (PostingIsRefund) what was charged, for the enrollment
011930*pair now in EnrollKey to the student's account, opening the
011940*account on its first posting, and log the posting to the
011950*ledger.  A course with no fee on the schedule is not charged; a
011960*pair with nothing charged on the ledger is not refunded.
011970*----------------------------------------------------------------
011980 PostCourseFee.
011990     IF FeeScheduleAvailable
012000         IF PostingIsCharge
012010             MOVE EnrollCourseCode TO FeeCourseCode
012020             READ FeeFile
012030                 INVALID KEY
012040                     CONTINUE
012050                 NOT INVALID KEY
012060                     MOVE FeeAmount TO PostingAmount
012070                     PERFORM PostToAccount
012080             END-READ
012090         ELSE
012100             PERFORM FindChargedAmount
012110             IF ChargedAmount > ZERO
012120                 MOVE ChargedAmount TO PostingAmount
012130                 PERFORM PostToAccount
012140             END-IF
012150         END-IF
012160     END-IF.
012170
012180*----------------------------------------------------------------
012190*FindChargedAmount - net the ledger's charges and refunds for
012200*the enrollment pair in EnrollKey into ChargedAmount, so a
012210*withdrawal returns exactly what the pair still holds charged:
012220*nothing for a main-course pair or an enrollment taken before
012230*fees were posted, and the fee as charged whatever the schedule
012240*says today.  The ledger is closed and read from the top, then
012250*reopened for the postings to come.
012260*----------------------------------------------------------------
012270 FindChargedAmount.
012280     MOVE ZERO TO ChargedAmount
012290     CLOSE LedgerFile
012300     OPEN INPUT LedgerFile
012310     IF LedgerFileStatus NOT = "00"
012320         SET EndOfLedgerFile TO TRUE
012330     ELSE
012340         READ LedgerFile
012350             AT END SET EndOfLedgerFile TO TRUE
012360         END-READ
012370     END-IF
012380     PERFORM NetOneLedgerEntry UNTIL EndOfLedgerFile
012390     IF LedgerFileStatus NOT = "35"
012400         CLOSE LedgerFile
012410     END-IF
012420     OPEN EXTEND LedgerFile
012430     IF LedgerFileStatus = "35"
012440         OPEN OUTPUT LedgerFile
012450         CLOSE LedgerFile
012460         OPEN EXTEND LedgerFile
012470     END-IF.
012480
012490 NetOneLedgerEntry.
012500     IF LedgStudentId = EnrollStudentId
012510         AND LedgCourseCode = EnrollCourseCode
012520         EVALUATE TRUE
012530             WHEN LedgCharge
012540                 ADD LedgAmount TO ChargedAmount
012550             WHEN LedgRefund
012560                 SUBTRACT LedgAmount FROM ChargedAmount
012570             WHEN OTHER
012580                 CONTINUE
012590         END-EVALUATE
012600     END-IF
012610     READ LedgerFile
012620         AT END SET EndOfLedgerFile TO TRUE
012630     END-READ.
012640
012650 PostToAccount.
012660     MOVE EnrollStudentId TO AcctStudentId
012670     READ AccountFile
012680         INVALID KEY
012690             MOVE ZERO TO AcctCharges AcctRefunds AcctPayments
012700                          AcctBalance
012710             MOVE RunDate TO AcctOpenedDate
012720             PERFORM ApplyFeeToAccount
012730             WRITE AccountRec
012740                 INVALID KEY
012750                     DISPLAY "*** Account write failed for "
012760                             AcctStudentId
012770             END-WRITE
012780         NOT INVALID KEY
012790             PERFORM ApplyFeeToAccount
012800             REWRITE AccountRec
012810                 INVALID KEY
012820                     DISPLAY "*** Account rewrite failed for "
012830                             AcctStudentId
012840             END-REWRITE
012850     END-READ
012860     MOVE EnrollStudentId TO LedgStudentId
012870     MOVE RunDate TO LedgDate
012880     MOVE RunTime TO LedgTime
012890     MOVE PostingType TO LedgEntryType
012900     MOVE EnrollCourseCode TO LedgCourseCode
012910     MOVE PostingAmount TO LedgAmount
012920     MOVE OperatorId TO LedgOperatorId
012930     MOVE SPACES TO LedgReference
012940     WRITE LedgerRec.
012950
012960 ApplyFeeToAccount.
012970     IF PostingIsCharge
012980         ADD PostingAmount TO AcctCharges AcctBalance
012990         ADD 1 TO ChargeCount
013000     ELSE
013010         ADD PostingAmount TO AcctRefunds
013020         SUBTRACT PostingAmount FROM AcctBalance
013030         ADD 1 TO RefundCount
013040     END-IF
013050     MOVE RunDate TO AcctLastPostDate.
013060
013070*----------------------------------------------------------------
013080*RejectEnrollOrWithdraw - reject an e(N)roll or (W)ithdraw,
013090*first giving the reasons it shares with add and change - an
013100*unknown student id and the course edit - their own wording.
013110*The queued image carries the transaction's course over the
013120*student's main course, and ERR-REPAIR-PROG goes by the reason
013130*to refuse applying such a reject to the master.
013140*----------------------------------------------------------------
013150 RejectEnrollOrWithdraw.
013160     EVALUATE RejectReason
013170         WHEN "Student id not on file"
013180             IF TransactionIsWithdraw
013190                 MOVE "Withdraw student id not on file"
013200                         TO RejectReason
013210             ELSE
013220                 MOVE "Enroll student id not on file"
013230                         TO RejectReason
013240             END-IF
013250         WHEN "Invalid course code"
013260             MOVE "Enroll course code invalid" TO RejectReason
013270         WHEN "Course code inactive"
013280             MOVE "Enroll course code inactive" TO RejectReason
013290     END-EVALUATE
013300     PERFORM RejectRecord.
