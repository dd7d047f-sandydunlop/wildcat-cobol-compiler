000010*----------------------------------------------------------------
000020*ATTPOST.CBL
000030*Weekly attendance posting.
000040*
000050*Maintains ATTEND.DAT (AttendFile), the attendance register keyed
000060*on StudentId plus CourseCode plus teaching week, from the
000070*departments' weekly attendance returns.  Follows the
000080*GRADE-POST-PROG pattern throughout: when ATTTRAN.DAT is present
000090*the run is driven from it unattended, otherwise the operator
000100*keys transactions at the terminal; a transaction that fails its
000110*edit checks goes to the ATTERR.DAT reject file with its reason,
000120*and every posting, re-posting and removal is audited with before
000130*and after marks on ATTAUDIT.DAT.
000140*
000150*Edit checks: the student must hold a place on the course on
000160*ENROLL.DAT - a register line for a student who is not enrolled
000170*is a departmental keying slip, not an attendance; the week must
000180*be 01-52; each of the five session marks must be P (present),
000190*A (absent) or blank (no session), and at least one session must
000200*have been held.  A week already on file is re-posted whole.
000210*
000220*Transaction layout (ATTTRAN.DAT):
000230*  code (P=post/re-post, X=remove, E=end) + StudentId (7)
000240*  + CourseCode (4) + week (2) + session marks (5)
000250*
000260*Modification history
000270*  Original - new program, written with ATTEND.DAT and the
000280*             at-risk student report.
000290*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.   ATTEND-POST-PROG.
000320 AUTHOR.       SANDY DUNLOP.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AttendFile ASSIGN TO "ATTEND.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS AttendKey
000410         FILE STATUS IS AttendFileStatus.
000420
000430     SELECT AttendTranFile ASSIGN TO "ATTTRAN.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS AttendTranStatus.
000460
000470     SELECT AttendErrFile ASSIGN TO "ATTERR.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS AttendErrStatus.
000500
000510     SELECT AttendAuditFile ASSIGN TO "ATTAUDIT.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AttendAuditStatus.
000540
000550     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EnrollKey
000590         FILE STATUS IS EnrollFileStatus.
000600
000610     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OperUserId
000650         FILE STATUS IS OperatorFileStatus.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AttendFile.
000700 COPY "ATTNREC.CPY".
000710
000720 FD  AttendTranFile.
000730 01  AttendTranRec.
000740     02  ATranCode         PIC X.
000750     02  ATranStudentId    PIC 9(7).
000760     02  ATranCourseCode   PIC X(4).
000770     02  ATranWeek         PIC X(2).
000780     02  ATranMarks        PIC X(5).
000790
000800 FD  AttendErrFile.
000810 01  AttendErrRec.
000820     02  AErrStudentId     PIC 9(7).
000830     02  AErrCourseCode    PIC X(4).
000840     02  AErrReasonMsg     PIC X(40).
000850     02  AErrRecordImage   PIC X(19).
000860
000870 FD  AttendAuditFile.
000880 01  AttendAuditRec.
000890     02  AAudTranCode      PIC X.
000900     02  AAudOperatorId    PIC X(8).
000910     02  AAudDate          PIC 9(8).
000920     02  AAudTime          PIC 9(8).
000930     02  AAudStudentId     PIC 9(7).
000940     02  AAudCourseCode    PIC X(4).
000950     02  AAudWeek          PIC X(2).
000960     02  AAudBeforeMarks   PIC X(5).
000970     02  AAudAfterMarks    PIC X(5).
000980
000990 FD  EnrollFile.
001000 COPY "ENRLREC.CPY".
001010
001020 FD  OperatorFile.
001030 COPY "OPERREC.CPY".
001040
001050 WORKING-STORAGE SECTION.
001060 01  AttendFileStatus      PIC XX.
001070 01  AttendTranStatus      PIC XX.
001080 01  AttendErrStatus       PIC XX.
001090 01  AttendAuditStatus     PIC XX.
001100 01  EnrollFileStatus      PIC XX.
001110 01  OperatorFileStatus    PIC XX.
001120
001130 01  EnrollOpenSwitch      PIC X       VALUE "N".
001140     88  EnrollAvailable               VALUE "Y".
001150
001160 01  OperatorId            PIC X(8).
001170 01  SignOnPassword        PIC X(8).
001180 01  SessionAuthority      PIC X       VALUE "1".
001190     88  SessionCanMaintain            VALUES "2" "3" "4".
001200
001210 01  RunDate               PIC 9(8).
001220 01  RunTime               PIC 9(8).
001230
001240 01  MaintenanceSwitch     PIC X       VALUE "N".
001250     88  EndOfMaintenance              VALUE "Y".
001260
001270 01  ProcessingModeSwitch  PIC X       VALUE "O".
001280     88  OnlineMode                    VALUE "O".
001290     88  BatchMode                     VALUE "B".
001300
001310 01  TransactionCode       PIC X.
001320     88  TransactionIsPost             VALUES "P" "p".
001330     88  TransactionIsRemove           VALUES "X" "x".
001340     88  TransactionIsEnd              VALUES "E" "e".
001350
001360 01  TransactionStudentId  PIC 9(7).
001370 01  TransactionCourseCode PIC X(4).
001380 01  TransactionWeek       PIC X(2).
001390 01  TransactionWeekNum REDEFINES TransactionWeek
001400                           PIC 9(2).
001410 01  TransactionMarks.
001420     05  TransactionMark   PIC X OCCURS 5 TIMES
001430             INDEXED BY TranMarkIdx.
001440         88  TranMarkValid             VALUES "P" "A" " ".
001450         88  TranMarkHeld              VALUES "P" "A".
001460
001470 01  MarkCheckSwitch       PIC X       VALUE "Y".
001480     88  MarksAllValid                 VALUE "Y".
001490 01  HeldSessionCount      PIC 9       VALUE ZERO.
001500
001510 01  RecordValidSwitch     PIC X       VALUE "Y".
001520     88  RecordIsValid                 VALUE "Y".
001530     88  RecordNotValid                VALUE "N".
001540
001550 01  RejectReason          PIC X(40).
001560 01  BeforeMarks           PIC X(5).
001570 01  AfterMarks            PIC X(5).
001580
001590 01  PostCount             PIC 9(5)    VALUE ZERO.
001600 01  RepostCount           PIC 9(5)    VALUE ZERO.
001610 01  RemoveCount           PIC 9(5)    VALUE ZERO.
001620 01  RejectCount           PIC 9(5)    VALUE ZERO.
001630 01  TranReadCount         PIC 9(5)    VALUE ZERO.
001640
001650 PROCEDURE DIVISION.
001660 MAIN-PARAGRAPH.
001670     PERFORM INITIALIZE-FILES
001680     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
001690     PERFORM TERMINATE-FILES
001700     STOP RUN.
001710
001720*----------------------------------------------------------------
001730*INITIALIZE-FILES - pick the processing mode the way
001740*GRADE-POST-PROG does: a missing ATTTRAN.DAT means an online run
001750*keyed at the terminal, a clean open a batch run driven from it,
001760*and anything else halts the run.  The register is created the
001770*first time this runs; the reject and audit files accumulate
001780*across runs.
001790*----------------------------------------------------------------
001800 INITIALIZE-FILES.
001810     OPEN INPUT AttendTranFile
001820     DISPLAY "Attendance posting"
001830     EVALUATE AttendTranStatus
001840         WHEN "35"
001850             PERFORM SIGN-ON-OPERATOR
001860         WHEN "00"
001870             SET BatchMode TO TRUE
001880             MOVE "ATTPOST" TO OperatorId
001890             DISPLAY "Batch run - transactions from ATTTRAN.DAT"
001900         WHEN OTHER
001910             DISPLAY "*** Cannot open ATTTRAN.DAT - status "
001920                     AttendTranStatus " - run halted"
001930             STOP RUN
001940     END-EVALUATE
001950     ACCEPT RunDate FROM DATE YYYYMMDD
001960     ACCEPT RunTime FROM TIME
001970     OPEN I-O AttendFile
001980     IF AttendFileStatus = "35"
001990         OPEN OUTPUT AttendFile
002000         CLOSE AttendFile
002010         OPEN I-O AttendFile
002020     END-IF
002030     IF AttendFileStatus NOT = "00"
002040         DISPLAY "*** Cannot open attendance file - status "
002050                 AttendFileStatus " - run halted"
002060         STOP RUN
002070     END-IF
002080     OPEN EXTEND AttendErrFile
002090     IF AttendErrStatus = "35"
002100         OPEN OUTPUT AttendErrFile
002110         CLOSE AttendErrFile
002120         OPEN EXTEND AttendErrFile
002130     END-IF
002140     OPEN EXTEND AttendAuditFile
002150     IF AttendAuditStatus = "35"
002160         OPEN OUTPUT AttendAuditFile
002170         CLOSE AttendAuditFile
002180         OPEN EXTEND AttendAuditFile
002190     END-IF
002200     OPEN INPUT EnrollFile
002210     IF EnrollFileStatus = "00"
002220         SET EnrollAvailable TO TRUE
002230     ELSE
002240         DISPLAY "*** Enrollment file ENROLL.DAT not on file - "
002250                 "all postings will reject"
002260     END-IF
002270     IF OnlineMode
002280         DISPLAY "Transactions: (P)ost (X) remove (E)nd"
002290     END-IF.
002300
002310*----------------------------------------------------------------
002320*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
002330*operator master; a failed sign-on, or an operator below
002340*maintain authority, ends the session before the register is
002350*touched.  Kept in step with the sign-on in GRADE-POST-PROG.
002360*----------------------------------------------------------------
002370 SIGN-ON-OPERATOR.
002380     OPEN INPUT OperatorFile
002390     IF OperatorFileStatus NOT = "00"
002400         DISPLAY "*** Operator master OPERMST.DAT not on file - "
002410                 "run OPER-MAINT-PROG; session ended"
002420         STOP RUN
002430     END-IF
002440     DISPLAY "Enter operator id: " WITH NO ADVANCING
002450     ACCEPT OperatorId
002460     DISPLAY "Password: " WITH NO ADVANCING
002470     ACCEPT SignOnPassword
002480     MOVE OperatorId TO OperUserId
002490     READ OperatorFile
002500         INVALID KEY
002510             DISPLAY "*** Sign-on failed - session ended"
002520             CLOSE OperatorFile
002530             STOP RUN
002540         NOT INVALID KEY
002550             IF OperPassword NOT = SignOnPassword
002560                 OR NOT OperActive
002570                 DISPLAY "*** Sign-on failed - session ended"
002580                 CLOSE OperatorFile
002590                 STOP RUN
002600             END-IF
002610     END-READ
002620     MOVE OperAuthority TO SessionAuthority
002630     CLOSE OperatorFile
002640     IF NOT SessionCanMaintain
002650         DISPLAY "*** Attendance posting needs maintain "
002660                 "authority - session ended"
002670         STOP RUN
002680     END-IF.
002690
002700*----------------------------------------------------------------
002710*PROCESS-MAINTENANCE - obtain one attendance transaction, from
002720*the transaction file in batch mode or the operator online, and
002730*route it to the paragraph that handles it.
002740*----------------------------------------------------------------
002750 PROCESS-MAINTENANCE.
002760     IF BatchMode
002770         READ AttendTranFile
002780             AT END SET EndOfMaintenance TO TRUE
002790         END-READ
002800         IF NOT EndOfMaintenance
002810             ADD 1 TO TranReadCount
002820             MOVE ATranCode TO TransactionCode
002830             MOVE ATranStudentId TO TransactionStudentId
002840             MOVE ATranCourseCode TO TransactionCourseCode
002850             MOVE ATranWeek TO TransactionWeek
002860             MOVE ATranMarks TO TransactionMarks
002870             PERFORM DISPATCH-TRANSACTION
002880         END-IF
002890     ELSE
002900         DISPLAY "Transaction code: " WITH NO ADVANCING
002910         ACCEPT TransactionCode
002920         MOVE SPACES TO TransactionMarks
002930         IF NOT TransactionIsEnd
002940             DISPLAY "Student id (NNNNNNN): " WITH NO ADVANCING
002950             ACCEPT TransactionStudentId
002960             DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002970             ACCEPT TransactionCourseCode
002980             DISPLAY "Week (NN): " WITH NO ADVANCING
002990             ACCEPT TransactionWeek
003000         END-IF
003010         IF TransactionIsPost
003020             DISPLAY "Sessions (P/A/blank x5): " WITH NO ADVANCING
003030             ACCEPT TransactionMarks
003040         END-IF
003050         PERFORM DISPATCH-TRANSACTION
003060     END-IF.
003070
003080 DISPATCH-TRANSACTION.
003090     EVALUATE TRUE
003100         WHEN TransactionIsPost
003110             PERFORM PostAttendTransaction
003120         WHEN TransactionIsRemove
003130             PERFORM RemoveAttendTransaction
003140         WHEN TransactionIsEnd
003150             SET EndOfMaintenance TO TRUE
003160         WHEN OTHER
003170             IF BatchMode
003180                 MOVE "Invalid transaction code" TO RejectReason
003190                 PERFORM RejectAttendTransaction
003200             ELSE
003210                 DISPLAY "Invalid transaction code - "
003220                         "use P, X or E"
003230             END-IF
003240     END-EVALUATE.
003250
003260*----------------------------------------------------------------
003270*TERMINATE-FILES - close down and show run totals.
003280*----------------------------------------------------------------
003290 TERMINATE-FILES.
003300     CLOSE AttendFile
003310     CLOSE AttendErrFile
003320     CLOSE AttendAuditFile
003330     IF EnrollAvailable
003340         CLOSE EnrollFile
003350     END-IF
003360     IF BatchMode
003370         CLOSE AttendTranFile
003380         DISPLAY "Transactions read: " TranReadCount
003390     END-IF
003400     DISPLAY "Posted: " PostCount "  Re-posted: " RepostCount
003410     DISPLAY "Removed: " RemoveCount "  Rejects: " RejectCount.
003420
003430*----------------------------------------------------------------
003440*PostAttendTransaction - edit-check one week's register line and
003450*write it to the attendance file; a week already on file for the
003460*student and course is re-posted, rewritten with the old marks
003470*audited alongside the new.
003480*----------------------------------------------------------------
003490 PostAttendTransaction.
003500     PERFORM ValidateAttendTransaction
003510     IF RecordIsValid
003520         MOVE TransactionStudentId TO AttStudentId
003530         MOVE TransactionCourseCode TO AttCourseCode
003540         MOVE TransactionWeekNum TO AttWeek
003550         MOVE TransactionMarks TO AttSessionMarks
003560         MOVE RunDate TO AttPostedDate
003570         WRITE AttendRec
003580             INVALID KEY
003590                 PERFORM RepostExistingWeek
003600             NOT INVALID KEY
003610                 ADD 1 TO PostCount
003620                 MOVE SPACES TO BeforeMarks
003630                 MOVE TransactionMarks TO AfterMarks
003640                 MOVE "A" TO AAudTranCode
003650                 PERFORM WriteAttendAuditRecord
003660         END-WRITE
003670     ELSE
003680         PERFORM RejectAttendTransaction
003690     END-IF.
003700
003710 RepostExistingWeek.
003720     MOVE TransactionStudentId TO AttStudentId
003730     MOVE TransactionCourseCode TO AttCourseCode
003740     MOVE TransactionWeekNum TO AttWeek
003750     READ AttendFile
003760         INVALID KEY
003770             MOVE "Attendance file I-O failed" TO RejectReason
003780             PERFORM RejectAttendTransaction
003790         NOT INVALID KEY
003800             MOVE AttSessionMarks TO BeforeMarks
003810             MOVE TransactionMarks TO AttSessionMarks
003820             MOVE RunDate TO AttPostedDate
003830             REWRITE AttendRec
003840                 INVALID KEY
003850                     MOVE "Rewrite failed" TO RejectReason
003860                     PERFORM RejectAttendTransaction
003870                 NOT INVALID KEY
003880                     ADD 1 TO RepostCount
003890                     MOVE TransactionMarks TO AfterMarks
003900                     MOVE "C" TO AAudTranCode
003910                     PERFORM WriteAttendAuditRecord
003920             END-REWRITE
003930     END-READ.
003940
003950*----------------------------------------------------------------
003960*RemoveAttendTransaction - take a week's register line off the
003970*file, the removed marks audited so a disputed removal can be
003980*traced.  No enrollment check: a line posted before a withdrawal
003990*can still be taken off.
004000*----------------------------------------------------------------
004010 RemoveAttendTransaction.
004020     SET RecordIsValid TO TRUE
004030     PERFORM ValidateAttendWeek
004040     IF RecordNotValid
004050         PERFORM RejectAttendTransaction
004060     ELSE
004070         MOVE TransactionStudentId TO AttStudentId
004080         MOVE TransactionCourseCode TO AttCourseCode
004090         MOVE TransactionWeekNum TO AttWeek
004100         READ AttendFile
004110             INVALID KEY
004120                 MOVE "No attendance on file for week"
004130                         TO RejectReason
004140                 PERFORM RejectAttendTransaction
004150             NOT INVALID KEY
004160                 MOVE AttSessionMarks TO BeforeMarks
004170                 DELETE AttendFile
004180                     INVALID KEY
004190                         MOVE "Delete failed" TO RejectReason
004200                         PERFORM RejectAttendTransaction
004210                     NOT INVALID KEY
004220                         ADD 1 TO RemoveCount
004230                         MOVE SPACES TO AfterMarks
004240                         MOVE "D" TO AAudTranCode
004250                         PERFORM WriteAttendAuditRecord
004260                 END-DELETE
004270         END-READ
004280     END-IF.
004290
004300*----------------------------------------------------------------
004310*ValidateAttendTransaction - the student must be enrolled on the
004320*course, the week in range and the session marks recognised with
004330*at least one session held.  Leaves RecordValidSwitch and
004340*RejectReason set for the caller.
004350*----------------------------------------------------------------
004360 ValidateAttendTransaction.
004370     SET RecordIsValid TO TRUE
004380     MOVE SPACES TO RejectReason
004390     PERFORM ValidateAttendEnrollment
004400     IF RecordIsValid
004410         PERFORM ValidateAttendWeek
004420     END-IF
004430     IF RecordIsValid
004440         PERFORM ValidateAttendMarks
004450     END-IF.
004460
004470 ValidateAttendEnrollment.
004480     IF NOT EnrollAvailable
004490         SET RecordNotValid TO TRUE
004500         MOVE "Student not enrolled on course" TO RejectReason
004510     ELSE
004520         MOVE TransactionStudentId TO EnrollStudentId
004530         MOVE TransactionCourseCode TO EnrollCourseCode
004540         READ EnrollFile
004550             INVALID KEY
004560                 SET RecordNotValid TO TRUE
004570                 MOVE "Student not enrolled on course"
004580                         TO RejectReason
004590             NOT INVALID KEY
004600                 CONTINUE
004610         END-READ
004620     END-IF.
004630
004640 ValidateAttendWeek.
004650     IF TransactionWeek IS NOT NUMERIC
004660         SET RecordNotValid TO TRUE
004670         MOVE "Invalid week number" TO RejectReason
004680     ELSE
004690         IF TransactionWeekNum = ZERO
004700             OR TransactionWeekNum > 52
004710             SET RecordNotValid TO TRUE
004720             MOVE "Invalid week number" TO RejectReason
004730         END-IF
004740     END-IF.
004750
004760 ValidateAttendMarks.
004770     MOVE "Y" TO MarkCheckSwitch
004780     MOVE ZERO TO HeldSessionCount
004790     PERFORM CheckOneSessionMark
004800         VARYING TranMarkIdx FROM 1 BY 1
004810         UNTIL TranMarkIdx > 5
004820     IF NOT MarksAllValid
004830         SET RecordNotValid TO TRUE
004840         MOVE "Invalid session mark" TO RejectReason
004850     ELSE
004860         IF HeldSessionCount = ZERO
004870             SET RecordNotValid TO TRUE
004880             MOVE "No sessions held in week" TO RejectReason
004890         END-IF
004900     END-IF.
004910
004920 CheckOneSessionMark.
004930     IF NOT TranMarkValid (TranMarkIdx)
004940         MOVE "N" TO MarkCheckSwitch
004950     END-IF
004960     IF TranMarkHeld (TranMarkIdx)
004970         ADD 1 TO HeldSessionCount
004980     END-IF.
004990
005000*----------------------------------------------------------------
005010*RejectAttendTransaction - log a failed transaction to the
005020*reject file and tell the operator why.
005030*----------------------------------------------------------------
005040 RejectAttendTransaction.
005050     MOVE TransactionStudentId TO AErrStudentId
005060     MOVE TransactionCourseCode TO AErrCourseCode
005070     MOVE RejectReason TO AErrReasonMsg
005080     MOVE SPACES TO AErrRecordImage
005090     MOVE TransactionCode TO AErrRecordImage (1:1)
005100     MOVE TransactionStudentId TO AErrRecordImage (2:7)
005110     MOVE TransactionCourseCode TO AErrRecordImage (9:4)
005120     MOVE TransactionWeek TO AErrRecordImage (13:2)
005130     MOVE TransactionMarks TO AErrRecordImage (15:5)
005140     WRITE AttendErrRec
005150     ADD 1 TO RejectCount
005160     DISPLAY "*** Rejected - " RejectReason.
005170
005180*----------------------------------------------------------------
005190*WriteAttendAuditRecord - append dated before/after marks for
005200*the transaction just applied.  AAudTranCode is set by the
005210*caller before this is performed.
005220*----------------------------------------------------------------
005230 WriteAttendAuditRecord.
005240     MOVE OperatorId TO AAudOperatorId
005250     MOVE RunDate TO AAudDate
005260     MOVE RunTime TO AAudTime
005270     MOVE TransactionStudentId TO AAudStudentId
005280     MOVE TransactionCourseCode TO AAudCourseCode
005290     MOVE TransactionWeek TO AAudWeek
005300     MOVE BeforeMarks TO AAudBeforeMarks
005310     MOVE AfterMarks TO AAudAfterMarks
005320     WRITE AttendAuditRec.
