000010*----------------------------------------------------------------
000020*FEEMAINT.CBL
000030*Tuition fee schedule maintenance.
000040*
000050*Maintains FEESCHED.DAT (FeeFile), keyed on CourseCode, with
000060*the fee charged for one enrollment on the course.
000070*FILE-TEST-PROG and WAIT-PROMOTE-PROG charge it to the account
000080*when a seat is granted, and FILE-TEST-PROG refunds it on
000090*withdrawal.  Fees are added, changed and deleted here; a
000100*course must be on COURSMST.DAT to be given a fee.  A changed
000110*fee applies from the next posting on - charges already made
000120*stand - and a deleted fee means the course is charged nothing.
000130*
000140*Modification history
000150*  Original - new program, written with the student accounts.
000160*----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.   FEE-MAINT-PROG.
000190 AUTHOR.       SANDY DUNLOP.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT FeeFile ASSIGN TO "FEESCHED.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS FeeCourseCode
000280         FILE STATUS IS FeeFileStatus.
000290
000300     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CrsCourseCode
000340         FILE STATUS IS CourseMastStatus.
000350
000360     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OperUserId
000400         FILE STATUS IS OperatorFileStatus.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FeeFile.
000450 COPY "FEEREC.CPY".
000460
000470 FD  CourseMastFile.
000480 COPY "CRSREC.CPY".
000490
000500 FD  OperatorFile.
000510 COPY "OPERREC.CPY".
000520
000530 WORKING-STORAGE SECTION.
000540 01  FeeFileStatus         PIC XX.
000550 01  CourseMastStatus      PIC XX.
000560 01  OperatorFileStatus    PIC XX.
000570
000580 01  OperatorId            PIC X(8).
000590 01  SignOnPassword        PIC X(8).
000600 01  SessionAuthority      PIC X       VALUE "1".
000610     88  SessionCourseMaster           VALUE "4".
000620
000630 01  MaintenanceSwitch     PIC X       VALUE "N".
000640     88  EndOfMaintenance              VALUE "Y".
000650
000660 01  TransactionCode       PIC X.
000670     88  TransactionIsAdd              VALUES "A" "a".
000680     88  TransactionIsChange           VALUES "C" "c".
000690     88  TransactionIsDelete           VALUES "D" "d".
000700     88  TransactionIsEnd              VALUES "E" "e".
000710
000720 01  TransactionCourseCode PIC X(4).
000730
000740*The fee is keyed as NNNNN.NN and edit-checked before it is
000750*taken as a number.
000760 01  FeeEntry              PIC X(8).
000770 01  FeeEntryParts REDEFINES FeeEntry.
000780     02  FeeEntryWhole    PIC X(5).
000790     02  FeeEntryPoint     PIC X.
000800     02  FeeEntryCents     PIC X(2).
000810 01  FeeEntryValue.
000820     02  FeeValueWhole    PIC 9(5).
000830     02  FeeValueCents     PIC 9(2).
000840 01  FeeEntryAmount REDEFINES FeeEntryValue
000850                           PIC 9(5)V99.
000860 01  EditedFee             PIC ZZZZ9.99.
000870
000880 01  EntryValidSwitch      PIC X       VALUE "Y".
000890     88  EntryIsValid                  VALUE "Y".
000900     88  EntryNotValid                 VALUE "N".
000910
000920 01  RunDate               PIC 9(8).
000930 01  AddCount              PIC 9(5)    VALUE ZERO.
000940 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000950 01  DeleteCount           PIC 9(5)    VALUE ZERO.
000960
000970 PROCEDURE DIVISION.
000980 MAIN-PARAGRAPH.
000990     PERFORM INITIALIZE-FILES
001000     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
001010     PERFORM TERMINATE-FILES
001020     STOP RUN.
001030
001040*----------------------------------------------------------------
001050*INITIALIZE-FILES - sign on, then open the fee schedule,
001060*creating it the first time this runs.  Without the course
001070*master no course code can be checked, so the session ends.
001080*----------------------------------------------------------------
001090 INITIALIZE-FILES.
001100     DISPLAY "Tuition fee schedule maintenance"
001110     ACCEPT RunDate FROM DATE YYYYMMDD
001120     PERFORM SIGN-ON-OPERATOR
001130     OPEN INPUT CourseMastFile
001140     IF CourseMastStatus NOT = "00"
001150         DISPLAY "*** Course master COURSMST.DAT not on file - "
001160                 "session ended"
001170         STOP RUN
001180     END-IF
001190     OPEN I-O FeeFile
001200     IF FeeFileStatus = "35"
001210         OPEN OUTPUT FeeFile
001220         CLOSE FeeFile
001230         OPEN I-O FeeFile
001240     END-IF
001250     DISPLAY "Transactions: (A)dd (C)hange (D)elete (E)nd".
001260
001270*----------------------------------------------------------------
001280*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001290*operator master; a failed sign-on, or an operator below
001300*course-master authority, ends the session before a fee is
001310*touched.  Kept in step with the sign-on in COURSE-MAINT-PROG.
001320*----------------------------------------------------------------
001330 SIGN-ON-OPERATOR.
001340     OPEN INPUT OperatorFile
001350     IF OperatorFileStatus NOT = "00"
001360         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001370                 "run OPER-MAINT-PROG; session ended"
001380         STOP RUN
001390     END-IF
001400     DISPLAY "Enter operator id: " WITH NO ADVANCING
001410     ACCEPT OperatorId
001420     DISPLAY "Password: " WITH NO ADVANCING
001430     ACCEPT SignOnPassword
001440     MOVE OperatorId TO OperUserId
001450     READ OperatorFile
001460         INVALID KEY
001470             DISPLAY "*** Sign-on failed - session ended"
001480             CLOSE OperatorFile
001490             STOP RUN
001500         NOT INVALID KEY
001510             IF OperPassword NOT = SignOnPassword
001520                 OR NOT OperActive
001530                 DISPLAY "*** Sign-on failed - session ended"
001540                 CLOSE OperatorFile
001550                 STOP RUN
001560             END-IF
001570     END-READ
001580     MOVE OperAuthority TO SessionAuthority
001590     CLOSE OperatorFile
001600     IF NOT SessionCourseMaster
001610         DISPLAY "*** Fee schedule maintenance needs "
001620                 "authority 4 - session ended"
001630         STOP RUN
001640     END-IF.
001650
001660*----------------------------------------------------------------
001670*PROCESS-MAINTENANCE - accept one maintenance transaction and
001680*route it to the paragraph that handles it.
001690*----------------------------------------------------------------
001700 PROCESS-MAINTENANCE.
001710     DISPLAY "Transaction code: " WITH NO ADVANCING
001720     ACCEPT TransactionCode
001730     EVALUATE TRUE
001740         WHEN TransactionIsAdd
001750             PERFORM AddFeeTransaction
001760         WHEN TransactionIsChange
001770             PERFORM ChangeFeeTransaction
001780         WHEN TransactionIsDelete
001790             PERFORM DeleteFeeTransaction
001800         WHEN TransactionIsEnd
001810             SET EndOfMaintenance TO TRUE
001820         WHEN OTHER
001830             DISPLAY "Invalid transaction code - "
001840                     "use A, C, D or E"
001850     END-EVALUATE.
001860
001870*----------------------------------------------------------------
001880*TERMINATE-FILES - close down and show run totals.
001890*----------------------------------------------------------------
001900 TERMINATE-FILES.
001910     CLOSE FeeFile
001920     CLOSE CourseMastFile
001930     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount
001940             "  Deletes: " DeleteCount.
001950
001960*----------------------------------------------------------------
001970*AddFeeTransaction - accept a course on the course master and
001980*its fee, and write it to the schedule.
001990*----------------------------------------------------------------
002000 AddFeeTransaction.
002010     SET EntryIsValid TO TRUE
002020     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002030     ACCEPT TransactionCourseCode
002040     MOVE TransactionCourseCode TO CrsCourseCode
002050     READ CourseMastFile
002060         INVALID KEY
002070             SET EntryNotValid TO TRUE
002080             DISPLAY "*** Course " TransactionCourseCode
002090                     " not on course master"
002100         NOT INVALID KEY
002110             CONTINUE
002120     END-READ
002130     IF EntryIsValid
002140         PERFORM GetFeeAmount
002150     END-IF
002160     IF EntryIsValid
002170         MOVE TransactionCourseCode TO FeeCourseCode
002180         MOVE FeeEntryAmount TO FeeAmount
002190         MOVE RunDate TO FeeChangedDate
002200         WRITE FeeRec
002210             INVALID KEY
002220                 DISPLAY "*** Course already on the fee "
002230                         "schedule - use (C)hange"
002240             NOT INVALID KEY
002250                 ADD 1 TO AddCount
002260         END-WRITE
002270     END-IF.
002280
002290*----------------------------------------------------------------
002300*ChangeFeeTransaction - replace the fee for a course already on
002310*the schedule.
002320*----------------------------------------------------------------
002330 ChangeFeeTransaction.
002340     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002350     ACCEPT TransactionCourseCode
002360     MOVE TransactionCourseCode TO FeeCourseCode
002370     READ FeeFile
002380         INVALID KEY
002390             DISPLAY "*** Course not on the fee schedule"
002400         NOT INVALID KEY
002410             MOVE FeeAmount TO EditedFee
002420             DISPLAY "Fee now: " EditedFee
002430                     "  set " FeeChangedDate
002440             SET EntryIsValid TO TRUE
002450             PERFORM GetFeeAmount
002460             IF EntryIsValid
002470                 MOVE FeeEntryAmount TO FeeAmount
002480                 MOVE RunDate TO FeeChangedDate
002490                 REWRITE FeeRec
002500                     INVALID KEY
002510                         DISPLAY "*** Rewrite failed"
002520                     NOT INVALID KEY
002530                         ADD 1 TO ChangeCount
002540                 END-REWRITE
002550             END-IF
002560     END-READ.
002570
002580*----------------------------------------------------------------
002590*DeleteFeeTransaction - take a course off the schedule.  The
002600*course need not still be on the course master, so a retired
002610*course's fee can be cleared.
002620*----------------------------------------------------------------
002630 DeleteFeeTransaction.
002640     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002650     ACCEPT TransactionCourseCode
002660     MOVE TransactionCourseCode TO FeeCourseCode
002670     DELETE FeeFile
002680         INVALID KEY
002690             DISPLAY "*** Course not on the fee schedule"
002700         NOT INVALID KEY
002710             ADD 1 TO DeleteCount
002720     END-DELETE.
002730
002740*----------------------------------------------------------------
002750*GetFeeAmount - accept the fee as NNNNN.NN and check it is a
002760*well-formed amount, leaving it in FeeEntryAmount.  A zero fee
002770*is allowed: the course is on the schedule but free.
002780*----------------------------------------------------------------
002790 GetFeeAmount.
002800     DISPLAY "Fee (NNNNN.NN): " WITH NO ADVANCING
002810     ACCEPT FeeEntry
002820     IF FeeEntryWhole IS NUMERIC
002830         AND FeeEntryPoint = "."
002840         AND FeeEntryCents IS NUMERIC
002850         MOVE FeeEntryWhole TO FeeValueWhole
002860         MOVE FeeEntryCents TO FeeValueCents
002870     ELSE
002880         SET EntryNotValid TO TRUE
002890         DISPLAY "*** Fee must be keyed as NNNNN.NN"
002900     END-IF.
