000010*----------------------------------------------------------------
000020*CTCMAINT.CBL
000030*Student contact maintenance.
000040*
000050*Maintains CONTACT.DAT (ContactFile), keyed on StudentId, with
000060*the postal address and email address LETTER-GEN-PROG writes
000070*the nightly letters to.  A contact is added for a student on
000080*the STUDENTS.DAT master and changed as the student moves; an
000090*(I)nquiry shows what is held.  There is no delete - a student
000100*archived off the master keeps the address the last letter went
000110*to.  Each add and change is stamped with the date and the
000120*signed-on operator.
000130*
000140*Modification history
000150*  Original - new program, written with the nightly letters.
000160*----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.   CONTACT-MAINT-PROG.
000190 AUTHOR.       SANDY DUNLOP.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT ContactFile ASSIGN TO "CONTACT.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS ContStudentId
000280         FILE STATUS IS ContactFileStatus.
000290
000300     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS StudentId
000340         ALTERNATE RECORD KEY IS Surname
000350             WITH DUPLICATES
000360         FILE STATUS IS StudentFileStatus.
000370
000380     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OperUserId
000420         FILE STATUS IS OperatorFileStatus.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ContactFile.
000470 COPY "CONTREC.CPY".
000480
000490 FD  StudentFile.
000500 COPY "STUDREC.CPY".
000510
000520 FD  OperatorFile.
000530 COPY "OPERREC.CPY".
000540
000550 WORKING-STORAGE SECTION.
000560 01  ContactFileStatus     PIC XX.
000570 01  StudentFileStatus     PIC XX.
000580 01  OperatorFileStatus    PIC XX.
000590
000600 01  OperatorId            PIC X(8).
000610 01  SignOnPassword        PIC X(8).
000620 01  SessionAuthority      PIC X       VALUE "1".
000630     88  SessionCanMaintain            VALUES "2" "3" "4".
000640
000650 01  MaintenanceSwitch     PIC X       VALUE "N".
000660     88  EndOfMaintenance              VALUE "Y".
000670
000680 01  TransactionCode       PIC X.
000690     88  TransactionIsAdd              VALUES "A" "a".
000700     88  TransactionIsChange           VALUES "C" "c".
000710     88  TransactionIsInquiry          VALUES "I" "i".
000720     88  TransactionIsEnd              VALUES "E" "e".
000730
000740 01  TransactionStudentId  PIC X(7).
000750 01  TransactionStudentNum REDEFINES TransactionStudentId
000760                           PIC 9(7).
000770
000780*Keyed entries; on a change a blank entry keeps what is held.
000790 01  EntryAddrLine1        PIC X(30).
000800 01  EntryAddrLine2        PIC X(30).
000810 01  EntryTown             PIC X(20).
000820 01  EntryPostCode         PIC X(8).
000830 01  EntryEmail            PIC X(40).
000840 01  EmailAtCount          PIC 9(2).
000850
000860 01  EntryValidSwitch      PIC X       VALUE "Y".
000870     88  EntryIsValid                  VALUE "Y".
000880     88  EntryNotValid                 VALUE "N".
000890
000900 01  RunDate               PIC 9(8).
000910 01  AddCount              PIC 9(5)    VALUE ZERO.
000920 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000930
000940 PROCEDURE DIVISION.
000950 MAIN-PARAGRAPH.
000960     PERFORM INITIALIZE-FILES
000970     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
000980     PERFORM TERMINATE-FILES
000990     STOP RUN.
001000
001010*----------------------------------------------------------------
001020*INITIALIZE-FILES - sign on, then open the contact file,
001030*creating it the first time this runs.  Without the student
001040*master no StudentId can be checked, so the session ends.
001050*----------------------------------------------------------------
001060 INITIALIZE-FILES.
001070     DISPLAY "Student contact maintenance"
001080     ACCEPT RunDate FROM DATE YYYYMMDD
001090     PERFORM SIGN-ON-OPERATOR
001100     OPEN INPUT StudentFile
001110     IF StudentFileStatus NOT = "00"
001120         DISPLAY "*** Student master STUDENTS.DAT not on file - "
001130                 "session ended"
001140         STOP RUN
001150     END-IF
001160     OPEN I-O ContactFile
001170     IF ContactFileStatus = "35"
001180         OPEN OUTPUT ContactFile
001190         CLOSE ContactFile
001200         OPEN I-O ContactFile
001210     END-IF
001220     DISPLAY "Transactions: (A)dd (C)hange (I)nquiry (E)nd".
001230
001240*----------------------------------------------------------------
001250*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001260*operator master; a failed sign-on, or an operator below
001270*maintain authority, ends the session before a contact is
001280*touched.  Kept in step with the sign-on in PAYMENT-POST-PROG.
001290*----------------------------------------------------------------
001300 SIGN-ON-OPERATOR.
001310     OPEN INPUT OperatorFile
001320     IF OperatorFileStatus NOT = "00"
001330         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001340                 "run OPER-MAINT-PROG; session ended"
001350         STOP RUN
001360     END-IF
001370     DISPLAY "Enter operator id: " WITH NO ADVANCING
001380     ACCEPT OperatorId
001390     DISPLAY "Password: " WITH NO ADVANCING
001400     ACCEPT SignOnPassword
001410     MOVE OperatorId TO OperUserId
001420     READ OperatorFile
001430         INVALID KEY
001440             DISPLAY "*** Sign-on failed - session ended"
001450             CLOSE OperatorFile
001460             STOP RUN
001470         NOT INVALID KEY
001480             IF OperPassword NOT = SignOnPassword
001490                 OR NOT OperActive
001500                 DISPLAY "*** Sign-on failed - session ended"
001510                 CLOSE OperatorFile
001520                 STOP RUN
001530             END-IF
001540     END-READ
001550     MOVE OperAuthority TO SessionAuthority
001560     CLOSE OperatorFile
001570     IF NOT SessionCanMaintain
001580         DISPLAY "*** Contact maintenance needs authority 2 - "
001590                 "session ended"
001600         STOP RUN
001610     END-IF.
001620
001630*----------------------------------------------------------------
001640*PROCESS-MAINTENANCE - accept one maintenance transaction and
001650*route it to the paragraph that handles it.
001660*----------------------------------------------------------------
001670 PROCESS-MAINTENANCE.
001680     DISPLAY "Transaction code: " WITH NO ADVANCING
001690     ACCEPT TransactionCode
001700     EVALUATE TRUE
001710         WHEN TransactionIsAdd
001720             PERFORM AddContactTransaction
001730         WHEN TransactionIsChange
001740             PERFORM ChangeContactTransaction
001750         WHEN TransactionIsInquiry
001760             PERFORM InquireContactTransaction
001770         WHEN TransactionIsEnd
001780             SET EndOfMaintenance TO TRUE
001790         WHEN OTHER
001800             DISPLAY "Invalid transaction code - "
001810                     "use A, C, I or E"
001820     END-EVALUATE.
001830
001840*----------------------------------------------------------------
001850*TERMINATE-FILES - close down and show run totals.
001860*----------------------------------------------------------------
001870 TERMINATE-FILES.
001880     CLOSE ContactFile
001890     CLOSE StudentFile
001900     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount.
001910
001920*----------------------------------------------------------------
001930*AddContactTransaction - accept a student on the master and
001940*the contact details, and write them to the contact file.
001950*----------------------------------------------------------------
001960 AddContactTransaction.
001970     SET EntryIsValid TO TRUE
001980     PERFORM GetStudentId
001990     IF EntryIsValid
002000         MOVE TransactionStudentNum TO StudentId
002010         READ StudentFile
002020             INVALID KEY
002030                 SET EntryNotValid TO TRUE
002040                 DISPLAY "*** Student " TransactionStudentId
002050                         " not on student master"
002060             NOT INVALID KEY
002070                 DISPLAY "Student: " Initials " " Surname
002080         END-READ
002090     END-IF
002100     IF EntryIsValid
002110         MOVE SPACES TO ContactRec
002120         MOVE TransactionStudentNum TO ContStudentId
002130         PERFORM GetContactDetails
002140     END-IF
002150     IF EntryIsValid
002160         PERFORM MoveEntryToContact
002170         WRITE ContactRec
002180             INVALID KEY
002190                 DISPLAY "*** Student already has a contact "
002200                         "record - use (C)hange"
002210             NOT INVALID KEY
002220                 ADD 1 TO AddCount
002230         END-WRITE
002240     END-IF.
002250
002260*----------------------------------------------------------------
002270*ChangeContactTransaction - show the contact held and replace
002280*the fields keyed; a field left blank keeps what is held.
002290*----------------------------------------------------------------
002300 ChangeContactTransaction.
002310     SET EntryIsValid TO TRUE
002320     PERFORM GetStudentId
002330     IF EntryIsValid
002340         MOVE TransactionStudentNum TO ContStudentId
002350         READ ContactFile
002360             INVALID KEY
002370                 DISPLAY "*** Student has no contact record - "
002380                         "use (A)dd"
002390             NOT INVALID KEY
002400                 PERFORM DisplayContact
002410                 DISPLAY "Key new values; blank keeps the "
002420                         "value held"
002430                 PERFORM GetContactDetails
002440                 IF EntryIsValid
002450                     PERFORM MoveEntryToContact
002460                     REWRITE ContactRec
002470                         INVALID KEY
002480                             DISPLAY "*** Rewrite failed"
002490                         NOT INVALID KEY
002500                             ADD 1 TO ChangeCount
002510                     END-REWRITE
002520                 END-IF
002530         END-READ
002540     END-IF.
002550
002560*----------------------------------------------------------------
002570*InquireContactTransaction - show the contact held.
002580*----------------------------------------------------------------
002590 InquireContactTransaction.
002600     SET EntryIsValid TO TRUE
002610     PERFORM GetStudentId
002620     IF EntryIsValid
002630         MOVE TransactionStudentNum TO ContStudentId
002640         READ ContactFile
002650             INVALID KEY
002660                 DISPLAY "*** Student has no contact record"
002670             NOT INVALID KEY
002680                 PERFORM DisplayContact
002690         END-READ
002700     END-IF.
002710
002720 GetStudentId.
002730     DISPLAY "Student id (NNNNNNN): " WITH NO ADVANCING
002740     ACCEPT TransactionStudentId
002750     IF TransactionStudentId IS NOT NUMERIC
002760         SET EntryNotValid TO TRUE
002770         DISPLAY "*** Student id must be seven digits"
002780     END-IF.
002790
002800 DisplayContact.
002810     DISPLAY "Address:  " ContAddrLine1
002820     DISPLAY "          " ContAddrLine2
002830     DISPLAY "Town:     " ContTown
002840     DISPLAY "Postcode: " ContPostCode
002850     DISPLAY "Email:    " ContEmail
002860     DISPLAY "Changed " ContChangedDate " by " ContChangedBy.
002870
002880*----------------------------------------------------------------
002890*GetContactDetails - accept the address and email.  An add must
002900*end up with a first address line, a town and a postcode, so a
002910*letter can be posted; the email is optional but, when given,
002920*must hold one "@".
002930*----------------------------------------------------------------
002940 GetContactDetails.
002950     DISPLAY "Address line 1: " WITH NO ADVANCING
002960     ACCEPT EntryAddrLine1
002970     DISPLAY "Address line 2: " WITH NO ADVANCING
002980     ACCEPT EntryAddrLine2
002990     DISPLAY "Town: " WITH NO ADVANCING
003000     ACCEPT EntryTown
003010     DISPLAY "Postcode: " WITH NO ADVANCING
003020     ACCEPT EntryPostCode
003030     DISPLAY "Email: " WITH NO ADVANCING
003040     ACCEPT EntryEmail
003050     IF TransactionIsAdd
003060         IF EntryAddrLine1 = SPACES
003070             OR EntryTown = SPACES
003080             OR EntryPostCode = SPACES
003090             SET EntryNotValid TO TRUE
003100             DISPLAY "*** Address line 1, town and postcode "
003110                     "are required"
003120         END-IF
003130     END-IF
003140     IF EntryEmail NOT = SPACES
003150         MOVE ZERO TO EmailAtCount
003160         INSPECT EntryEmail TALLYING EmailAtCount FOR ALL "@"
003170         IF EmailAtCount NOT = 1
003180             SET EntryNotValid TO TRUE
003190             DISPLAY "*** Email address must hold one @"
003200         END-IF
003210     END-IF.
003220
003230 MoveEntryToContact.
003240     IF EntryAddrLine1 NOT = SPACES
003250         MOVE EntryAddrLine1 TO ContAddrLine1
003260     END-IF
003270     IF EntryAddrLine2 NOT = SPACES
003280         MOVE EntryAddrLine2 TO ContAddrLine2
003290     END-IF
003300     IF EntryTown NOT = SPACES
003310         MOVE EntryTown TO ContTown
003320     END-IF
003330     IF EntryPostCode NOT = SPACES
003340         MOVE EntryPostCode TO ContPostCode
003350     END-IF
003360     IF EntryEmail NOT = SPACES
003370         MOVE EntryEmail TO ContEmail
003380     END-IF
003390     MOVE RunDate TO ContChangedDate
003400     MOVE OperatorId TO ContChangedBy.
