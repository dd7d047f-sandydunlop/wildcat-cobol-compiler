000010*----------------------------------------------------------------
000020*PAYPOST.CBL
000030*Cashier payment posting.
000040*
000050*The cashier's desk program.  The cashier signs on against
000060*OPERMST.DAT and posts payments taken against students'
000070*accounts on ACCOUNTS.DAT: each (P)ayment reduces the balance,
000080*adds to the payments to date, and is written to the
000090*ACCTLEDG.DAT ledger with the receipt number and the cashier's
000100*id, so the statement run and any later query can see who took
000110*what.  (I)nquiry shows an account without touching it.  A
000120*payment is taken only for a student on STUDENTS.DAT or one
000130*who already has an account - a past student settling an old
000140*balance - and is confirmed before it is posted.
000150*
000160*Modification history
000170*  Original - new program, written with the student accounts.
000180*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   PAYMENT-POST-PROG.
000210 AUTHOR.       SANDY DUNLOP.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS AcctStudentId
000300         FILE STATUS IS AccountFileStatus.
000310
000320     SELECT LedgerFile ASSIGN TO "ACCTLEDG.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS LedgerFileStatus.
000350
000360     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS StudentId
000400         ALTERNATE RECORD KEY IS Surname
000410             WITH DUPLICATES
000420         FILE STATUS IS StudentFileStatus.
000430
000440     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OperUserId
000480         FILE STATUS IS OperatorFileStatus.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AccountFile.
000530 COPY "ACCTREC.CPY".
000540
000550 FD  LedgerFile.
000560 COPY "LEDGREC.CPY".
000570
000580 FD  StudentFile.
000590 COPY "STUDREC.CPY".
000600
000610 FD  OperatorFile.
000620 COPY "OPERREC.CPY".
000630
000640 WORKING-STORAGE SECTION.
000650 01  AccountFileStatus     PIC XX.
000660 01  LedgerFileStatus      PIC XX.
000670 01  StudentFileStatus     PIC XX.
000680 01  OperatorFileStatus    PIC XX.
000690
000700 01  OperatorId            PIC X(8).
000710 01  SignOnPassword        PIC X(8).
000720 01  SessionAuthority      PIC X       VALUE "1".
000730     88  SessionCanMaintain            VALUES "2" "3" "4".
000740
000750 01  MaintenanceSwitch     PIC X       VALUE "N".
000760     88  EndOfMaintenance              VALUE "Y".
000770
000780 01  TransactionCode       PIC X.
000790     88  TransactionIsPayment          VALUES "P" "p".
000800     88  TransactionIsInquiry          VALUES "I" "i".
000810     88  TransactionIsEnd              VALUES "E" "e".
000820
000830 01  TransactionStudentId  PIC 9(7).
000840 01  ReceiptNumber         PIC X(10).
000850
000860 01  ConfirmReply          PIC X.
000870     88  PaymentConfirmed              VALUES "Y" "y".
000880
000890*The payment is keyed as NNNNN.NN and edit-checked before it is
000900*taken as a number.
000910 01  PaymentEntry          PIC X(8).
000920 01  PaymentEntryParts REDEFINES PaymentEntry.
000930     02  PaymentEntryWhole PIC X(5).
000940     02  PaymentEntryPoint PIC X.
000950     02  PaymentEntryCents PIC X(2).
000960 01  PaymentValue.
000970     02  PaymentValueWhole PIC 9(5).
000980     02  PaymentValueCents PIC 9(2).
000990 01  PaymentAmount REDEFINES PaymentValue
001000                           PIC 9(5)V99.
001010
001020 01  EditedAmount          PIC ZZZZ9.99.
001030 01  EditedBalance         PIC -ZZZZZZ9.99.
001040
001050 01  EntryValidSwitch      PIC X       VALUE "Y".
001060     88  EntryIsValid                  VALUE "Y".
001070     88  EntryNotValid                 VALUE "N".
001080
001090 01  AccountFoundSwitch    PIC X       VALUE "N".
001100     88  AccountOnFile                 VALUE "Y".
001110     88  AccountNotOnFile              VALUE "N".
001120
001130 01  RunDate               PIC 9(8).
001140 01  RunTime               PIC 9(8).
001150 01  PaymentCount          PIC 9(5)    VALUE ZERO.
001160 01  PaymentTotal          PIC 9(7)V99 VALUE ZERO.
001170 01  EditedTotal           PIC ZZZZZZ9.99.
001180
001190 PROCEDURE DIVISION.
001200 MAIN-PARAGRAPH.
001210     PERFORM INITIALIZE-FILES
001220     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
001230     PERFORM TERMINATE-FILES
001240     STOP RUN.
001250
001260*----------------------------------------------------------------
001270*INITIALIZE-FILES - sign on, then open the account file for
001280*update and the ledger for append, creating either the first
001290*time this runs.
001300*----------------------------------------------------------------
001310 INITIALIZE-FILES.
001320     DISPLAY "Cashier payment posting"
001330     ACCEPT RunDate FROM DATE YYYYMMDD
001340     PERFORM SIGN-ON-OPERATOR
001350     OPEN INPUT StudentFile
001360     IF StudentFileStatus NOT = "00"
001370         DISPLAY "*** Student master STUDENTS.DAT not on file - "
001380                 "session ended"
001390         STOP RUN
001400     END-IF
001410     OPEN I-O AccountFile
001420     IF AccountFileStatus = "35"
001430         OPEN OUTPUT AccountFile
001440         CLOSE AccountFile
001450         OPEN I-O AccountFile
001460     END-IF
001470     OPEN EXTEND LedgerFile
001480     IF LedgerFileStatus = "35"
001490         OPEN OUTPUT LedgerFile
001500         CLOSE LedgerFile
001510         OPEN EXTEND LedgerFile
001520     END-IF
001530     DISPLAY "Transactions: (P)ayment (I)nquiry (E)nd".
001540
001550*----------------------------------------------------------------
001560*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001570*operator master; a failed sign-on, or an inquiry-only
001580*operator, ends the session before an account is touched.
001590*Kept in step with the sign-on in FILE-TEST-PROG.
001600*----------------------------------------------------------------
001610 SIGN-ON-OPERATOR.
001620     OPEN INPUT OperatorFile
001630     IF OperatorFileStatus NOT = "00"
001640         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001650                 "run OPER-MAINT-PROG; session ended"
001660         STOP RUN
001670     END-IF
001680     DISPLAY "Enter operator id: " WITH NO ADVANCING
001690     ACCEPT OperatorId
001700     DISPLAY "Password: " WITH NO ADVANCING
001710     ACCEPT SignOnPassword
001720     MOVE OperatorId TO OperUserId
001730     READ OperatorFile
001740         INVALID KEY
001750             DISPLAY "*** Sign-on failed - session ended"
001760             CLOSE OperatorFile
001770             STOP RUN
001780         NOT INVALID KEY
001790             IF OperPassword NOT = SignOnPassword
001800                 OR NOT OperActive
001810                 DISPLAY "*** Sign-on failed - session ended"
001820                 CLOSE OperatorFile
001830                 STOP RUN
001840             END-IF
001850     END-READ
001860     MOVE OperAuthority TO SessionAuthority
001870     CLOSE OperatorFile
001880     IF NOT SessionCanMaintain
001890         DISPLAY "*** Payment posting needs authority 2 - "
001900                 "session ended"
001910         STOP RUN
001920     END-IF.
001930
001940*----------------------------------------------------------------
001950*PROCESS-MAINTENANCE - accept one cashier transaction and route
001960*it to the paragraph that handles it.
001970*----------------------------------------------------------------
001980 PROCESS-MAINTENANCE.
001990     DISPLAY "Transaction code: " WITH NO ADVANCING
002000     ACCEPT TransactionCode
002010     EVALUATE TRUE
002020         WHEN TransactionIsPayment
002030             PERFORM PostPaymentTransaction
002040         WHEN TransactionIsInquiry
002050             PERFORM AccountInquiryTransaction
002060         WHEN TransactionIsEnd
002070             SET EndOfMaintenance TO TRUE
002080         WHEN OTHER
002090             DISPLAY "Invalid transaction code - "
002100                     "use P, I or E"
002110     END-EVALUATE.
002120
002130*----------------------------------------------------------------
002140*TERMINATE-FILES - close down and show the session's takings,
002150*for the cashier to balance the drawer against.
002160*----------------------------------------------------------------
002170 TERMINATE-FILES.
002180     CLOSE AccountFile
002190     CLOSE LedgerFile
002200     CLOSE StudentFile
002210     MOVE PaymentTotal TO EditedTotal
002220     DISPLAY "Payments posted: " PaymentCount
002230             "  Total taken: " EditedTotal.
002240
002250*----------------------------------------------------------------
002260*PostPaymentTransaction - accept the student, the amount and
002270*the receipt number, show the balance it will leave, and post
002280*it on the cashier's confirmation.
002290*----------------------------------------------------------------
002300 PostPaymentTransaction.
002310     SET EntryIsValid TO TRUE
002320     DISPLAY "Student id (NNNNNNN): " WITH NO ADVANCING
002330     ACCEPT TransactionStudentId
002340     PERFORM LocateAccount
002350     IF AccountNotOnFile
002360         MOVE TransactionStudentId TO StudentId
002370         READ StudentFile
002380             INVALID KEY
002390                 SET EntryNotValid TO TRUE
002400                 DISPLAY "*** Student not on the master and "
002410                         "has no account"
002420             NOT INVALID KEY
002430                 DISPLAY "Student " Surname " " Initials
002440                         " - no account yet"
002450         END-READ
002460     END-IF
002470     IF EntryIsValid
002480         PERFORM GetPaymentAmount
002490     END-IF
002500     IF EntryIsValid
002510         DISPLAY "Receipt number: " WITH NO ADVANCING
002520         ACCEPT ReceiptNumber
002530         IF ReceiptNumber = SPACES
002540             SET EntryNotValid TO TRUE
002550             DISPLAY "*** A payment needs its receipt number"
002560         END-IF
002570     END-IF
002580     IF EntryIsValid
002590         MOVE PaymentAmount TO EditedAmount
002600         COMPUTE EditedBalance = AcctBalance - PaymentAmount
002610         DISPLAY "Post " EditedAmount " leaving balance "
002620                 EditedBalance " (Y/N): " WITH NO ADVANCING
002630         ACCEPT ConfirmReply
002640         IF PaymentConfirmed
002650             PERFORM PostPaymentToAccount
002660         ELSE
002670             DISPLAY "Payment not posted"
002680         END-IF
002690     END-IF.
002700
002710*----------------------------------------------------------------
002720*PostPaymentToAccount - apply the payment to the account,
002730*opening it if this is the student's first posting, and write
002740*the ledger entry.
002750*----------------------------------------------------------------
002760 PostPaymentToAccount.
002770     ACCEPT RunTime FROM TIME
002780     ADD PaymentAmount TO AcctPayments
002790     SUBTRACT PaymentAmount FROM AcctBalance
002800     MOVE RunDate TO AcctLastPostDate
002810     IF AccountOnFile
002820         REWRITE AccountRec
002830             INVALID KEY
002840                 SET EntryNotValid TO TRUE
002850         END-REWRITE
002860     ELSE
002870         MOVE RunDate TO AcctOpenedDate
002880         WRITE AccountRec
002890             INVALID KEY
002900                 SET EntryNotValid TO TRUE
002910         END-WRITE
002920     END-IF
002930     IF EntryNotValid
002940         DISPLAY "*** Account update failed - status "
002950                 AccountFileStatus " - payment not posted"
002960     ELSE
002970         MOVE AcctStudentId TO LedgStudentId
002980         MOVE RunDate TO LedgDate
002990         MOVE RunTime TO LedgTime
003000         SET LedgPayment TO TRUE
003010         MOVE SPACES TO LedgCourseCode
003020         MOVE PaymentAmount TO LedgAmount
003030         MOVE OperatorId TO LedgOperatorId
003040         MOVE ReceiptNumber TO LedgReference
003050         WRITE LedgerRec
003060         ADD 1 TO PaymentCount
003070         ADD PaymentAmount TO PaymentTotal
003080         DISPLAY "Payment posted"
003090     END-IF.
003100
003110*----------------------------------------------------------------
003120*AccountInquiryTransaction - show one account's totals.
003130*----------------------------------------------------------------
003140 AccountInquiryTransaction.
003150     DISPLAY "Student id (NNNNNNN): " WITH NO ADVANCING
003160     ACCEPT TransactionStudentId
003170     PERFORM LocateAccount
003180     IF AccountNotOnFile
003190         DISPLAY "No account on file for " TransactionStudentId
003200     ELSE
003210         MOVE AcctCharges TO EditedBalance
003220         DISPLAY "Charges:  " EditedBalance
003230         MOVE AcctRefunds TO EditedBalance
003240         DISPLAY "Refunds:  " EditedBalance
003250         MOVE AcctPayments TO EditedBalance
003260         DISPLAY "Payments: " EditedBalance
003270         MOVE AcctBalance TO EditedBalance
003280         DISPLAY "Balance:  " EditedBalance
003290                 "  last posted " AcctLastPostDate
003300     END-IF.
003310
003320*----------------------------------------------------------------
003330*LocateAccount - read the account for TransactionStudentId, or
003340*set up an empty one in the record area when there is none.
003350*----------------------------------------------------------------
003360 LocateAccount.
003370     MOVE TransactionStudentId TO AcctStudentId
003380     READ AccountFile
003390         INVALID KEY
003400             SET AccountNotOnFile TO TRUE
003410             MOVE ZERO TO AcctCharges AcctRefunds AcctPayments
003420                          AcctBalance AcctOpenedDate
003430                          AcctLastPostDate
003440         NOT INVALID KEY
003450             SET AccountOnFile TO TRUE
003460     END-READ.
003470
003480*----------------------------------------------------------------
003490*GetPaymentAmount - accept the payment as NNNNN.NN and check it
003500*is a well-formed amount above zero, leaving it in
003510*PaymentAmount.
003520*----------------------------------------------------------------
003530 GetPaymentAmount.
003540     DISPLAY "Amount (NNNNN.NN): " WITH NO ADVANCING
003550     ACCEPT PaymentEntry
003560     IF PaymentEntryWhole IS NUMERIC
003570         AND PaymentEntryPoint = "."
003580         AND PaymentEntryCents IS NUMERIC
003590         MOVE PaymentEntryWhole TO PaymentValueWhole
003600         MOVE PaymentEntryCents TO PaymentValueCents
003610         IF PaymentAmount = ZERO
003620             SET EntryNotValid TO TRUE
003630             DISPLAY "*** A payment must be more than zero"
003640         END-IF
003650     ELSE
003660         SET EntryNotValid TO TRUE
003670         DISPLAY "*** Amount must be keyed as NNNNN.NN"
003680     END-IF.
