000010*----------------------------------------------------------------
000020*FEESTMT.CBL
000030*Student fee statement run.
000040*
000050*Sorts the ACCTLEDG.DAT account ledger by StudentId and the
000060*date and time each entry was posted, and prints STATEMNT.DAT:
000070*one page for every student whose account on ACCOUNTS.DAT shows
000080*a balance outstanding, listing each charge, refund and payment
000090*on the ledger and ending with the account's totals and the
000100*balance due.  Accounts that are settled or in credit get no
000110*statement.  Names come from STUDENTS.DAT; a student no longer
000120*on the master is still sent their statement.
000130*
000140*Modification history
000150*  Original - new program, written with the student accounts.
000160*----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.   FEE-STATEMENT-PROG.
000190 AUTHOR.       SANDY DUNLOP.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT LedgerFile ASSIGN TO "ACCTLEDG.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS LedgerFileStatus.
000270
000280     SELECT AccountFile ASSIGN TO "ACCOUNTS.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS AcctStudentId
000320         FILE STATUS IS AccountFileStatus.
000330
000340     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS StudentId
000380         ALTERNATE RECORD KEY IS Surname
000390             WITH DUPLICATES
000400         FILE STATUS IS StudentFileStatus.
000410
000420     SELECT LedgerSortFile ASSIGN TO "LEDGSORT.DAT".
000430
000440     SELECT StatementFile ASSIGN TO "STATEMNT.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  LedgerFile.
000500 COPY "LEDGREC.CPY".
000510
000520 FD  AccountFile.
000530 COPY "ACCTREC.CPY".
000540
000550 FD  StudentFile.
000560 COPY "STUDREC.CPY".
000570
000580 SD  LedgerSortFile.
000590 01  LedgerSortRec.
000600     02  SortStudentId     PIC 9(7).
000610     02  SortDate          PIC 9(8).
000620     02  SortTime          PIC 9(8).
000630     02  SortEntryType     PIC X.
000640     02  SortCourseCode    PIC X(4).
000650     02  SortAmount        PIC 9(5)V99.
000660     02  SortReference     PIC X(10).
000670
000680 FD  StatementFile.
000690 01  StatementLine         PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 01  LedgerFileStatus      PIC XX.
000730 01  AccountFileStatus     PIC XX.
000740 01  StudentFileStatus     PIC XX.
000750
000760 01  StudentOpenSwitch     PIC X       VALUE "N".
000770     88  StudentFileAvailable          VALUE "Y".
000780
000790 01  PageHeading1.
000800     05  FILLER            PIC X(25)
000810                           VALUE 'STUDENT ACCOUNT STATEMENT'.
000820     05  FILLER            PIC X(5)  VALUE SPACES.
000830     05  FILLER            PIC X(9)  VALUE 'RUN DATE '.
000840     05  HdgRunDate        PIC 9(8).
000850     05  FILLER            PIC X(10) VALUE SPACES.
000860     05  FILLER            PIC X(5)  VALUE 'PAGE '.
000870     05  HdgPageNumber     PIC ZZZ9.
000880
000890 01  PageHeading2.
000900     05  FILLER            PIC X(9)  VALUE 'STUDENT: '.
000910     05  HdgStudentId      PIC 9(7).
000920     05  FILLER            PIC X(2)  VALUE SPACES.
000930     05  HdgSurname        PIC X(8).
000940     05  FILLER            PIC X(1)  VALUE SPACES.
000950     05  HdgInitials       PIC XX.
000960     05  FILLER            PIC X(2)  VALUE SPACES.
000970     05  HdgStudentNote    PIC X(20).
000980
000990 01  ColumnHeading.
001000     05  FILLER            PIC X(4)  VALUE 'DATE'.
001010     05  FILLER            PIC X(6)  VALUE SPACES.
001020     05  FILLER            PIC X(6)  VALUE 'DETAIL'.
001030     05  FILLER            PIC X(10) VALUE SPACES.
001040     05  FILLER            PIC X(6)  VALUE 'COURSE'.
001050     05  FILLER            PIC X(2)  VALUE SPACES.
001060     05  FILLER            PIC X(9)  VALUE 'REFERENCE'.
001070     05  FILLER            PIC X(9)  VALUE SPACES.
001080     05  FILLER            PIC X(6)  VALUE 'AMOUNT'.
001090
001100 01  DetailLine.
001110     05  DtlDate           PIC 9(8).
001120     05  FILLER            PIC X(2)  VALUE SPACES.
001130     05  DtlDetail         PIC X(14).
001140     05  FILLER            PIC X(2)  VALUE SPACES.
001150     05  DtlCourseCode     PIC X(4).
001160     05  FILLER            PIC X(4)  VALUE SPACES.
001170     05  DtlReference      PIC X(10).
001180     05  FILLER            PIC X(3)  VALUE SPACES.
001190     05  DtlAmount         PIC -ZZZZ9.99.
001200
001210 01  TotalLine.
001220     05  TotCaption        PIC X(20).
001230     05  FILLER            PIC X(27) VALUE SPACES.
001240     05  TotAmount         PIC -ZZZZZZ9.99.
001250
001260 01  DetailAmount          PIC S9(5)V99.
001270
001280 01  RunDate               PIC 9(8).
001290 01  PageNumber            PIC 9(4)  VALUE ZERO.
001300
001310 01  PriorStudentId        PIC 9(7)  VALUE ZERO.
001320 01  FirstEntrySwitch      PIC X     VALUE "Y".
001330     88  FirstEntryOfRun               VALUE "Y".
001340 01  StatementSwitch       PIC X     VALUE "N".
001350     88  StatementDue                  VALUE "Y".
001360     88  NoStatementDue                VALUE "N".
001370
001380 01  LedgerSortStatus      PIC X     VALUE "Y".
001390     88  EndOfLedgerSort               VALUE "N".
001400
001410 01  LedgerReadCount       PIC 9(7)  VALUE ZERO.
001420 01  StatementCount        PIC 9(5)  VALUE ZERO.
001430 01  OutstandingTotal      PIC 9(9)V99 VALUE ZERO.
001440 01  EditedOutstanding     PIC ZZZZZZZZ9.99.
001450
001460 PROCEDURE DIVISION.
001470 MAIN-PARAGRAPH.
001480     DISPLAY "Student fee statement run"
001490     ACCEPT RunDate FROM DATE YYYYMMDD
001500     OPEN INPUT AccountFile
001510     IF AccountFileStatus NOT = "00"
001520         DISPLAY "*** Account file ACCOUNTS.DAT not on file - "
001530                 "no statements printed"
001540         STOP RUN
001550     END-IF
001560     SORT LedgerSortFile
001570         ON ASCENDING KEY SortStudentId SortDate SortTime
001580         INPUT PROCEDURE IS RELEASE-LEDGER-ENTRIES
001590         OUTPUT PROCEDURE IS PRODUCE-STATEMENTS
001600     CLOSE AccountFile
001610     MOVE OutstandingTotal TO EditedOutstanding
001620     DISPLAY "Ledger entries read: " LedgerReadCount
001630     DISPLAY "Statements printed: " StatementCount
001640             "  Total outstanding: " EditedOutstanding
001650     DISPLAY "Statements written to STATEMNT.DAT"
001660     STOP RUN.
001670
001680*----------------------------------------------------------------
001690*RELEASE-LEDGER-ENTRIES - pass every ledger entry to the sort.
001700*A missing ledger simply has nothing to state.
001710*----------------------------------------------------------------
001720 RELEASE-LEDGER-ENTRIES.
001730     OPEN INPUT LedgerFile
001740     IF LedgerFileStatus NOT = "00"
001750         SET EndOfLedgerFile TO TRUE
001760     ELSE
001770         READ LedgerFile
001780             AT END SET EndOfLedgerFile TO TRUE
001790         END-READ
001800     END-IF
001810     PERFORM RELEASE-ONE-LEDGER-ENTRY UNTIL EndOfLedgerFile
001820     IF LedgerFileStatus NOT = "35"
001830         CLOSE LedgerFile
001840     END-IF.
001850
001860 RELEASE-ONE-LEDGER-ENTRY.
001870     MOVE LedgStudentId TO SortStudentId
001880     MOVE LedgDate TO SortDate
001890     MOVE LedgTime TO SortTime
001900     MOVE LedgEntryType TO SortEntryType
001910     MOVE LedgCourseCode TO SortCourseCode
001920     MOVE LedgAmount TO SortAmount
001930     MOVE LedgReference TO SortReference
001940     RELEASE LedgerSortRec
001950     ADD 1 TO LedgerReadCount
001960     READ LedgerFile
001970         AT END SET EndOfLedgerFile TO TRUE
001980     END-READ.
001990
002000*----------------------------------------------------------------
002010*PRODUCE-STATEMENTS - drive the sorted ledger, breaking on
002020*StudentId: the first entry of each student decides from the
002030*account whether a statement is due, and the last closes it
002040*with the account totals.
002050*----------------------------------------------------------------
002060 PRODUCE-STATEMENTS.
002070     OPEN OUTPUT StatementFile
002080     OPEN INPUT StudentFile
002090     IF StudentFileStatus = "00"
002100         SET StudentFileAvailable TO TRUE
002110     END-IF
002120     MOVE RunDate TO HdgRunDate
002130     RETURN LedgerSortFile
002140         AT END SET EndOfLedgerSort TO TRUE
002150     END-RETURN
002160     PERFORM PROCESS-LEDGER-ENTRY UNTIL EndOfLedgerSort
002170     IF StatementDue
002180         PERFORM PRINT-STATEMENT-TOTALS
002190     END-IF
002200     IF StudentFileAvailable
002210         CLOSE StudentFile
002220     END-IF
002230     CLOSE StatementFile.
002240
002250 PROCESS-LEDGER-ENTRY.
002260     IF FirstEntryOfRun
002270         OR SortStudentId NOT = PriorStudentId
002280         IF StatementDue
002290             PERFORM PRINT-STATEMENT-TOTALS
002300         END-IF
002310         MOVE "N" TO FirstEntrySwitch
002320         MOVE SortStudentId TO PriorStudentId
002330         PERFORM START-STUDENT-STATEMENT
002340     END-IF
002350     IF StatementDue
002360         PERFORM PRINT-LEDGER-LINE
002370     END-IF
002380     RETURN LedgerSortFile
002390         AT END SET EndOfLedgerSort TO TRUE
002400     END-RETURN.
002410
002420*----------------------------------------------------------------
002430*START-STUDENT-STATEMENT - read the student's account; with a
002440*balance outstanding, start their page and print its headings.
002450*----------------------------------------------------------------
002460 START-STUDENT-STATEMENT.
002470     SET NoStatementDue TO TRUE
002480     MOVE SortStudentId TO AcctStudentId
002490     READ AccountFile
002500         INVALID KEY
002510             CONTINUE
002520         NOT INVALID KEY
002530             IF AcctBalance > ZERO
002540                 SET StatementDue TO TRUE
002550             END-IF
002560     END-READ
002570     IF StatementDue
002580         ADD 1 TO StatementCount
002590         ADD AcctBalance TO OutstandingTotal
002600         PERFORM PRINT-STATEMENT-HEADING
002610     END-IF.
002620
002630 PRINT-STATEMENT-HEADING.
002640     ADD 1 TO PageNumber
002650     MOVE PageNumber TO HdgPageNumber
002660     MOVE SortStudentId TO HdgStudentId
002670     MOVE SPACES TO HdgSurname HdgInitials
002680     MOVE "NOT ON STUDENT MASTER" TO HdgStudentNote
002690     IF StudentFileAvailable
002700         MOVE SortStudentId TO StudentId
002710         READ StudentFile
002720             INVALID KEY
002730                 CONTINUE
002740             NOT INVALID KEY
002750                 MOVE Surname TO HdgSurname
002760                 MOVE Initials TO HdgInitials
002770                 MOVE SPACES TO HdgStudentNote
002780         END-READ
002790     END-IF
002800     MOVE PageHeading1 TO StatementLine
002810     WRITE StatementLine
002820     MOVE PageHeading2 TO StatementLine
002830     WRITE StatementLine
002840     MOVE SPACES TO StatementLine
002850     WRITE StatementLine
002860     MOVE ColumnHeading TO StatementLine
002870     WRITE StatementLine
002880     MOVE SPACES TO StatementLine
002890     WRITE StatementLine.
002900
002910*----------------------------------------------------------------
002920*PRINT-LEDGER-LINE - one ledger entry; charges print as owed,
002930*refunds and payments as credits.
002940*----------------------------------------------------------------
002950 PRINT-LEDGER-LINE.
002960     MOVE SortDate TO DtlDate
002970     MOVE SortCourseCode TO DtlCourseCode
002980     MOVE SortReference TO DtlReference
002990     EVALUATE SortEntryType
003000         WHEN "C"
003010             MOVE "FEE CHARGED" TO DtlDetail
003020             MOVE SortAmount TO DetailAmount
003030         WHEN "R"
003040             MOVE "FEE REFUNDED" TO DtlDetail
003050             COMPUTE DetailAmount = ZERO - SortAmount
003060         WHEN "P"
003070             MOVE "PAYMENT" TO DtlDetail
003080             COMPUTE DetailAmount = ZERO - SortAmount
003090         WHEN OTHER
003100             MOVE "UNKNOWN ENTRY" TO DtlDetail
003110             MOVE ZERO TO DetailAmount
003120     END-EVALUATE
003130     MOVE DetailAmount TO DtlAmount
003140     MOVE DetailLine TO StatementLine
003150     WRITE StatementLine.
003160
003170*----------------------------------------------------------------
003180*PRINT-STATEMENT-TOTALS - close the page with the account's
003190*totals, which are the figures of record, and the balance due.
003200*----------------------------------------------------------------
003210 PRINT-STATEMENT-TOTALS.
003220     MOVE SPACES TO StatementLine
003230     WRITE StatementLine
003240     MOVE "TOTAL CHARGES" TO TotCaption
003250     MOVE AcctCharges TO TotAmount
003260     MOVE TotalLine TO StatementLine
003270     WRITE StatementLine
003280     MOVE "TOTAL REFUNDS" TO TotCaption
003290     MOVE AcctRefunds TO TotAmount
003300     MOVE TotalLine TO StatementLine
003310     WRITE StatementLine
003320     MOVE "TOTAL PAYMENTS" TO TotCaption
003330     MOVE AcctPayments TO TotAmount
003340     MOVE TotalLine TO StatementLine
003350     WRITE StatementLine
003360     MOVE "BALANCE DUE" TO TotCaption
003370     MOVE AcctBalance TO TotAmount
003380     MOVE TotalLine TO StatementLine
003390     WRITE StatementLine
003400     MOVE SPACES TO StatementLine
003410     WRITE StatementLine.
