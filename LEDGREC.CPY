000010*----------------------------------------------------------------
000020* LEDGREC.CPY
000030* Record layout for LedgerFile (ACCTLEDG.DAT), the student
000040* account ledger.  One record per posting to ACCOUNTS.DAT, in
000050* the order posted, appended by every program that posts:
000060*   C - charge   course fee on enrollment or promotion
000070*   R - refund   course fee returned on withdrawal
000080*   P - payment  taken by the cashier, with its receipt number
000090* FEE-STATEMENT-PROG prints a student's ledger lines on their
000100* statement.
000110*----------------------------------------------------------------
000120 01  LedgerRec.
000130     88  EndOfLedgerFile   VALUE HIGH-VALUES.
000140     02  LedgStudentId     PIC 9(7).
000150     02  LedgDate          PIC 9(8).
000160     02  LedgTime          PIC 9(8).
000170     02  LedgEntryType     PIC X.
000180         88  LedgCharge        VALUE 'C'.
000190         88  LedgRefund        VALUE 'R'.
000200         88  LedgPayment       VALUE 'P'.
000210     02  LedgCourseCode    PIC X(4).
000220     02  LedgAmount        PIC 9(5)V99.
000230     02  LedgOperatorId    PIC X(8).
000240     02  LedgReference     PIC X(10).
