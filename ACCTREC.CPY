000010*----------------------------------------------------------------
000020* ACCTREC.CPY
000030* Record layout for AccountFile (ACCOUNTS.DAT), the student
000040* account file keyed on AcctStudentId.  Charges and refunds
000050* are posted by the enrollment programs from the FEESCHED.DAT
000060* fee schedule, payments by the cashier through
000070* PAYMENT-POST-PROG, and AcctBalance is kept as charges less
000080* refunds less payments - a negative balance is money owed
000090* back to the student.  Every posting is also written to the
000100* ACCTLEDG.DAT ledger (LEDGREC.CPY), which FEE-STATEMENT-PROG
000110* prints from.  An account is opened by its first posting.
000120*----------------------------------------------------------------
000130 01  AccountRec.
000140     88  EndOfAccountFile  VALUE HIGH-VALUES.
000150     02  AcctStudentId     PIC 9(7).
000160     02  AcctCharges       PIC S9(7)V99.
000170     02  AcctRefunds       PIC S9(7)V99.
000180     02  AcctPayments      PIC S9(7)V99.
000190     02  AcctBalance       PIC S9(7)V99.
000200     02  AcctOpenedDate    PIC 9(8).
000210     02  AcctLastPostDate  PIC 9(8).
