000040* appended for every successful add, change or delete applied
000050* to StudentFile, carrying the before and after images of the
000060* record so a disputed entry can be traced back.
000062* The nightly run also logs each enrollment granted ('N') and
000064* each withdrawal ('W'); those entries leave the master as it
000066* was and carry the course concerned in the after image.
000070*----------------------------------------------------------------
000080 01  AuditRec.
000090     02  AuditTranCode      PIC X.
000100         88  AuditTranAdd     VALUE 'A'.
000110         88  AuditTranChange  VALUE 'C'.
000120         88  AuditTranDelete  VALUE 'D'.
000123         88  AuditTranEnroll  VALUE 'N'.
000126         88  AuditTranWithdraw VALUE 'W'.
000130     02  AuditOperatorId    PIC X(8).
000140     02  AuditDate          PIC 9(8).
000150     02  AuditTime          PIC 9(8).
