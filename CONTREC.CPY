000010*----------------------------------------------------------------
000020* CONTREC.CPY
000030* Record layout for ContactFile (CONTACT.DAT), the student
000040* contact file keyed on ContStudentId: the postal address the
000050* office writes to and an email address for a copy.  Kept off
000060* StudentRec so the 31-byte master image the audit trail,
000070* backup and archive carry does not change.  CONTACT-MAINT-PROG
000080* adds and changes it; LETTER-GEN-PROG addresses the nightly
000090* letters from it.
000100*----------------------------------------------------------------
000110 01  ContactRec.
000120     88  EndOfContactFile  VALUE HIGH-VALUES.
000130     02  ContStudentId     PIC 9(7).
000140     02  ContPostalAddress.
000150         03  ContAddrLine1 PIC X(30).
000160         03  ContAddrLine2 PIC X(30).
000170         03  ContTown      PIC X(20).
000180         03  ContPostCode  PIC X(8).
000190     02  ContEmail         PIC X(40).
000200     02  ContChangedDate   PIC 9(8).
000210     02  ContChangedBy     PIC X(8).
