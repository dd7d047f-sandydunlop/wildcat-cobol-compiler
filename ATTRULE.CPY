000010*----------------------------------------------------------------
000020* ATTRULE.CPY
000030* Record layout for AttRuleFile (ATTRULE.DAT), the attendance
000040* thresholds keyed on CourseCode.  A student on the course is
000050* at risk when the share of sessions attended falls below
000060* RuleMinPercent, or when the latest RuleMissLimit sessions in a
000070* row were all missed.  A course with no record here is judged
000080* on the house defaults held in AT-RISK-RPT-PROG.
000090* ATTRULE-MAINT-PROG maintains it.
000100*----------------------------------------------------------------
000110 01  AttRuleRec.
000120     88  EndOfAttRuleFile  VALUE HIGH-VALUES.
000130     02  RuleCourseCode    PIC X(4).
000140     02  RuleMinPercent    PIC 9(3).
000150     02  RuleMissLimit     PIC 9(2).
000160     02  RuleChangedDate   PIC 9(8).
000170     02  RuleChangedBy     PIC X(8).
