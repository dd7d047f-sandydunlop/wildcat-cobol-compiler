000184*student in a full course goes to the WAITLIST.DAT queue, the
000186*same as it would on first entry.
000190*
000191*A reject from an e(N)roll or (W)ithdraw transaction is not
000192*repaired here: its queued image is the master record with the
000193*transaction's course laid over the main course, and applying it
000194*would move the student's programme instead of taking the seat.
000195*FILE-TEST-PROG gives each such reject wording of its own (an
000196*unknown student or course reads "Enroll ..." or "Withdraw
000197*..."), and CLASSIFY-REJECT refuses Fix on those reasons: skip
000198*or abandon it and resubmit the transaction to FILE-TEST-PROG.
000199*
000200*Modification history
000210*  Original     - new program so rejected students can be
000220*                 repaired from the queue instead of re-keyed
000294*                 and needs maintain authority (level 2), since
000295*                 every repair lands on the master; a failed
000296*                 sign-on ends the session.
000298*  Enroll rejs  - rejects from enroll and withdraw transactions
000300*                 are refused for repair and left for
000302*                 resubmission through FILE-TEST-PROG.
000304*----------------------------------------------------------------
000306 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.   ERR-REPAIR-PROG.
000320 AUTHOR.       SANDY DUNLOP.
000330
001290 01  RepairAction          PIC X.
001300     88  ActionIsFix                   VALUES "F" "f".
001310     88  ActionIsAbandon               VALUES "A" "a".
001311     88  ActionIsSkip                  VALUES "S" "s".
001312
001313*Set from the reason of the reject being worked: an enroll or
001314*withdraw reject cannot be fixed here.
001315 01  RejectKindSwitch      PIC X       VALUE "M".
001316     88  RejectIsMasterRecord          VALUE "M".
001317     88  RejectIsEnrollment            VALUE "E".
001318
001324 01  ConfirmReply          PIC X.
001326     88  OverwriteConfirmed            VALUES "Y" "y".
001330
002470     DISPLAY "Reason:     " RejReasonMsg (RejIdx)
002480     DISPLAY "Record:     " RejRecordImage (RejIdx)
002490     MOVE "N" TO RejectDoneSwitch
002491     PERFORM CLASSIFY-REJECT
002492     IF RejectIsEnrollment
002493         DISPLAY "*** Enroll/withdraw reject - resubmit it "
002494                 "through FILE-TEST-PROG; abandon or skip it here"
002495     END-IF
002500     PERFORM OBTAIN-REPAIR-ACTION UNTIL RejectIsDone.
002510
002520 OBTAIN-REPAIR-ACTION.
002550     ACCEPT RepairAction
002560     EVALUATE TRUE
002570         WHEN ActionIsFix
002572             IF RejectIsEnrollment
002574                 DISPLAY "*** Cannot fix an enroll/withdraw "
002576                         "reject here - use A or S"
002578             ELSE
002580                 PERFORM REPAIR-REJECT
002582             END-IF
002590         WHEN ActionIsAbandon
002600             SET RejWorked (RejIdx) TO TRUE
002610             ADD 1 TO AbandonCount
006860             CONTINUE
006870     END-DELETE
006880     PERFORM RecordEnrollmentOnFile.
006890
006900*----------------------------------------------------------------
006910*CLASSIFY-REJECT - pick out the reasons only an e(N)roll or
006920*(W)ithdraw transaction in FILE-TEST-PROG gives.  Kept in step
006930*with the reject reasons there.
006940*----------------------------------------------------------------
006950 CLASSIFY-REJECT.
006960     EVALUATE TRUE
006970         WHEN RejReasonMsg (RejIdx) (1:21)
006980                 = "Missing prerequisite "
006990         WHEN RejReasonMsg (RejIdx) (1:28)
007000                 = "Timetable clash with course "
007010         WHEN RejReasonMsg (RejIdx) (1:30)
007020                 = "Enroll after add/drop deadline"
007030         WHEN RejReasonMsg (RejIdx) (1:23)
007040                 = "Withdraw after deadline"
007050         WHEN RejReasonMsg (RejIdx)
007060                 = "No current term on the term calendar"
007070         WHEN RejReasonMsg (RejIdx)
007080                 = "Deadline override cannot be verified"
007090         WHEN RejReasonMsg (RejIdx)
007100                 = "Override id not on operator master"
007110         WHEN RejReasonMsg (RejIdx)
007120                 = "Override id lacks level-4 authority"
007130         WHEN RejReasonMsg (RejIdx) = "Student not active"
007140         WHEN RejReasonMsg (RejIdx) = "Already enrolled on course"
007150         WHEN RejReasonMsg (RejIdx) = "Not enrolled on course"
007151         WHEN RejReasonMsg (RejIdx)
007152                 = "Enroll student id not on file"
007153         WHEN RejReasonMsg (RejIdx)
007154                 = "Withdraw student id not on file"
007155         WHEN RejReasonMsg (RejIdx)
007156                 = "Enroll course code invalid"
007157         WHEN RejReasonMsg (RejIdx)
007158                 = "Enroll course code inactive"
007160             SET RejectIsEnrollment TO TRUE
007170         WHEN OTHER
007180             SET RejectIsMasterRecord TO TRUE
007190     END-EVALUATE.
