*>---------------------------------------------------------------*
*> Timitoo Systems alert acknowledgment and escalation           *
*>                                                               *
*> The structured alerts (TIMA001E-TIMA010E) page on-call        *
*> the moment a failure happens - but nothing ever recorded      *
*> whether anyone responded, and week-old session-leak alerts    *
*> have been found that nobody ever looked at.  This program     *
*>     (timestamp, message id), state OPEN; a record already     *
*>     loaded is skipped, so re-running the load is harmless     *
*>   - processes ACK / RESOLVE command cards, each requiring an  *
*>     operator id and a note, stamped onto the record; the      *
*>     operator must be active on OPERAUTH with ACK/RESOLVE      *
*>     authority (TIMOPAUT), and every card worked or refused    *
*>     against a loaded alert is logged to ALRTLOG in the        *
*>     override-log layout, UNAUTHORIZED for the former          *
*>   - reports every unacknowledged E-severity alert older than  *
*>     ESCMIN minutes (ALRTPRM card, default 60) as an           *
*>     ESCALATION with a non-zero return code and a console      *
     select REPORT-FILE assign to "ALRTRPT"
         organization is line sequential.

     select LOG-FILE assign to "ALRTLOG"
         organization is line sequential.

data division.

file section.
fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  LOG-FILE.
copy "TIMOVRD.cpy".

working-storage section.

01  TIM-ALERT-STATUS           pic x(2)    value '00'.
01  TIM-CMDS-REFUSED           pic s9(9)  comp-5  value 0.
01  TIM-ESCALATIONS            pic s9(9)  comp-5  value 0.
01  TIM-WORKABLE-COUNT         pic s9(9)  comp-5  value 0.
01  TIM-LOG-RESULT             pic x(12)  value spaces.

*>---------------------------------------------------------------*
*> Age derivation, minutes across midnight via day numbers - the  *
01  TIM-NUM-TEXT               pic -(9)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 open i-o ALERTK-FILE.
         display 'TIMALRTM: no ALRTCMD file - load and report only'
                 end-display
     else
         open extend LOG-FILE
         perform READ-ONE-COMMAND
         perform PROCESS-ONE-COMMAND until TIM-CMD-AT-EOF
         close CMD-FILE
         close LOG-FILE
         display 'TIMALRTM: commands processed=' TIM-CMDS-PROCESSED
                 ' refused=' TIM-CMDS-REFUSED end-display
     end-if
*> One ACK or RESOLVE.  Refused without operator and note - "somebody   *
*> looked at it" with no name and no finding is the spreadsheet         *
*> problem all over again.  ACK moves OPEN alerts only; RESOLVE moves   *
*> OPEN or ACKED; anything else is already worked.  An operator not     *
*> active on OPERAUTH with ACK/RESOLVE authority is refused before the  *
*> alert is touched.                                                    *
*>-----------------------------------------------------------------------*
 WORK-ONE-ALERT.
     if TAC-MSGID = spaces or TAC-TIMESTAMP = spaces
         display 'TIMALRTM: ' TAC-ACTION ' NEEDS MSGID, TIMESTAMP, '
                 'OPERATOR AND NOTE: ' TIM-CMD-CARD end-display
         add 1 to TIM-CMDS-REFUSED
     else
         perform AUTHORIZE-ONE-COMMAND
     if not TIM-AUTH-GRANTED
         perform REFUSE-NOT-AUTHORIZED
     else
         move TAC-TIMESTAMP to TAK-TIMESTAMP
         move TAC-MSGID to TAK-MSGID
                 perform APPLY-ONE-WORK-ACTION
         end-read
     end-if
     end-if
     .

*>---AUTHORIZE-ONE-COMMAND----------------------------------------------*
*> Asks TIMOPAUT whether the card's operator is active on OPERAUTH with  *
*> the authority for the card's action.                                 *
*>-----------------------------------------------------------------------*
 AUTHORIZE-ONE-COMMAND.
     move TAC-OPERATOR to TIM-AUTH-OPERATOR
     move TAC-ACTION to TIM-AUTH-ACTION
     call static "TIMOPAUT" using
         by reference
             TIM-AUTH-REQUEST
     end-call
     .

*>---REFUSE-NOT-AUTHORIZED----------------------------------------------*
 REFUSE-NOT-AUTHORIZED.
     display 'TIMALRTM: ' TAC-ACTION ' BY ' TAC-OPERATOR
             ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ': ALERT ' TAC-MSGID
             ' AT ' TAC-TIMESTAMP end-display
     add 1 to TIM-CMDS-REFUSED
     move 'UNAUTHORIZED' to TIM-LOG-RESULT
     perform WRITE-ALERT-LOG
     .

*>---APPLY-ONE-WORK-ACTION----------------------------------------------*
                     TAC-TIMESTAMP ' IS ' TAK-STATE
                     ' - ACK REFUSED' end-display
             add 1 to TIM-CMDS-REFUSED
             move 'REFUSED' to TIM-LOG-RESULT
             perform WRITE-ALERT-LOG
         when TAC-ACTION = 'RESOLVE' and TAK-STATE = 'RESOLVED'
             display 'TIMALRTM: ALERT ' TAC-MSGID ' AT '
                     TAC-TIMESTAMP ' ALREADY RESOLVED - REFUSED'
                     end-display
             add 1 to TIM-CMDS-REFUSED
             move 'REFUSED' to TIM-LOG-RESULT
             perform WRITE-ALERT-LOG
         when other
             if TAC-ACTION = 'ACK'
                 move 'ACKED' to TAK-STATE
                     TAC-TIMESTAMP ' NOW ' TAK-STATE ' BY '
                     TAC-OPERATOR end-display
             add 1 to TIM-CMDS-PROCESSED
             move TAK-STATE to TIM-LOG-RESULT
             perform WRITE-ALERT-LOG
     end-evaluate
     .

*>---WRITE-ALERT-LOG----------------------------------------------------*
*> One override-log line per ACK or RESOLVE worked or refused - the     *
*> alert's date in the run id column and its message id in the job id   *
*> column, since an alert belongs to no one job.  TIM-LOG-RESULT must   *
*> be set.                                                              *
*>-----------------------------------------------------------------------*
 WRITE-ALERT-LOG.
     move spaces to TIM-OVERRIDE-RECORD
     move function current-date to TOV-TIMESTAMP
     move TAC-ACTION to TOV-ACTION
     move TAC-TIMESTAMP (1:8) to TOV-RUNID
     move TAC-MSGID to TOV-JOBID
     move TAC-OPERATOR to TOV-OPERATOR
     move TIM-LOG-RESULT to TOV-RESULT
     move TAC-NOTE to TOV-REASON
     write TIM-OVERRIDE-RECORD
     .

*>---SWEEP-ALERT-CLUSTER------------------------------------------------*
*> One pass over the cluster doing both report jobs: fold every          *
*> record into its message id's state counts, and escalate every         *
