*> CLEAR and COMPLETE are refused without an operator id and a   *
*> reason, and every override is written to the MAINTLOG          *
*> override log (copybooks/TIMOVRD.cpy) so the audit trail        *
*> survives the intervention.  The operator must also be active   *
*> on the OPERAUTH file with CLEAR/COMPLETE authority (TIMOPAUT); *
*> anyone else's card is refused and logged UNAUTHORIZED.         *
*> Card layout is fixed columns:                                  *
*> action 1-8, file 10-17, run id 19-26, job id 28-35,            *
*> operator 37-44, reason 46-80.                                  *
*>---------------------------------------------------------------*
01  TIM-OVERRIDE-RESULT        pic x(12)  value spaces.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 open input CMD-FILE.
         display 'TIMMAINT: CLEAR NEEDS RUN ID, JOB ID, OPERATOR '
                 'AND REASON: ' TIM-CMD-CARD end-display
         add 1 to TIM-CMDS-REFUSED
     else
         perform AUTHORIZE-ONE-COMMAND
     if not TIM-AUTH-GRANTED
         perform REFUSE-NOT-AUTHORIZED
     else
         move TMC-RUNID to TRS-RUNID
         move TMC-JOBID to TRS-JOBID
         perform WRITE-OVERRIDE-RECORD
         add 1 to TIM-CMDS-PROCESSED
     end-if
     end-if
     .

*>---COMPLETE-ONE-JOB---------------------------------------------------*
         display 'TIMMAINT: COMPLETE NEEDS RUN ID, JOB ID, OPERATOR '
                 'AND REASON: ' TIM-CMD-CARD end-display
         add 1 to TIM-CMDS-REFUSED
     else
         perform AUTHORIZE-ONE-COMMAND
     if not TIM-AUTH-GRANTED
         perform REFUSE-NOT-AUTHORIZED
     else
         move spaces to TIM-RESTART-RECORD
         move TMC-RUNID to TRS-RUNID
         perform WRITE-OVERRIDE-RECORD
         add 1 to TIM-CMDS-PROCESSED
     end-if
     end-if
     .

*>---AUTHORIZE-ONE-COMMAND----------------------------------------------*
*> Asks TIMOPAUT whether the card's operator is active on OPERAUTH with  *
*> the authority for the card's action.                                 *
*>-----------------------------------------------------------------------*
 AUTHORIZE-ONE-COMMAND.
     move TMC-OPERATOR to TIM-AUTH-OPERATOR
     move TMC-ACTION to TIM-AUTH-ACTION
     call static "TIMOPAUT" using
         by reference
             TIM-AUTH-REQUEST
     end-call
     .

*>---REFUSE-NOT-AUTHORIZED----------------------------------------------*
*> An override from an operator who is unknown, inactive, or without    *
*> the authority is refused and logged like any other override - the    *
*> attempt is as much a part of the audit trail as the overrides that   *
*> went through.                                                        *
*>-----------------------------------------------------------------------*
 REFUSE-NOT-AUTHORIZED.
     display 'TIMMAINT: ' TMC-ACTION ' BY ' TMC-OPERATOR
             ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ': RUNID=' TMC-RUNID
             ' JOBID=' TMC-JOBID end-display
     move 'UNAUTHORIZED' to TIM-OVERRIDE-RESULT
     perform WRITE-OVERRIDE-RECORD
     add 1 to TIM-CMDS-REFUSED
     .

*>---WRITE-OVERRIDE-RECORD----------------------------------------------*
