*> Status moves out of order are refused - a CREDIT against a    *
*> dispute never raised is a bookkeeping hole, not a shortcut -  *
*> and every move is logged to DSPTLOG with operator and reason  *
*> the way timmaint logs overrides to MAINTLOG.  A move from an  *
*> operator not active on OPERAUTH with DISPUTE/CREDIT/CLOSE     *
*> authority (TIMOPAUT) is refused and logged UNAUTHORIZED.      *
*> After the deck runs (an empty deck is fine), the aging report *
*> lists every dispute still OPEN or DISPUTED, bucketed by how   *
*> many months old its bill date is - the package for the vendor *
*> call.  Card layout is fixed columns: action 1-8, bill date    *
*> 10-17, job id 19-26, operator 28-35, reason 37-71.            *
*>---------------------------------------------------------------*

environment division.
01  TIM-NUM-TEXT               pic -(9)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 open i-o DISPUTE-FILE.
         display 'TIMDSPTM: ' TDC-ACTION ' NEEDS BILL DATE, JOB ID, '
                 'OPERATOR AND REASON: ' TIM-CMD-CARD end-display
         add 1 to TIM-CMDS-REFUSED
     else
         perform AUTHORIZE-ONE-COMMAND
     if not TIM-AUTH-GRANTED
         perform REFUSE-NOT-AUTHORIZED
     else
         move TDC-BILL-DATE to TDP-BILL-DATE
         move TDC-JOBID to TDP-JOBID
                 perform APPLY-ONE-STATUS
         end-read
     end-if
     end-if
     .

*>---AUTHORIZE-ONE-COMMAND----------------------------------------------*
*> Asks TIMOPAUT whether the card's operator is active on OPERAUTH with  *
*> the authority for the card's action.                                 *
*>-----------------------------------------------------------------------*
 AUTHORIZE-ONE-COMMAND.
     move TDC-OPERATOR to TIM-AUTH-OPERATOR
     move TDC-ACTION to TIM-AUTH-ACTION
     call static "TIMOPAUT" using
         by reference
             TIM-AUTH-REQUEST
     end-call
     .

*>---REFUSE-NOT-AUTHORIZED----------------------------------------------*
*> A move from an operator who is unknown, inactive, or without the     *
*> authority is refused with the record untouched, and logged - the     *
*> attempt belongs on the dispute trail too.                            *
*>-----------------------------------------------------------------------*
 REFUSE-NOT-AUTHORIZED.
     display 'TIMDSPTM: ' TDC-ACTION ' BY ' TDC-OPERATOR
             ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ': BILLDATE='
             TDC-BILL-DATE ' JOBID=' TDC-JOBID end-display
     add 1 to TIM-CMDS-REFUSED
     move 'UNAUTHORIZED' to TIM-LOG-RESULT
     perform WRITE-DISPUTE-LOG
     .

*>---APPLY-ONE-STATUS---------------------------------------------------*
