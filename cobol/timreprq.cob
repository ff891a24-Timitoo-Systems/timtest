*>     count is best-effort; the session needs operator          *
*>     attention through timmaint first, not a blind reprint)    *
*>   - missing requester or reason       -> refused              *
*> Every request must come from an operator active on the        *
*> OPERAUTH file with REPRINT authority (TIMOPAUT); and a        *
*> session of more than DUALPAGES pages (REPRTPRM card, default  *
*> 5000) also needs a second approver on the card - a different  *
*> operator, equally active with REPRINT authority - so no one   *
*> person can put a large job back in the mail.  Approved        *
*> requests go to the RPRTMANF manifest the print step is        *
*> pointed at; every request, approved or refused, is logged to  *
*> REPRTLOG in the override-log layout (TIMOVRD.cpy), the same   *
*> way timmaint logs overrides to MAINTLOG, and a second         *
*> approver gets an APPROVE line of their own.  Card layout is   *
*> fixed columns: run id 1-8, job id 10-17, requester 19-26,     *
*> reason 28-62, second approver 64-71.  Return code 4 means at  *
*> least one card was refused as UNAUTHORIZED (the approved      *
*> reprints still print); 8 means nothing may print.             *
*>---------------------------------------------------------------*

environment division.
     select LOG-FILE assign to "REPRTLOG"
         organization is line sequential.

     select PARM-FILE assign to "REPRTPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

data division.

file section.
    05  TRQ-REQUESTER          pic x(8).
    05  filler                 pic x(1).
    05  TRQ-REASON             pic x(35).
    05  filler                 pic x(1).
    05  TRQ-APPROVER           pic x(8).

fd  MANIFEST-FILE.
01  TIM-MANIFEST-LINE.
fd  LOG-FILE.
copy "TIMOVRD.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

working-storage section.

01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-CMD-STATUS             pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.

01  TIM-CMD-EOF-SW             pic x(1)    value 'N'.
    88  TIM-CMD-AT-EOF                     value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.

*>---------------------------------------------------------------*
*> Dual-approval threshold - a session of more pages than this    *
*> needs a second authorized approver on the request card.        *
*>---------------------------------------------------------------*
01  TIM-DUAL-PAGES             pic s9(9)  comp-5  value 5000.
01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

01  TIM-REQS-APPROVED          pic s9(9)  comp-5  value 0.
01  TIM-REQS-REFUSED           pic s9(9)  comp-5  value 0.
01  TIM-REQS-UNAUTHORIZED      pic s9(9)  comp-5  value 0.
01  TIM-LOG-RESULT             pic x(12)  value spaces.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 open input CMD-FILE.
 if TIM-CMD-STATUS not = '00'
     display '*** TIMREPRQ: NO REPRTCMD FILE - NOTHING TO DO ***'
             end-display
     move 8 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.
 if TIM-RECON-STATUS not = '00'
     display '*** TIMREPRQ: ERROR OPENING TIMRECON - FILE STATUS='
             TIM-RECON-STATUS ' - NO REQUESTS APPROVED ***' end-display
     move 8 to TIM-OVERALL-RC
     close CMD-FILE
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 perform READ-PARM-CARDS.
 open output MANIFEST-FILE.
 open extend LOG-FILE.

 perform PROCESS-ONE-REQUEST until TIM-CMD-AT-EOF.

 display 'TIMREPRQ: requests approved=' TIM-REQS-APPROVED
         ' refused=' TIM-REQS-REFUSED
         ' (not authorized=' TIM-REQS-UNAUTHORIZED ')' end-display.

 close CMD-FILE.
 close RECON-FILE.
 close LOG-FILE.
*> refusals are reported and logged but deliberately do not gate:
*> the job stream CONDs the print on this step, and one refused
*> card must never block the approved reprints behind it.  Return
*> code 8 is reserved for the states where printing would be wrong
*> outright - a cluster that would not open, or a manifest with
*> nothing on it.  A card from an operator without the authority
*> is the one refusal that does show: return code 4, which the
*> print step's COND lets through, so the approved reprints go out
*> and the step still stands out in the job log.
 if TIM-REQS-APPROVED = 0 and TIM-OVERALL-RC = 0
     display 'TIMREPRQ: NO REQUESTS APPROVED - EMPTY MANIFEST'
             end-display
     move 8 to TIM-OVERALL-RC
 end-if.
 if TIM-REQS-UNAUTHORIZED > 0 and TIM-OVERALL-RC = 0
     move 4 to TIM-OVERALL-RC
 end-if.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
 READ-PARM-CARDS.
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMREPRQ: no REPRTPRM file - default: DUALPAGES=5000'
                 end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if TIM-DUAL-PAGES < 1
         display 'TIMREPRQ: DUALPAGES out of range - using 5000'
                 end-display
         move 5000 to TIM-DUAL-PAGES
     end-if
     .

*>---READ-ONE-PARM-CARD-------------------------------------------------*
 READ-ONE-PARM-CARD.
     read PARM-FILE
         at end
             set TIM-PARM-AT-EOF to true
     end-read
     if not TIM-PARM-AT-EOF
         if TIM-PARM-CARD (1:1) not = '*' and TIM-PARM-CARD not = spaces
             move spaces to TIM-PARM-KEYWORD
             move spaces to TIM-PARM-VALUE
             unstring TIM-PARM-CARD delimited by '='
                 into TIM-PARM-KEYWORD TIM-PARM-VALUE
             end-unstring
             if TIM-PARM-KEYWORD = 'DUALPAGES'
                 move function numval(TIM-PARM-VALUE)
                   to TIM-DUAL-PAGES
             else
                 display 'TIMREPRQ: unrecognized REPRTPRM card ignored: '
                         TIM-PARM-CARD end-display
             end-if
         end-if
     end-if
     .

*>---READ-ONE-REQUEST---------------------------------------------------*
 READ-ONE-REQUEST.
     read CMD-FILE
                 'AND REASON: ' TIM-CMD-CARD end-display
         move 'INCOMPLETE' to TIM-LOG-RESULT
         perform REFUSE-ONE-REQUEST
     else
         move TRQ-REQUESTER to TIM-AUTH-OPERATOR
         perform AUTHORIZE-ONE-OPERATOR
     if not TIM-AUTH-GRANTED
         display 'TIMREPRQ: REQUESTER ' TRQ-REQUESTER
                 ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ': RUNID='
                 TRQ-RUNID ' JOBID=' TRQ-JOBID end-display
         perform REFUSE-NOT-AUTHORIZED
     else
         perform VALIDATE-ONE-REQUEST
     end-if
     end-if
     end-if
     perform READ-ONE-REQUEST
     .

*> actually recorded, and that session must not carry the abend flag -  *
*> an abend-flagged page count is best-effort by contract               *
*> (TIMRECON.cpy) and re-releasing it blind is how statements get       *
*> double-mailed.  A session over DUALPAGES pages goes on to its        *
*> second-approver check.                                               *
*>-----------------------------------------------------------------------*
 VALIDATE-ONE-REQUEST.
     move TRQ-RUNID to TRC-RUNID
                         ' - REQUEST REFUSED' end-display
                 move 'ABEND FLAG' to TIM-LOG-RESULT
                 perform REFUSE-ONE-REQUEST
             else
             if TRC-PAGE-COUNT > TIM-DUAL-PAGES
                 perform CHECK-SECOND-APPROVER
             else
                 perform APPROVE-ONE-REQUEST
             end-if
             end-if
     end-read
     .

*>---CHECK-SECOND-APPROVER----------------------------------------------*
*> A reprint this large needs a second pair of hands: an approver on    *
*> the card, not the requester, and active on OPERAUTH with REPRINT     *
*> authority in their own right.  An approver missing or the same as    *
*> the requester is refused NO APPROVER; one without the authority is   *
*> refused UNAUTHORIZED like a requester would be.                      *
*>-----------------------------------------------------------------------*
 CHECK-SECOND-APPROVER.
     evaluate true
         when TRQ-APPROVER = spaces
             display 'TIMREPRQ: RUNID=' TRQ-RUNID ' JOBID=' TRQ-JOBID
                     ' IS ' TRC-PAGE-COUNT ' PAGES - NEEDS A SECOND '
                     'APPROVER - REQUEST REFUSED' end-display
             move 'NO APPROVER' to TIM-LOG-RESULT
             perform REFUSE-ONE-REQUEST
         when TRQ-APPROVER = TRQ-REQUESTER
             display 'TIMREPRQ: RUNID=' TRQ-RUNID ' JOBID=' TRQ-JOBID
                     ' - THE SECOND APPROVER MUST BE A DIFFERENT '
                     'OPERATOR - REQUEST REFUSED' end-display
             move 'NO APPROVER' to TIM-LOG-RESULT
             perform REFUSE-ONE-REQUEST
         when other
             move TRQ-APPROVER to TIM-AUTH-OPERATOR
             perform AUTHORIZE-ONE-OPERATOR
             if TIM-AUTH-GRANTED
                 perform APPROVE-ONE-REQUEST
                 perform WRITE-APPROVER-LOG
             else
                 display 'TIMREPRQ: APPROVER ' TRQ-APPROVER
                         ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ': RUNID='
                         TRQ-RUNID ' JOBID=' TRQ-JOBID end-display
                 perform REFUSE-NOT-AUTHORIZED
             end-if
     end-evaluate
     .

*>---AUTHORIZE-ONE-OPERATOR---------------------------------------------*
*> Asks TIMOPAUT whether TIM-AUTH-OPERATOR - the requester or the       *
*> second approver - is active on OPERAUTH with REPRINT authority.      *
*>-----------------------------------------------------------------------*
 AUTHORIZE-ONE-OPERATOR.
     move 'REPRINT' to TIM-AUTH-ACTION
     call static "TIMOPAUT" using
         by reference
             TIM-AUTH-REQUEST
     end-call
     .

*>---APPROVE-ONE-REQUEST------------------------------------------------*
 APPROVE-ONE-REQUEST.
     move spaces to TIM-MANIFEST-LINE
     perform WRITE-REQUEST-LOG
     .

*>---REFUSE-NOT-AUTHORIZED----------------------------------------------*
 REFUSE-NOT-AUTHORIZED.
     add 1 to TIM-REQS-UNAUTHORIZED
     move 'UNAUTHORIZED' to TIM-LOG-RESULT
     perform REFUSE-ONE-REQUEST
     .

*>---WRITE-REQUEST-LOG--------------------------------------------------*
*> One log line per request, approved or refused - who asked for what   *
*> reprint, why, and how it came out - in the same override-log layout  *
     move TRQ-REASON to TOV-REASON
     write TIM-OVERRIDE-RECORD
     .

*>---WRITE-APPROVER-LOG-------------------------------------------------*
*> The second approver's own line beside the requester's, so the log    *
*> says who vouched for a large reprint as well as who asked for it.    *
*>-----------------------------------------------------------------------*
 WRITE-APPROVER-LOG.
     move spaces to TIM-OVERRIDE-RECORD
     move function current-date to TOV-TIMESTAMP
     move 'APPROVE' to TOV-ACTION
     move TRQ-RUNID to TOV-RUNID
     move TRQ-JOBID to TOV-JOBID
     move TRQ-APPROVER to TOV-OPERATOR
     move 'APPROVED' to TOV-RESULT
     move TRQ-REASON to TOV-REASON
     write TIM-OVERRIDE-RECORD
     .
