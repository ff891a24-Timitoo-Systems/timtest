*> upgrades each job to CLEARED - or back to HELD, honestly.     *
*> RELSPRM cards: RUNID=yyyymmdd (defaults to today),            *
*> OPERATOR=name and REASON=text, both required - an unsigned    *
*> re-release is the 2 AM IDCAMS DELETE all over again.  The     *
*> operator must also be active on OPERAUTH with RELEASE         *
*> authority (TIMOPAUT); otherwise nothing is released and the   *
*> attempt is logged to RELSLOG as UNAUTHORIZED.                 *
*> Optional JOBID=name cards (up to 50) release just those held  *
*> jobs instead of all of them.  A job held with no priority     *
*> class - a billed job the deck never carded - is refused,      *
*> logged REFUSED and left HELD for the next JOBREQS deck.       *
*>                                                               *
*> Held work is released a dependency chain at a time, never one *
*> job at a time: with each job released go its HELD dependents  *
*> (TJD-PRED-JOBID) and the HELD or DEFERRED predecessors it is  *
*> waiting behind, so the re-drive deck holds the whole chain    *
*> with its predecessor links, and timapp dispatches it in       *
*> order instead of holding the dependent all over again.        *
*>---------------------------------------------------------------*

environment division.
01  TIM-STMT-TEXT              pic 9(5)   value 0.

01  TIM-JOBS-RELEASED          pic s9(9)  comp-5  value 0.
01  TIM-CHAIN-RELEASED         pic s9(9)  comp-5  value 0.
01  TIM-JOBS-REFUSED           pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The jobs the JOBID cards name - none means every HELD job.     *
*>---------------------------------------------------------------*
78  TIM-PICK-TABLE-SIZE        value 50.
01  TIM-PICK-TABLE.
    05  TIM-PICK-JOBID OCCURS 50 TIMES
                       INDEXED BY TIM-PICK-IDX
                               pic x(8).
01  TIM-PICK-COUNT             pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The run id's dispositions, loaded whole so the chains can be   *
*> drawn before anything is touched.  TIM-RLS-PICK-SW marks what  *
*> is to be released: 'P' picked (a HELD job asked for), 'C'      *
*> drawn in as a member of a picked job's chain.                  *
*>---------------------------------------------------------------*
78  TIM-RLS-TABLE-SIZE         value 2000.
01  TIM-RLS-TABLE.
    05  TIM-RLS-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-RLS-IDX.
        10  TIM-RLS-JOBID      pic x(8).
        10  TIM-RLS-DISP       pic x(8).
        10  TIM-RLS-PRED       pic x(8).
        10  TIM-RLS-PICK-SW    pic x(1).
            88  TIM-RLS-NOT-PICKED             value ' '.
            88  TIM-RLS-PICKED                 value 'P'.
            88  TIM-RLS-IN-CHAIN               value 'C'.
            88  TIM-RLS-TO-RELEASE             value 'P' 'C'.
01  TIM-RLS-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-RLS-SUB                pic s9(4)  comp-5  value 0.
01  TIM-RLS-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-RLS-KEY-WORK           pic x(8)   value spaces.
01  TIM-CHAIN-SW               pic x(1)   value 'N'.
    88  TIM-CHAIN-GREW                     value 'Y'.
    88  TIM-CHAIN-SETTLED                  value 'N'.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 accept TIM-RELEASE-RUNID from date yyyymmdd.
     stop run
 end-if.

 move TIM-RELEASE-OPERATOR to TIM-AUTH-OPERATOR.
 move 'RELEASE' to TIM-AUTH-ACTION.
 call static "TIMOPAUT" using
     by reference
         TIM-AUTH-REQUEST
 end-call.
 if not TIM-AUTH-GRANTED
     perform REFUSE-NOT-AUTHORIZED
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open i-o JOBDISP-FILE.
 if TIM-JOBDISP-STATUS not = '00'
     display '*** TIMJRELS: ERROR OPENING TIMJDISP - FILE STATUS='
     stop run
 end-if.

 move TIM-RELEASE-RUNID to TJD-RUNID.
 move low-values to TJD-JOBID.
 start JOBDISP-FILE key not < TJD-KEY
 if not TIM-JOBDISP-AT-EOF
     perform READ-NEXT-DISPOSITION
 end-if.
 perform LOAD-ONE-DISPOSITION
     until TIM-JOBDISP-AT-EOF or TJD-RUNID not = TIM-RELEASE-RUNID.

 move 0 to TIM-RLS-SUB.
 perform PICK-ONE-DISPOSITION until TIM-RLS-SUB >= TIM-RLS-COUNT.
 set TIM-CHAIN-GREW to true.
 perform DRAW-CHAINS-ONE-PASS until TIM-CHAIN-SETTLED.

 open output NEWREQ-FILE.
 open extend LOG-FILE.

 move 0 to TIM-RLS-SUB.
 perform RELEASE-ONE-HELD-JOB until TIM-RLS-SUB >= TIM-RLS-COUNT.

 display 'TIMJRELS: ' TIM-JOBS-RELEASED ' HELD JOBS RELEASED FOR '
         'RUNID=' TIM-RELEASE-RUNID end-display.
 if TIM-CHAIN-RELEASED > 0
     display 'TIMJRELS: ' TIM-CHAIN-RELEASED ' OF THEM RELEASED AS '
             'MEMBERS OF A DEPENDENCY CHAIN' end-display
 end-if.
 if TIM-JOBS-REFUSED > 0
     display 'TIMJRELS: ' TIM-JOBS-REFUSED ' HELD JOBS REFUSED - NO '
             'JOBREQS CARD, PUT THEM ON THE NEXT JOBREQS DECK'
             end-display
 end-if.
 if TIM-JOBS-RELEASED = 0 and TIM-JOBS-REFUSED = 0
     display 'TIMJRELS: NOTHING HELD FOR THIS RUN ID - EMPTY '
             'EXTRACT, RE-DRIVE STEP WILL FIND NO WORK' end-display
 end-if.
                     move TIM-PARM-VALUE (1:8) to TIM-RELEASE-OPERATOR
                 when 'REASON'
                     move TIM-PARM-VALUE (1:35) to TIM-RELEASE-REASON
                 when 'JOBID'
                     perform FILE-ONE-PICKED-JOB
                 when other
                     display 'TIMJRELS: unrecognized RELSPRM card '
                             'ignored: ' TIM-PARM-CARD end-display
     end-if
     .

*>---REFUSE-NOT-AUTHORIZED----------------------------------------------*
*> A release signed by an operator who is unknown, inactive, or without *
*> RELEASE authority releases nothing, and the attempt goes on the      *
*> release trail - one RELSLOG line for the run id, job id blank        *
*> because no job was touched.                                          *
*>-----------------------------------------------------------------------*
 REFUSE-NOT-AUTHORIZED.
     display '*** TIMJRELS: OPERATOR ' TIM-RELEASE-OPERATOR
             ' NOT AUTHORIZED - ' TIM-AUTH-TEXT ' - NOTHING RELEASED ***'
             end-display
     open extend LOG-FILE
     move spaces to TIM-OVERRIDE-RECORD
     move function current-date to TOV-TIMESTAMP
     move 'RELEASE' to TOV-ACTION
     move TIM-RELEASE-RUNID to TOV-RUNID
     move TIM-RELEASE-OPERATOR to TOV-OPERATOR
     move 'UNAUTHORIZED' to TOV-RESULT
     move TIM-RELEASE-REASON to TOV-REASON
     write TIM-OVERRIDE-RECORD
     close LOG-FILE
     .

*>---READ-NEXT-DISPOSITION----------------------------------------------*
 READ-NEXT-DISPOSITION.
     read JOBDISP-FILE next
     end-read
     .

*>---FILE-ONE-PICKED-JOB------------------------------------------------*
*> One JOBID card.  More than the table holds is refused before         *
*> anything is released - a release that quietly skipped the last       *
*> cards would leave jobs held that the shift believes re-queued.       *
*>-----------------------------------------------------------------------*
 FILE-ONE-PICKED-JOB.
     if TIM-PICK-COUNT >= TIM-PICK-TABLE-SIZE
         display '*** TIMJRELS: MORE THAN 50 JOBID CARDS - NOTHING '
                 'RELEASED ***' end-display
         move 1 to TIM-OVERALL-RC
         close PARM-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     add 1 to TIM-PICK-COUNT
     move TIM-PARM-VALUE (1:8) to TIM-PICK-JOBID (TIM-PICK-COUNT)
     .

*>---LOAD-ONE-DISPOSITION-----------------------------------------------*
*> Files one of the run id's dispositions in the release table.  A run   *
*> with more jobs than the table holds is refused whole - the chains     *
*> could not be drawn, and a half-released chain just holds again.       *
*>-----------------------------------------------------------------------*
 LOAD-ONE-DISPOSITION.
     if TIM-RLS-COUNT >= TIM-RLS-TABLE-SIZE
         display '*** TIMJRELS: RUN ID HAS MORE THAN 2000 DISPOSITIONS '
                 '- NOTHING RELEASED ***' end-display
         move 1 to TIM-OVERALL-RC
         close JOBDISP-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     add 1 to TIM-RLS-COUNT
     move TJD-JOBID to TIM-RLS-JOBID (TIM-RLS-COUNT)
     move TJD-DISPOSITION to TIM-RLS-DISP (TIM-RLS-COUNT)
     move TJD-PRED-JOBID to TIM-RLS-PRED (TIM-RLS-COUNT)
     set TIM-RLS-NOT-PICKED (TIM-RLS-COUNT) to true
     perform READ-NEXT-DISPOSITION
     .

*>---PICK-ONE-DISPOSITION-----------------------------------------------*
*> With no JOBID cards every HELD job is picked, as the tool always      *
*> did; otherwise only the HELD jobs the cards name.  A named job that   *
*> is not HELD is announced and left alone.                              *
*>-----------------------------------------------------------------------*
 PICK-ONE-DISPOSITION.
     add 1 to TIM-RLS-SUB
     if TIM-PICK-COUNT = 0
         if TIM-RLS-DISP (TIM-RLS-SUB) = 'HELD'
             set TIM-RLS-PICKED (TIM-RLS-SUB) to true
         end-if
     else
         set TIM-PICK-IDX to 1
         search TIM-PICK-JOBID
             at end
                 continue
             when TIM-PICK-IDX > TIM-PICK-COUNT
                 continue
             when TIM-PICK-JOBID (TIM-PICK-IDX) = TIM-RLS-JOBID (TIM-RLS-SUB)
                 if TIM-RLS-DISP (TIM-RLS-SUB) = 'HELD'
                     set TIM-RLS-PICKED (TIM-RLS-SUB) to true
                 else
                     display 'TIMJRELS: JOBID=' TIM-RLS-JOBID (TIM-RLS-SUB)
                             ' IS ' TIM-RLS-DISP (TIM-RLS-SUB)
                             ' - NOT HELD, NOT RELEASED' end-display
                 end-if
         end-search
     end-if
     .

*>---DRAW-CHAINS-ONE-PASS-----------------------------------------------*
*> Widens the release to whole chains, one link per pass, until a pass   *
*> adds nothing.  Every pass can only add, so the passes always settle.  *
*>-----------------------------------------------------------------------*
 DRAW-CHAINS-ONE-PASS.
     set TIM-CHAIN-SETTLED to true
     move 0 to TIM-RLS-SUB
     perform DRAW-ONE-CHAIN-LINK until TIM-RLS-SUB >= TIM-RLS-COUNT
     .

*>---DRAW-ONE-CHAIN-LINK------------------------------------------------*
*> A job being released draws in its predecessor when that is HELD or    *
*> DEFERRED - the dependent cannot clear behind it otherwise.  A HELD    *
*> job not yet being released is drawn in when its predecessor is.       *
*>-----------------------------------------------------------------------*
 DRAW-ONE-CHAIN-LINK.
     add 1 to TIM-RLS-SUB
     move 0 to TIM-RLS-FOUND
     if TIM-RLS-PRED (TIM-RLS-SUB) not = spaces
         move TIM-RLS-PRED (TIM-RLS-SUB) to TIM-RLS-KEY-WORK
         perform FIND-RELEASE-ENTRY
     end-if
     if TIM-RLS-FOUND > 0
         if TIM-RLS-TO-RELEASE (TIM-RLS-SUB)
             if TIM-RLS-NOT-PICKED (TIM-RLS-FOUND)
              and (TIM-RLS-DISP (TIM-RLS-FOUND) = 'HELD'
                or TIM-RLS-DISP (TIM-RLS-FOUND) = 'DEFERRED')
                 set TIM-RLS-IN-CHAIN (TIM-RLS-FOUND) to true
                 set TIM-CHAIN-GREW to true
             end-if
         else
         if TIM-RLS-TO-RELEASE (TIM-RLS-FOUND)
          and TIM-RLS-DISP (TIM-RLS-SUB) = 'HELD'
             set TIM-RLS-IN-CHAIN (TIM-RLS-SUB) to true
             set TIM-CHAIN-GREW to true
         end-if
         end-if
     end-if
     .

*>---FIND-RELEASE-ENTRY-------------------------------------------------*
*> Locates TIM-RLS-KEY-WORK in the release table, leaving the entry      *
*> number in TIM-RLS-FOUND or zero.                                      *
*>-----------------------------------------------------------------------*
 FIND-RELEASE-ENTRY.
     move 0 to TIM-RLS-FOUND
     set TIM-RLS-IDX to 1
     search TIM-RLS-ENTRY
         at end
             continue
         when TIM-RLS-IDX > TIM-RLS-COUNT
             continue
         when TIM-RLS-JOBID (TIM-RLS-IDX) = TIM-RLS-KEY-WORK
             set TIM-RLS-FOUND to TIM-RLS-IDX
     end-search
     .

*>---RELEASE-ONE-HELD-JOB-----------------------------------------------*
*> One job marked for release: rebuilt into the NEWREQS extract with     *
*> its predecessor link, marked RELEASED, and logged.  Everything not    *
*> marked (CLEARED, unpicked HELD, DEFERRED outside a chain, already     *
*> RELEASED) is exactly the work this tool must NOT re-queue, and is     *
*> left alone.                                                           *
*>-----------------------------------------------------------------------*
 RELEASE-ONE-HELD-JOB.
     add 1 to TIM-RLS-SUB
     if TIM-RLS-TO-RELEASE (TIM-RLS-SUB)
         move TIM-RELEASE-RUNID to TJD-RUNID
         move TIM-RLS-JOBID (TIM-RLS-SUB) to TJD-JOBID
         read JOBDISP-FILE
             invalid key
                 display 'TIMJRELS: JOBID=' TIM-RLS-JOBID (TIM-RLS-SUB)
                         ' DISPOSITION GONE - NOT RELEASED' end-display
                 move 1 to TIM-OVERALL-RC
             not invalid key
                 if TJD-PRIORITY = space or TJD-NO-JOBREQS-CARD
                     perform REFUSE-UNCARDED-JOB
                 else
                     perform REQUEUE-ONE-JOB
                 end-if
         end-read
     end-if
     .

*>---REQUEUE-ONE-JOB----------------------------------------------------*
 REQUEUE-ONE-JOB.
     move spaces to TIM-JOBREQ-RECORD
     move TJD-JOBID to TJR-JOBID
     move TJD-STMT-COUNT to TIM-STMT-TEXT
     move TIM-STMT-TEXT to TJR-STMT-COUNT
     move TJD-PRIORITY to TJR-PRIORITY
     move TJD-DEST to TJR-DEST
     move TJD-PRED-JOBID to TJR-PRED-JOBID
     write TIM-JOBREQ-RECORD
     if TIM-RLS-IN-CHAIN (TIM-RLS-SUB)
         add 1 to TIM-CHAIN-RELEASED
         display 'TIMJRELS: RELEASED JOBID=' TJD-JOBID
                 ' WITH ITS CHAIN (WAS ' TJD-DISPOSITION ': '
                 TJD-REASON ')' end-display
     else
         display 'TIMJRELS: RELEASED JOBID=' TJD-JOBID
                 ' (WAS HELD: ' TJD-REASON ')' end-display
     end-if
     move 'RELEASED' to TJD-DISPOSITION
     move function current-date to TJD-TIMESTAMP
     rewrite TIM-JOBDISP-RECORD
     perform WRITE-RELEASE-LOG
     add 1 to TIM-JOBS-RELEASED
     .

*>---REFUSE-UNCARDED-JOB------------------------------------------------*
*> A job held with no priority class - a billed job the night's deck    *
*> never carded - has nothing to rebuild its JOBREQS record from: it    *
*> would sort ahead of every class, escape the class cutoff and print   *
*> unrouted.  It stays HELD, and the refusal goes on the console and    *
*> the release trail so the shift cards it on the next JOBREQS deck.    *
*>-----------------------------------------------------------------------*
 REFUSE-UNCARDED-JOB.
     display '*** TIMJRELS: JOBID=' TJD-JOBID ' HAS NO JOBREQS CARD ('
             TJD-REASON ') - NOT RELEASED, CARD IT ON THE NEXT '
             'JOBREQS DECK ***' end-display
     move 1 to TIM-OVERALL-RC
     add 1 to TIM-JOBS-REFUSED
     move spaces to TIM-OVERRIDE-RECORD
     move function current-date to TOV-TIMESTAMP
     move 'RELEASE' to TOV-ACTION
     move TIM-RELEASE-RUNID to TOV-RUNID
     move TJD-JOBID to TOV-JOBID
     move TIM-RELEASE-OPERATOR to TOV-OPERATOR
     move 'REFUSED' to TOV-RESULT
     move 'NO JOBREQS CARD - CARD IT IN DECK' to TOV-REASON
     write TIM-OVERRIDE-RECORD
     .

*>---WRITE-RELEASE-LOG--------------------------------------------------*
