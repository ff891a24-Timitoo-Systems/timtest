*> timpfchk reads.  Comment cards are dropped; every other       *
*> line, malformed ones included, lands in exactly one           *
*> partition so its instance reports it the way a serial run     *
*> would have.  A dependency chain (TJR-PRED-JOBID) is never     *
*> split: the deck is read whole first, each chain takes the     *
*> partition its first job is dealt, and every dependent follows *
*> it there - an instance can only hold a dependent behind a     *
*> predecessor it dispatches itself.                             *
*>---------------------------------------------------------------*

environment division.
copy "TIMJREQ.cpy".

fd  PART1-FILE.
01  TIM-PART1-RECORD           pic x(34).

fd  PART2-FILE.
01  TIM-PART2-RECORD           pic x(34).

fd  PART3-FILE.
01  TIM-PART3-RECORD           pic x(34).

fd  PART4-FILE.
01  TIM-PART4-RECORD           pic x(34).

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).
                           pic 9(9) comp-5 value 0.
01  TIM-PART-SUB               pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The whole deck, held so chains can be dealt out together.     *
*> TIM-SPL-PART is the partition each line goes to; a chain's     *
*> root is found by walking predecessors back through the table,  *
*> and a walk longer than the deck is a loop - dealt like any     *
*> other line, for timapp to refuse.                              *
*>---------------------------------------------------------------*
78  TIM-SPL-TABLE-SIZE         value 2000.
01  TIM-SPL-TABLE.
    05  TIM-SPL-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-SPL-IDX.
        10  TIM-SPL-RECORD     pic x(34).
        10  TIM-SPL-JOBID      pic x(8).
        10  TIM-SPL-PRED       pic x(8).
        10  TIM-SPL-PART       pic s9(4) comp-5.
01  TIM-SPL-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-SPL-SUB                pic s9(4)  comp-5  value 0.
01  TIM-SPL-ROOT               pic s9(4)  comp-5  value 0.
01  TIM-SPL-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-SPL-STEPS              pic s9(4)  comp-5  value 0.
01  TIM-SPL-KEY-WORK           pic x(8)   value spaces.
01  TIM-SPL-WALK-SW            pic x(1)   value 'N'.
    88  TIM-SPL-WALK-DONE                  value 'Y'.
    88  TIM-SPL-WALK-GOING                 value 'N'.

01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

procedure division.
 end-if.

 perform READ-ONE-JOBREQ.
 perform LOAD-ONE-JOBREQ until TIM-JOBREQ-AT-EOF.
 close JOBREQ-FILE.

 move 0 to TIM-SPL-SUB.
 perform DEAL-ONE-JOBREQ until TIM-SPL-SUB >= TIM-SPL-COUNT.
 move 0 to TIM-SPL-SUB.
 perform SPLIT-ONE-JOBREQ until TIM-SPL-SUB >= TIM-SPL-COUNT.

 close PART1-FILE.
 close PART2-FILE.
 if TIM-PART-COUNT >= 3
     end-read
     .

*>---LOAD-ONE-JOBREQ----------------------------------------------------*
*> Files one deck line in the table.  More lines than the table holds   *
*> is a hard stop - a split that quietly dropped the tail of the deck    *
*> would lose jobs no instance ever reports.  The partition files are    *
*> already open, so they are closed empty on the way out.                *
*>-----------------------------------------------------------------------*
 LOAD-ONE-JOBREQ.
     if TIM-JOBREQ-RECORD (1:1) = '*' or TIM-JOBREQ-RECORD = spaces
         continue
     else
     if TIM-SPL-COUNT >= TIM-SPL-TABLE-SIZE
         display '*** TIMJSPLT: JOBREQS EXCEEDS THE SPLIT TABLE - '
                 'RUN STOPPED ***' end-display
         move 1 to TIM-OVERALL-RC
         close JOBREQ-FILE
         close PART1-FILE
         close PART2-FILE
         if TIM-PART-COUNT >= 3
             close PART3-FILE
         end-if
         if TIM-PART-COUNT >= 4
             close PART4-FILE
         end-if
         move TIM-OVERALL-RC to return-code
         stop run
     else
         add 1 to TIM-SPL-COUNT
         move TIM-JOBREQ-RECORD to TIM-SPL-RECORD (TIM-SPL-COUNT)
         move TJR-JOBID to TIM-SPL-JOBID (TIM-SPL-COUNT)
         move TJR-PRED-JOBID to TIM-SPL-PRED (TIM-SPL-COUNT)
         move 0 to TIM-SPL-PART (TIM-SPL-COUNT)
     end-if
     end-if
     perform READ-ONE-JOBREQ
     .

*>---DEAL-ONE-JOBREQ----------------------------------------------------*
*> Finds the line's chain root and gives the line the root's partition,  *
*> dealing the root the next partition round-robin if it has none yet.   *
*> A job with no predecessor in the deck is its own root, so an          *
*> unchained deck splits exactly as it always has.                       *
*>-----------------------------------------------------------------------*
 DEAL-ONE-JOBREQ.
     add 1 to TIM-SPL-SUB
     move TIM-SPL-SUB to TIM-SPL-ROOT
     move 0 to TIM-SPL-STEPS
     set TIM-SPL-WALK-GOING to true
     perform WALK-ONE-PREDECESSOR until TIM-SPL-WALK-DONE
     if TIM-SPL-PART (TIM-SPL-ROOT) = 0
         compute TIM-PART-NEXT =
             function mod(TIM-PART-NEXT, TIM-PART-COUNT) + 1
         end-compute
         move TIM-PART-NEXT to TIM-SPL-PART (TIM-SPL-ROOT)
     end-if
     move TIM-SPL-PART (TIM-SPL-ROOT) to TIM-SPL-PART (TIM-SPL-SUB)
     .

*>---WALK-ONE-PREDECESSOR-----------------------------------------------*
 WALK-ONE-PREDECESSOR.
     move 0 to TIM-SPL-FOUND
     if TIM-SPL-PRED (TIM-SPL-ROOT) not = spaces
         move TIM-SPL-PRED (TIM-SPL-ROOT) to TIM-SPL-KEY-WORK
         set TIM-SPL-IDX to 1
         search TIM-SPL-ENTRY
             at end
                 continue
             when TIM-SPL-IDX > TIM-SPL-COUNT
                 continue
             when TIM-SPL-JOBID (TIM-SPL-IDX) = TIM-SPL-KEY-WORK
                 set TIM-SPL-FOUND to TIM-SPL-IDX
         end-search
     end-if
     add 1 to TIM-SPL-STEPS
     if TIM-SPL-FOUND = 0 or TIM-SPL-FOUND = TIM-SPL-SUB
      or TIM-SPL-STEPS > TIM-SPL-COUNT
         set TIM-SPL-WALK-DONE to true
     else
         move TIM-SPL-FOUND to TIM-SPL-ROOT
     end-if
     .

*>---SPLIT-ONE-JOBREQ---------------------------------------------------*
*> Writes the lines in deck order, each to its dealt partition, so the   *
*> order within one partition is still the deck's.                       *
*>-----------------------------------------------------------------------*
 SPLIT-ONE-JOBREQ.
     add 1 to TIM-SPL-SUB
     move TIM-SPL-PART (TIM-SPL-SUB) to TIM-PART-NEXT
     add 1 to TIM-PART-TALLY (TIM-PART-NEXT)
     evaluate TIM-PART-NEXT
         when 1
             move TIM-SPL-RECORD (TIM-SPL-SUB) to TIM-PART1-RECORD
             write TIM-PART1-RECORD
         when 2
             move TIM-SPL-RECORD (TIM-SPL-SUB) to TIM-PART2-RECORD
             write TIM-PART2-RECORD
         when 3
             move TIM-SPL-RECORD (TIM-SPL-SUB) to TIM-PART3-RECORD
             write TIM-PART3-RECORD
         when 4
             move TIM-SPL-RECORD (TIM-SPL-SUB) to TIM-PART4-RECORD
             write TIM-PART4-RECORD
     end-evaluate
     .

*>---REPORT-ONE-PARTITION-----------------------------------------------*
