       >>SOURCE FORMAT IS FREE

identification division.
program-id. timmlby.

*>---------------------------------------------------------------*
*> Timitoo Systems regulatory mail-by deadline report            *
*>                                                               *
*> Several statement jobs must be mailed within a fixed number   *
*> of days of their cycle date, and nothing watched for it: a    *
*> job sitting HELD in TIMJDISP, or DEFERRED night after night   *
*> past its class cutoff, could slip past its deadline without   *
*> anyone noticing.  The MAILBY control cards                    *
*> (copybooks/TIMMLBY.cpy) name each regulated job or job        *
*> prefix, its cycle date and the days allowed.  This runs       *
*> nightly, after the pre-flight, and reads TIMJDISP from the    *
*> earliest cycle in play: every job under a deadline card whose *
*> latest disposition since its cycle date is not CLEARED -      *
*> HELD, DEFERRED, RELEASED and not yet re-driven, or (for a     *
*> card naming a job id) never dispatched at all - is listed on  *
*> MLBYRPT with its mail-by date and days remaining, most urgent *
*> first.  A job inside its warning window raises an alert in    *
*> ALERTS: TIMA008W while it still has more than a day, TIMA009E *
*> on its last day and after, so timalrtm escalates the page if  *
*> nobody acknowledges it.  timapp reads the same cards and      *
*> dispatches a job inside its window ahead of its priority      *
*> class.  MLBYPRM ASOF=yyyymmdd sets the date judged from       *
*> (default today).                                              *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> Per-job pre-flight dispositions written by timapp and         *
*> timjrels - read from the earliest cycle in play, never        *
*> updated.                                                      *
*>---------------------------------------------------------------*
     select JOBDISP-FILE assign to "TIMJDISP"
         organization is indexed
         access mode is dynamic
         record key is TJD-KEY
         file status is TIM-JOBDISP-STATUS.

*>---------------------------------------------------------------*
*> Mail-by deadline control cards - the deck timapp reads.       *
*>---------------------------------------------------------------*
     select MAILBY-FILE assign to "MAILBY"
         organization is line sequential
         file status is TIM-MAILBY-STATUS.

*>---------------------------------------------------------------*
*> Run-control cards - ASOF=yyyymmdd, the date days remaining    *
*> are counted from.                                             *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "MLBYPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

*>---------------------------------------------------------------*
*> Operator alert file (copybooks/TIMALRT.cpy) - appended to,    *
*> the way timapp appends to it, for timalrtm to load and        *
*> escalate.                                                     *
*>---------------------------------------------------------------*
     select ALERT-FILE assign to "ALERTS"
         organization is line sequential
         file status is TIM-ALERT-STATUS.

     select REPORT-FILE assign to "MLBYRPT"
         organization is line sequential.

data division.

file section.

fd  JOBDISP-FILE.
copy "TIMJDSP.cpy".

fd  MAILBY-FILE.
copy "TIMMLBY.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  ALERT-FILE.
copy "TIMALRT.cpy".

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-JOBDISP-STATUS         pic x(2)    value '00'.
01  TIM-MAILBY-STATUS          pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-ALERT-STATUS           pic x(2)    value '00'.

01  TIM-JOBDISP-EOF-SW         pic x(1)    value 'N'.
    88  TIM-JOBDISP-AT-EOF                 value 'Y'.
01  TIM-MAILBY-EOF-SW          pic x(1)    value 'N'.
    88  TIM-MAILBY-AT-EOF                  value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-ALERT-OPEN-SW          pic x(1)    value 'N'.
    88  TIM-ALERT-IS-OPEN                  value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> The as-of date, as text for key comparisons and as a day      *
*> number for counting days remaining.  TIM-DATE-CHECK-N holds a *
*> card's date while it is proved a real calendar date - zero    *
*> when the card's date is not even numeric.                     *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-ASOF-DATE              pic x(8)   value spaces.
01  TIM-ASOF-DATE-N redefines TIM-ASOF-DATE
                               pic 9(8).
01  TIM-ASOF-INT               pic s9(9)  comp-5  value 0.
01  TIM-DATE-CHECK-N           pic 9(8)   value 0.

*>---------------------------------------------------------------*
*> The MAILBY cards in core, the pattern pre-split the way the   *
*> RATECARD patterns are, with each cycle's mail-by date worked  *
*> out at load.  TIM-MBT-EARLIEST is the earliest cycle date on  *
*> or before the as-of date - where the TIMJDISP pass starts.    *
*>---------------------------------------------------------------*
78  TIM-MBT-TABLE-SIZE         value 200.
01  TIM-MBT-TABLE.
    05  TIM-MBT-ENTRY OCCURS 200 TIMES
                       INDEXED BY TIM-MBT-IDX.
        10  TIM-MBT-PATTERN    pic x(8).
        10  TIM-MBT-PREF-LEN   pic s9(4) comp-5.
        10  TIM-MBT-WILD-SW    pic x(1).
            88  TIM-MBT-IS-WILD             value 'Y'.
        10  TIM-MBT-CYCLE-DATE pic x(8).
        10  TIM-MBT-DAYS       pic 9(3) comp-5.
        10  TIM-MBT-WARN-DAYS  pic 9(3) comp-5.
        10  TIM-MBT-REGULATION pic x(30).
        10  TIM-MBT-DUE-DATE   pic 9(8).
        10  TIM-MBT-DUE-INT    pic s9(9) comp-5.
01  TIM-MBT-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-MBT-SUB                pic s9(4)  comp-5  value 0.
01  TIM-MBT-BEST               pic s9(4)  comp-5  value 0.
01  TIM-MBT-BEST-SCORE         pic s9(4)  comp-5  value 0.
01  TIM-MBT-SCORE              pic s9(4)  comp-5  value 0.
01  TIM-MBT-EARLIEST           pic x(8)   value spaces.
01  TIM-MBT-JOB-WORK           pic x(8)   value spaces.
01  TIM-MBT-CYCLE-N            pic 9(8)   value 0.
01  TIM-MBT-CYCLE-INT          pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One entry per job under a deadline card in play: the card,    *
*> and the job's latest disposition since the card's cycle date. *
*> A job with no disposition since then is '(NONE)' - never      *
*> dispatched for the cycle.                                     *
*>---------------------------------------------------------------*
78  TIM-DLJ-TABLE-SIZE         value 1000.
01  TIM-DLJ-TABLE.
    05  TIM-DLJ-ENTRY OCCURS 1000 TIMES
                       INDEXED BY TIM-DLJ-IDX.
        10  TIM-DLJ-JOBID      pic x(8).
        10  TIM-DLJ-CARD       pic s9(4) comp-5.
        10  TIM-DLJ-LAST-RUNID pic x(8).
        10  TIM-DLJ-DISP       pic x(8).
        10  TIM-DLJ-REASON     pic x(30).
        10  TIM-DLJ-DAYS-LEFT  pic s9(5) comp-5.
01  TIM-DLJ-SWAP-ENTRY.
    05  filler                 pic x(8).
    05  filler                 pic s9(4) comp-5.
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(30).
    05  filler                 pic s9(5) comp-5.
01  TIM-DLJ-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-DLJ-SUB                pic s9(4)  comp-5  value 0.
01  TIM-DLJ-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-DLJ-SWAP-SW            pic x(1)   value 'N'.
    88  TIM-DLJ-IS-SWAPPED                 value 'Y'.
    88  TIM-DLJ-NOT-SWAPPED                value 'N'.

*>---------------------------------------------------------------*
*> The alert being raised and the run totals.                    *
*>---------------------------------------------------------------*
01  TIM-ALERT-MSGID            pic x(8)   value spaces.
01  TIM-ALERT-SEVERITY         pic x(1)   value spaces.
01  TIM-ALERT-RC-TEXT          pic x(40)  value spaces.
01  TIM-STATUS-WORK            pic x(8)   value spaces.
01  TIM-DAYS-TEXT              pic -(4)9.
01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-JOBS-CLEARED           pic s9(9)  comp-5  value 0.
01  TIM-JOBS-LISTED            pic s9(9)  comp-5  value 0.
01  TIM-JOBS-WARNING           pic s9(9)  comp-5  value 0.
01  TIM-JOBS-CRITICAL          pic s9(9)  comp-5  value 0.
01  TIM-JOBS-OVERDUE           pic s9(9)  comp-5  value 0.
01  TIM-ALERTS-RAISED          pic s9(9)  comp-5  value 0.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One line per listed job.                                      *
*>---------------------------------------------------------------*
01  TIM-DEADLINE-LINE.
    05  TIM-DLL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-CYCLE          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-DUE            pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-DAYS-LEFT      pic -(4)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-LAST-RUNID     pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-DISP           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-REASON         pic x(30).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-STATUS         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DLL-REGULATION     pic x(30).
    05  filler                 pic x(3)   value spaces.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.
 perform LOAD-MAIL-DEADLINES.

 open input JOBDISP-FILE.
 if TIM-JOBDISP-STATUS not = '00'
     display '*** TIMMLBY: ERROR OPENING TIMJDISP - FILE STATUS='
             TIM-JOBDISP-STATUS ' - no dispositions to judge ***'
             end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.
 open extend ALERT-FILE.
 if TIM-ALERT-STATUS = '00'
     set TIM-ALERT-IS-OPEN to true
 else
     display '*** TIMMLBY: ERROR OPENING ALERTS - FILE STATUS='
             TIM-ALERT-STATUS ' - deadlines reported but not paged ***'
             end-display
     move 1 to TIM-OVERALL-RC
 end-if.
 perform WRITE-REPORT-HEADING.

 if TIM-MBT-EARLIEST = spaces
     set TIM-JOBDISP-AT-EOF to true
 else
     move TIM-MBT-EARLIEST to TJD-RUNID
     move low-values to TJD-JOBID
     start JOBDISP-FILE key not < TJD-KEY
         invalid key
             set TIM-JOBDISP-AT-EOF to true
     end-start
 end-if.
 if not TIM-JOBDISP-AT-EOF
     perform READ-NEXT-JOBDISP
 end-if.
 perform TALLY-ONE-DISPOSITION until TIM-JOBDISP-AT-EOF.
 close JOBDISP-FILE.

 move 0 to TIM-MBT-SUB.
 perform NOTE-ONE-UNDISPATCHED-JOB until TIM-MBT-SUB >= TIM-MBT-COUNT.

 perform ORDER-DEADLINE-JOBS.
 move 0 to TIM-DLJ-SUB.
 perform JUDGE-ONE-DEADLINE-JOB until TIM-DLJ-SUB >= TIM-DLJ-COUNT.
 perform WRITE-DEADLINE-TOTALS.

 if TIM-ALERT-IS-OPEN
     close ALERT-FILE
 end-if.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> ASOF=yyyymmdd is the date days remaining are counted from; with no   *
*> card it is today, the night the report runs.  A date that is not a   *
*> real one stops the run before anything is written.                   *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     move TIM-CURRENT-TS (1:8) to TIM-ASOF-DATE
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMMLBY: no MLBYPRM file - judging deadlines as of '
                 TIM-ASOF-DATE end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     move 0 to TIM-DATE-CHECK-N
     if TIM-ASOF-DATE is numeric
         move TIM-ASOF-DATE-N to TIM-DATE-CHECK-N
     end-if
     if function test-date-yyyymmdd(TIM-DATE-CHECK-N) not = 0
         display '*** TIMMLBY: ASOF CARD IS NOT A VALID YYYYMMDD: '
                 TIM-ASOF-DATE ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     compute TIM-ASOF-INT = function integer-of-date(TIM-ASOF-DATE-N)
     end-compute
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
             evaluate TIM-PARM-KEYWORD
                 when 'ASOF'
                     move TIM-PARM-VALUE (1:8) to TIM-ASOF-DATE
                 when other
                     display 'TIMMLBY: unrecognized MLBYPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---LOAD-MAIL-DEADLINES------------------------------------------------*
*> Loads the MAILBY cards.  With no deck there is nothing to track and  *
*> the run stops; a malformed card or a table overflow stops it too, as *
*> a bad DESTSTAT card stops timapp - a deadline the report only        *
*> half-read is a deadline nobody is watching.                          *
*>-----------------------------------------------------------------------*
 LOAD-MAIL-DEADLINES.
     open input MAILBY-FILE
     if TIM-MAILBY-STATUS not = '00'
         display '*** TIMMLBY: NO MAILBY FILE - FILE STATUS='
                 TIM-MAILBY-STATUS ' - no deadlines to track ***'
                 end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     perform READ-ONE-MAILBY-CARD until TIM-MAILBY-AT-EOF
     close MAILBY-FILE
     .

*>---READ-ONE-MAILBY-CARD-----------------------------------------------*
 READ-ONE-MAILBY-CARD.
     read MAILBY-FILE
         at end
             set TIM-MAILBY-AT-EOF to true
     end-read
     if not TIM-MAILBY-AT-EOF
         if TIM-MAILBY-RECORD (1:1) not = '*'
          and TIM-MAILBY-RECORD not = spaces
             perform PARSE-ONE-MAILBY-CARD
         end-if
     end-if
     .

*>---PARSE-ONE-MAILBY-CARD----------------------------------------------*
*> Files one deadline card and works out its mail-by date - the cycle   *
*> date plus the days allowed, in calendar days.  A cycle date that is  *
*> not a real calendar date (20260231) refuses the card.                *
*>-----------------------------------------------------------------------*
 PARSE-ONE-MAILBY-CARD.
     move 0 to TIM-DATE-CHECK-N
     if TMB-CYCLE-DATE is numeric
         move TMB-CYCLE-DATE to TIM-DATE-CHECK-N
     end-if
     if TMB-PATTERN = spaces
      or function test-date-yyyymmdd(TIM-DATE-CHECK-N) not = 0
      or function test-numval(TMB-DAYS-ALLOWED) not = 0
      or (TMB-WARN-DAYS not = spaces
          and function test-numval(TMB-WARN-DAYS) not = 0)
      or TIM-MBT-COUNT >= TIM-MBT-TABLE-SIZE
         display '*** TIMMLBY: MAILBY CARD REFUSED: ' TIM-MAILBY-RECORD
                 ' ***' end-display
         move 1 to TIM-OVERALL-RC
         close MAILBY-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     add 1 to TIM-MBT-COUNT
     set TIM-MBT-IDX to TIM-MBT-COUNT
     move TMB-PATTERN to TIM-MBT-PATTERN (TIM-MBT-IDX)
     move 'N' to TIM-MBT-WILD-SW (TIM-MBT-IDX)
     compute TIM-MBT-PREF-LEN (TIM-MBT-IDX) =
         function length(function trim(TMB-PATTERN, trailing))
     end-compute
     if TMB-PATTERN (TIM-MBT-PREF-LEN (TIM-MBT-IDX):1) = '*'
         set TIM-MBT-IS-WILD (TIM-MBT-IDX) to true
         subtract 1 from TIM-MBT-PREF-LEN (TIM-MBT-IDX)
     end-if
     move TMB-CYCLE-DATE to TIM-MBT-CYCLE-DATE (TIM-MBT-IDX)
     move function numval(TMB-DAYS-ALLOWED) to TIM-MBT-DAYS (TIM-MBT-IDX)
     if TMB-WARN-DAYS = spaces
         move 3 to TIM-MBT-WARN-DAYS (TIM-MBT-IDX)
     else
         move function numval(TMB-WARN-DAYS)
           to TIM-MBT-WARN-DAYS (TIM-MBT-IDX)
     end-if
     move TMB-REGULATION to TIM-MBT-REGULATION (TIM-MBT-IDX)
     move TMB-CYCLE-DATE to TIM-MBT-CYCLE-N
     compute TIM-MBT-CYCLE-INT = function integer-of-date(TIM-MBT-CYCLE-N)
     end-compute
     compute TIM-MBT-DUE-INT (TIM-MBT-IDX) =
         TIM-MBT-CYCLE-INT + TIM-MBT-DAYS (TIM-MBT-IDX)
     end-compute
     compute TIM-MBT-DUE-DATE (TIM-MBT-IDX) =
         function date-of-integer(TIM-MBT-DUE-INT (TIM-MBT-IDX))
     end-compute
     if TMB-CYCLE-DATE <= TIM-ASOF-DATE
         if TIM-MBT-EARLIEST = spaces or TMB-CYCLE-DATE < TIM-MBT-EARLIEST
             move TMB-CYCLE-DATE to TIM-MBT-EARLIEST
         end-if
     end-if
     .

*>---READ-NEXT-JOBDISP--------------------------------------------------*
*> Reads on through the dispositions; the first one under a run id past *
*> the as-of date ends the pass.                                        *
*>-----------------------------------------------------------------------*
 READ-NEXT-JOBDISP.
     read JOBDISP-FILE next
         at end
             set TIM-JOBDISP-AT-EOF to true
     end-read
     if not TIM-JOBDISP-AT-EOF
      and TJD-RUNID > TIM-ASOF-DATE
         set TIM-JOBDISP-AT-EOF to true
     end-if
     .

*>---TALLY-ONE-DISPOSITION----------------------------------------------*
*> Files one disposition against its job's deadline card, if the job    *
*> has one in play and the disposition falls on or after the card's     *
*> cycle date.  The file is in run-id order, so each job's entry ends   *
*> the pass holding its latest disposition.                             *
*>-----------------------------------------------------------------------*
 TALLY-ONE-DISPOSITION.
     move TJD-JOBID to TIM-MBT-JOB-WORK
     perform FIND-BEST-DEADLINE
     if TIM-MBT-BEST > 0
         if TJD-RUNID >= TIM-MBT-CYCLE-DATE (TIM-MBT-BEST)
             perform FIND-DEADLINE-JOB
             move TJD-RUNID to TIM-DLJ-LAST-RUNID (TIM-DLJ-FOUND)
             move TJD-DISPOSITION to TIM-DLJ-DISP (TIM-DLJ-FOUND)
             move TJD-REASON to TIM-DLJ-REASON (TIM-DLJ-FOUND)
         end-if
     end-if
     perform READ-NEXT-JOBDISP
     .

*>---FIND-BEST-DEADLINE-------------------------------------------------*
*> Resolves the deadline card in play for TIM-MBT-JOB-WORK: candidates  *
*> are cards whose pattern matches the job and whose cycle date is on   *
*> or before the as-of date; an exact job id beats a prefix, then the   *
*> latest cycle date wins.  Leaves the card in TIM-MBT-BEST, or zero    *
*> for a job no card covers.                                            *
*>-----------------------------------------------------------------------*
 FIND-BEST-DEADLINE.
     move 0 to TIM-MBT-BEST
     move 0 to TIM-MBT-BEST-SCORE
     move 0 to TIM-MBT-SUB
     perform SCORE-ONE-DEADLINE until TIM-MBT-SUB >= TIM-MBT-COUNT
     .

*>---SCORE-ONE-DEADLINE-------------------------------------------------*
 SCORE-ONE-DEADLINE.
     add 1 to TIM-MBT-SUB
     move 0 to TIM-MBT-SCORE
     if TIM-MBT-CYCLE-DATE (TIM-MBT-SUB) <= TIM-ASOF-DATE
         if TIM-MBT-IS-WILD (TIM-MBT-SUB)
             if TIM-MBT-PREF-LEN (TIM-MBT-SUB) = 0
                 move 1 to TIM-MBT-SCORE
             else
             if TIM-MBT-JOB-WORK (1:TIM-MBT-PREF-LEN (TIM-MBT-SUB))
                  = TIM-MBT-PATTERN (TIM-MBT-SUB)
                      (1:TIM-MBT-PREF-LEN (TIM-MBT-SUB))
                 move 1 to TIM-MBT-SCORE
             end-if
             end-if
         else
             if TIM-MBT-PATTERN (TIM-MBT-SUB) = TIM-MBT-JOB-WORK
                 move 2 to TIM-MBT-SCORE
             end-if
         end-if
     end-if
     if TIM-MBT-SCORE > 0
         if TIM-MBT-BEST = 0
          or TIM-MBT-SCORE > TIM-MBT-BEST-SCORE
          or (TIM-MBT-SCORE = TIM-MBT-BEST-SCORE
              and TIM-MBT-CYCLE-DATE (TIM-MBT-SUB)
                    > TIM-MBT-CYCLE-DATE (TIM-MBT-BEST))
             move TIM-MBT-SUB to TIM-MBT-BEST
             move TIM-MBT-SCORE to TIM-MBT-BEST-SCORE
         end-if
     end-if
     .

*>---FIND-DEADLINE-JOB--------------------------------------------------*
*> Locates TIM-MBT-JOB-WORK in the job table, adding it under card      *
*> TIM-MBT-BEST on first sight.  More jobs than the table holds stops   *
*> the run: a deadline report that dropped a job is worse than none.    *
*>-----------------------------------------------------------------------*
 FIND-DEADLINE-JOB.
     move 0 to TIM-DLJ-FOUND
     set TIM-DLJ-IDX to 1
     search TIM-DLJ-ENTRY
         at end
             continue
         when TIM-DLJ-IDX > TIM-DLJ-COUNT
             continue
         when TIM-DLJ-JOBID (TIM-DLJ-IDX) = TIM-MBT-JOB-WORK
             set TIM-DLJ-FOUND to TIM-DLJ-IDX
     end-search
     if TIM-DLJ-FOUND = 0
         if TIM-DLJ-COUNT >= TIM-DLJ-TABLE-SIZE
             display '*** TIMMLBY: MORE THAN 1000 JOBS UNDER DEADLINE - '
                     TIM-MBT-JOB-WORK ' NOT JUDGED ***' end-display
             move 1 to TIM-OVERALL-RC
             close JOBDISP-FILE
             close REPORT-FILE
             if TIM-ALERT-IS-OPEN
                 close ALERT-FILE
             end-if
             move TIM-OVERALL-RC to return-code
             stop run
         end-if
         add 1 to TIM-DLJ-COUNT
         move TIM-DLJ-COUNT to TIM-DLJ-FOUND
         move TIM-MBT-JOB-WORK to TIM-DLJ-JOBID (TIM-DLJ-FOUND)
         move TIM-MBT-BEST to TIM-DLJ-CARD (TIM-DLJ-FOUND)
         move spaces to TIM-DLJ-LAST-RUNID (TIM-DLJ-FOUND)
         move '(NONE)' to TIM-DLJ-DISP (TIM-DLJ-FOUND)
         move 'NOT DISPATCHED SINCE CYCLE' to TIM-DLJ-REASON (TIM-DLJ-FOUND)
         compute TIM-DLJ-DAYS-LEFT (TIM-DLJ-FOUND) =
             TIM-MBT-DUE-INT (TIM-MBT-BEST) - TIM-ASOF-INT
         end-compute
     end-if
     .

*>---NOTE-ONE-UNDISPATCHED-JOB------------------------------------------*
*> A card naming a job id is the one deadline that can be missed        *
*> without a single disposition on file - the job never reached the     *
*> pre-flight.  If the card is the one in play for its job and the job  *
*> has no entry yet, it is entered as never dispatched.  A prefix card  *
*> names no job, so only the jobs TIMJDISP has seen can be judged       *
*> against it.                                                          *
*>-----------------------------------------------------------------------*
 NOTE-ONE-UNDISPATCHED-JOB.
     add 1 to TIM-MBT-SUB
     if not TIM-MBT-IS-WILD (TIM-MBT-SUB)
         move TIM-MBT-SUB to TIM-DLJ-SUB
         move TIM-MBT-PATTERN (TIM-MBT-SUB) to TIM-MBT-JOB-WORK
         perform FIND-BEST-DEADLINE
         if TIM-MBT-BEST = TIM-DLJ-SUB
             perform FIND-DEADLINE-JOB
         end-if
         move TIM-DLJ-SUB to TIM-MBT-SUB
     end-if
     .

*>---ORDER-DEADLINE-JOBS------------------------------------------------*
*> Exchange sort of the job table into days-remaining order, the least  *
*> time left first, then job id.                                        *
*>-----------------------------------------------------------------------*
 ORDER-DEADLINE-JOBS.
     set TIM-DLJ-IS-SWAPPED to true
     perform ORDER-ONE-PASS
         until TIM-DLJ-NOT-SWAPPED or TIM-DLJ-COUNT < 2
     .

*>---ORDER-ONE-PASS-----------------------------------------------------*
 ORDER-ONE-PASS.
     set TIM-DLJ-NOT-SWAPPED to true
     move 1 to TIM-DLJ-SUB
     perform ORDER-ONE-COMPARE until TIM-DLJ-SUB >= TIM-DLJ-COUNT
     .

*>---ORDER-ONE-COMPARE--------------------------------------------------*
 ORDER-ONE-COMPARE.
     if TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB) > TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB + 1)
      or (TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB)
            = TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB + 1)
          and TIM-DLJ-JOBID (TIM-DLJ-SUB) > TIM-DLJ-JOBID (TIM-DLJ-SUB + 1))
         move TIM-DLJ-ENTRY (TIM-DLJ-SUB) to TIM-DLJ-SWAP-ENTRY
         move TIM-DLJ-ENTRY (TIM-DLJ-SUB + 1)
           to TIM-DLJ-ENTRY (TIM-DLJ-SUB)
         move TIM-DLJ-SWAP-ENTRY to TIM-DLJ-ENTRY (TIM-DLJ-SUB + 1)
         set TIM-DLJ-IS-SWAPPED to true
     end-if
     add 1 to TIM-DLJ-SUB
     .

*>---JUDGE-ONE-DEADLINE-JOB---------------------------------------------*
*> A job whose latest disposition since its cycle date is CLEARED has   *
*> gone to print and is only counted.  Any other is listed with its     *
*> days remaining - OVERDUE past the mail-by date, CRITICAL on its last *
*> day, WARNING inside the card's warning window, PENDING before it -   *
*> and, inside the window, paged.                                       *
*>-----------------------------------------------------------------------*
 JUDGE-ONE-DEADLINE-JOB.
     add 1 to TIM-DLJ-SUB
     move TIM-DLJ-CARD (TIM-DLJ-SUB) to TIM-MBT-SUB
     if TIM-DLJ-DISP (TIM-DLJ-SUB) = 'CLEARED'
         add 1 to TIM-JOBS-CLEARED
     else
         add 1 to TIM-JOBS-LISTED
         evaluate true
             when TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB) < 0
                 move 'OVERDUE' to TIM-STATUS-WORK
                 add 1 to TIM-JOBS-OVERDUE
             when TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB) <= 1
                 move 'CRITICAL' to TIM-STATUS-WORK
                 add 1 to TIM-JOBS-CRITICAL
             when TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB)
                    <= TIM-MBT-WARN-DAYS (TIM-MBT-SUB)
                 move 'WARNING' to TIM-STATUS-WORK
                 add 1 to TIM-JOBS-WARNING
             when other
                 move 'PENDING' to TIM-STATUS-WORK
         end-evaluate
         perform WRITE-ONE-DEADLINE-LINE
         if TIM-STATUS-WORK not = 'PENDING'
             move 1 to TIM-OVERALL-RC
             perform RAISE-DEADLINE-ALERT
         end-if
     end-if
     .

*>---WRITE-ONE-DEADLINE-LINE--------------------------------------------*
 WRITE-ONE-DEADLINE-LINE.
     move spaces to TIM-DEADLINE-LINE
     move TIM-DLJ-JOBID (TIM-DLJ-SUB) to TIM-DLL-JOBID
     move TIM-MBT-CYCLE-DATE (TIM-MBT-SUB) to TIM-DLL-CYCLE
     move TIM-MBT-DUE-DATE (TIM-MBT-SUB) to TIM-DLL-DUE
     move TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB) to TIM-DLL-DAYS-LEFT
     move TIM-DLJ-LAST-RUNID (TIM-DLJ-SUB) to TIM-DLL-LAST-RUNID
     move TIM-DLJ-DISP (TIM-DLJ-SUB) to TIM-DLL-DISP
     move TIM-DLJ-REASON (TIM-DLJ-SUB) to TIM-DLL-REASON
     move TIM-STATUS-WORK to TIM-DLL-STATUS
     move TIM-MBT-REGULATION (TIM-MBT-SUB) to TIM-DLL-REGULATION
     move TIM-DEADLINE-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---RAISE-DEADLINE-ALERT-----------------------------------------------*
*> One ALERTS record and its console line for a job inside its warning  *
*> window.  The alert escalates with the deadline: TIMA008W, a warning, *
*> while the job has more than a day left; TIMA009E from its last day   *
*> on, an E-severity page timalrtm escalates until somebody             *
*> acknowledges it.  The job id stands in the routine column, as it     *
*> does on timapp's job-mode alerts.                                    *
*>-----------------------------------------------------------------------*
 RAISE-DEADLINE-ALERT.
     if TIM-STATUS-WORK = 'WARNING'
         move 'TIMA008W' to TIM-ALERT-MSGID
         move 'W' to TIM-ALERT-SEVERITY
         move 'MAIL-BY DEADLINE APPROACHING' to TIM-ALERT-RC-TEXT
     else
         move 'TIMA009E' to TIM-ALERT-MSGID
         move 'E' to TIM-ALERT-SEVERITY
         if TIM-STATUS-WORK = 'OVERDUE'
             move 'MAIL-BY DEADLINE MISSED' to TIM-ALERT-RC-TEXT
         else
             move 'MAIL-BY DEADLINE DUE' to TIM-ALERT-RC-TEXT
         end-if
     end-if
     move TIM-DLJ-DAYS-LEFT (TIM-DLJ-SUB) to TIM-DAYS-TEXT
     if TIM-ALERT-IS-OPEN
         move spaces to TIM-ALERT-RECORD
         move TIM-ALERT-MSGID to TAL-MSGID
         move TIM-ALERT-SEVERITY to TAL-SEVERITY
         move function current-date to TAL-TIMESTAMP
         move TIM-DLJ-JOBID (TIM-DLJ-SUB) to TAL-ROUTINE
         move 0 to TAL-RET-CODE
         move TIM-ALERT-RC-TEXT to TAL-RC-TEXT
         string 'MAIL BY ' TIM-MBT-DUE-DATE (TIM-MBT-SUB)
                ' LEFT' TIM-DAYS-TEXT ' ' TIM-DLJ-DISP (TIM-DLJ-SUB)
             delimited by size into TAL-DETAIL
         end-string
         write TIM-ALERT-RECORD
         add 1 to TIM-ALERTS-RAISED
     end-if
     display TIM-ALERT-MSGID ' ' TIM-DLJ-JOBID (TIM-DLJ-SUB) ' MAIL BY '
             TIM-MBT-DUE-DATE (TIM-MBT-SUB) ' DAYS LEFT' TIM-DAYS-TEXT
             ' ' TIM-DLJ-DISP (TIM-DLJ-SUB) upon console end-display
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMMLBY - REGULATORY MAIL-BY DEADLINE REPORT' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-MBT-COUNT to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'AS OF: ' TIM-ASOF-DATE '   DEADLINE CARDS:' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'HELD, DEFERRED AND NEVER-CLEARED JOBS UNDER A MAIL-BY DEADLINE'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'JOB ID    CYCLE     MAIL BY    LEFT  LAST RUN  DISP      REASON'
       to TIM-REPORT-LINE
     move 'STATUS    REGULATION' to TIM-REPORT-LINE (90:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:129)
     write TIM-REPORT-LINE
     .

*>---WRITE-DEADLINE-TOTALS----------------------------------------------*
 WRITE-DEADLINE-TOTALS.
     if TIM-JOBS-LISTED = 0
         move '  NONE - EVERY JOB UNDER A DEADLINE HAS CLEARED' to
           TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-JOBS-CLEARED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'JOBS CLEARED FOR THEIR CYCLE                   :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JOBS-LISTED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'JOBS NOT YET CLEARED                           :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JOBS-WARNING to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string '  INSIDE THEIR WARNING WINDOW (TIMA008W)       :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JOBS-CRITICAL to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string '  ON THEIR LAST DAY (TIMA009E)                 :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JOBS-OVERDUE to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string '  PAST THEIR MAIL-BY DATE (TIMA009E)           :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-ALERTS-RAISED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'ALERTS WRITTEN TO ALERTS                       :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JOBS-LISTED to TIM-NUM-TEXT
     display 'TIMMLBY: AS OF ' TIM-ASOF-DATE ' -' TIM-NUM-TEXT
             ' JOBS UNDER DEADLINE NOT YET CLEARED - SEE MLBYRPT'
             end-display
     .
