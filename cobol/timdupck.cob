       >>SOURCE FORMAT IS FREE

identification division.
program-id. timdupck.

*>---------------------------------------------------------------*
*> Timitoo Systems duplicate-print and double-mailing detection  *
*>                                                               *
*> The complaint that hurts most is a customer who receives the  *
*> same statement twice.  It happens when a job is printed again *
*> under a later run id - re-driven through timjrels on a later  *
*> night, reprinted through AFPREPRT, or re-run after its        *
*> TIMRSTRT checkpoint was CLEARed through timmaint - while the  *
*> earlier output had in fact gone out.  This runs nightly,      *
*> after the pre-flight, and looks for it: every job session in  *
*> TIMRECON under the run ids being judged (DUPPRM FROM= to      *
*> ASOF=, default yesterday and today, so a night that crosses   *
*> midnight is still covered) is compared, statement by          *
*> statement through TIMSDTL, against the same job's sessions    *
*> under earlier run ids inside the LOOKBACK window (default 35  *
*> days, a statement cycle and then some).  A statement seqno    *
*> whose page went through clean in both is a repeat, paired     *
*> with the latest earlier run that printed it.  Each pair of    *
*> runs is then classified: AUTHORIZED when the earlier run's    *
*> job carries an approved reprint on REPRTLOG (timreprq) or a   *
*> release on RELSLOG (timjrels) - somebody signed for it - and  *
*> UNAUTHORIZED otherwise.  Every repeat is listed on DUPRPT     *
*> with both run ids; an unauthorized one also raises TIMA010E   *
*> in ALERTS, an E-severity page timalrtm escalates until it is  *
*> acknowledged, and sets return code 1.  Because yesterday's    *
*> run id is judged again tonight, a pair already paged on       *
*> ALERTS is listed but not paged a second time and does not set *
*> the return code.  A re-drive under the same run id rewrites   *
*> the statement detail in place, so it is the run ids that are  *
*> compared; sessions with no statement detail - the             *
*> regression's own test sessions - are not statements and are   *
*> not judged.  The report never gates PRINTRUN: by the time a   *
*> repeat is on file it has printed, and what is left is the     *
*> recall.                                                       *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> Print-job reconciliation file written by timapp - the         *
*> sessions compared, read across the window and never updated.  *
*>---------------------------------------------------------------*
     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

*>---------------------------------------------------------------*
*> Statement-level print detail - walked in key order for each   *
*> session judged, and read at random for the same statements    *
*> under the job's earlier runs.                                 *
*>---------------------------------------------------------------*
     select SDTL-FILE assign to "TIMSDTL"
         organization is indexed
         access mode is dynamic
         record key is TSD-KEY
         file status is TIM-SDTL-STATUS.

*>---------------------------------------------------------------*
*> The two override logs that can authorize a repeat, both in    *
*> the TIMOVRD layout and each read into the one working-storage *
*> copy of it.  Either may be missing; a repeat it would have    *
*> covered is then reported as unauthorized, and the report says *
*> which log it could not read.                                  *
*>---------------------------------------------------------------*
     select REPRTLOG-FILE assign to "REPRTLOG"
         organization is line sequential
         file status is TIM-REPRTLOG-STATUS.

     select RELSLOG-FILE assign to "RELSLOG"
         organization is line sequential
         file status is TIM-RELSLOG-STATUS.

*>---------------------------------------------------------------*
*> Run-control cards - ASOF=yyyymmdd and FROM=yyyymmdd bound the *
*> run ids judged, LOOKBACK=days how far back an earlier print   *
*> is looked for.                                                *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "DUPPRM"
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

     select REPORT-FILE assign to "DUPRPT"
         organization is line sequential.

data division.

file section.

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  SDTL-FILE.
copy "TIMSDTL.cpy".

fd  REPRTLOG-FILE.
01  TIM-REPRTLOG-RECORD        pic x(111).

fd  RELSLOG-FILE.
01  TIM-RELSLOG-RECORD         pic x(111).

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  ALERT-FILE.
copy "TIMALRT.cpy".

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

copy "TIMOVRD.cpy".

01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-SDTL-STATUS            pic x(2)    value '00'.
01  TIM-REPRTLOG-STATUS        pic x(2)    value '00'.
01  TIM-RELSLOG-STATUS         pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-ALERT-STATUS           pic x(2)    value '00'.

01  TIM-SOURCE-EOF-SW          pic x(1)    value 'N'.
    88  TIM-SOURCE-AT-EOF                  value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-ALERT-OPEN-SW          pic x(1)    value 'N'.
    88  TIM-ALERT-IS-OPEN                  value 'Y'.
01  TIM-SCAN-DONE-SW           pic x(1)    value 'N'.
    88  TIM-SCAN-IS-DONE                   value 'Y'.
    88  TIM-SCAN-GOING                     value 'N'.
01  TIM-PRINT-FOUND-SW         pic x(1)    value 'N'.
    88  TIM-PRINT-IS-FOUND                 value 'Y'.
    88  TIM-PRINT-NOT-FOUND                value 'N'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.
01  TIM-MISSING-NAME           pic x(8)   value spaces.
01  TIM-MISSING-STATUS         pic x(2)   value spaces.
01  TIM-SOURCES-MISSING        pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The window.  Run ids FROM through ASOF are judged; earlier    *
*> prints are looked for back to TIM-EARLIEST-DATE, LOOKBACK     *
*> days before FROM.  TIM-DATE-WORK takes each date through the  *
*> day-number arithmetic.                                        *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-ASOF-DATE              pic x(8)   value spaces.
01  TIM-FROM-DATE              pic x(8)   value spaces.
01  TIM-EARLIEST-DATE          pic x(8)   value spaces.
01  TIM-DATE-WORK              pic x(8)   value spaces.
01  TIM-DATE-WORK-N redefines TIM-DATE-WORK
                               pic 9(8).
01  TIM-DATE-INT               pic s9(9)  comp-5  value 0.
01  TIM-LOOKBACK-DAYS          pic 9(3)   comp-5  value 35.

*>---------------------------------------------------------------*
*> Approved reprints and releases inside the window - the        *
*> authority a repeat of the earlier run's job can ride on.      *
*> Kind 'P' is a REPRTLOG reprint APPROVED, 'R' a RELSLOG        *
*> release.                                                      *
*>---------------------------------------------------------------*
78  TIM-AUT-TABLE-SIZE         value 2000.
01  TIM-AUT-TABLE.
    05  TIM-AUT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-AUT-IDX.
        10  TIM-AUT-RUNID      pic x(8).
        10  TIM-AUT-JOBID      pic x(8).
        10  TIM-AUT-KIND       pic x(1).
            88  TIM-AUT-IS-REPRINT          value 'P'.
            88  TIM-AUT-IS-RELEASE          value 'R'.
        10  TIM-AUT-OPERATOR   pic x(8).
        10  TIM-AUT-DATE       pic x(8).
01  TIM-AUT-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-AUT-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-AUT-KIND-WORK          pic x(1)   value space.
01  TIM-AUT-LOG-NAME           pic x(8)   value spaces.

*>---------------------------------------------------------------*
*> Every TIMRECON session from the earliest date through ASOF,   *
*> in key order - run id, then job id - so a job's earlier       *
*> sessions are the entries above it in the table.               *
*>---------------------------------------------------------------*
78  TIM-SES-TABLE-SIZE         value 10000.
01  TIM-SES-TABLE.
    05  TIM-SES-ENTRY OCCURS 10000 TIMES.
        10  TIM-SES-RUNID      pic x(8).
        10  TIM-SES-JOBID      pic x(8).
        10  TIM-SES-DEST       pic x(8).
01  TIM-SES-COUNT              pic s9(9)  comp-5  value 0.
01  TIM-SES-SUB                pic s9(9)  comp-5  value 0.
01  TIM-SES-BACK               pic s9(9)  comp-5  value 0.
01  TIM-SESSIONS-JUDGED        pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The session being judged and its job's earlier sessions,      *
*> latest first, each with the statements found repeated against *
*> it.  A statement is paired with the first - the latest -      *
*> earlier run that printed it.                                  *
*>---------------------------------------------------------------*
78  TIM-ERL-TABLE-SIZE         value 60.
01  TIM-ERL-TABLE.
    05  TIM-ERL-ENTRY OCCURS 60 TIMES.
        10  TIM-ERL-SES        pic s9(9) comp-5.
        10  TIM-ERL-STMTS      pic s9(9) comp-5.
        10  TIM-ERL-FIRST-SEQ  pic 9(7).
        10  TIM-ERL-LAST-SEQ   pic 9(7).
01  TIM-ERL-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-ERL-SUB                pic s9(4)  comp-5  value 0.
01  TIM-SCAN-KEY.
    05  TIM-SCAN-RUNID         pic x(8).
    05  TIM-SCAN-JOBID         pic x(8).
    05  TIM-SCAN-SEQNO         pic 9(7).

*>---------------------------------------------------------------*
*> TIMA010E pages already on ALERTS for a repeat run id inside   *
*> the window - job, first run and repeat run, as the detail     *
*> line carries them.  A night that crosses midnight is judged   *
*> on two nights running; the second finds its page here and    *
*> does not page it again.                                       *
*>---------------------------------------------------------------*
78  TIM-PAL-TABLE-SIZE         value 2000.
01  TIM-PAL-TABLE.
    05  TIM-PAL-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-PAL-IDX.
        10  TIM-PAL-JOBID      pic x(8).
        10  TIM-PAL-FIRST-RUNID
                               pic x(8).
        10  TIM-PAL-REPEAT-RUNID
                               pic x(8).
01  TIM-PAL-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-PAL-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-PAL-DROPPED            pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The alert being raised, the report line and the run totals.   *
*>---------------------------------------------------------------*
01  TIM-CLASS-WORK             pic x(12)  value spaces.
01  TIM-AUTHORITY-WORK         pic x(40)  value spaces.
01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-NUM2-TEXT              pic z(8)9.
01  TIM-STMTS-CHECKED          pic s9(9)  comp-5  value 0.
01  TIM-REPEATS-AUTHORIZED     pic s9(9)  comp-5  value 0.
01  TIM-REPEATS-UNAUTHORIZED   pic s9(9)  comp-5  value 0.
01  TIM-STMTS-AUTHORIZED       pic s9(9)  comp-5  value 0.
01  TIM-STMTS-UNAUTHORIZED     pic s9(9)  comp-5  value 0.
01  TIM-ALERTS-RAISED          pic s9(9)  comp-5  value 0.
01  TIM-REPEATS-PAGED-BEFORE   pic s9(9)  comp-5  value 0.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

01  TIM-REPEAT-LINE.
    05  TIM-RPL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-FIRST-RUNID    pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-REPEAT-RUNID   pic x(8).
    05  filler                 pic x(3)   value spaces.
    05  TIM-RPL-DEST           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-STMTS          pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-FIRST-SEQ      pic z(6)9.
    05  TIM-RPL-DASH           pic x(1).
    05  TIM-RPL-LAST-SEQ       pic z(6)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-CLASS          pic x(12).
    05  filler                 pic x(2)   value spaces.
    05  TIM-RPL-AUTHORITY      pic x(40).
    05  filler                 pic x(9)   value spaces.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.

 open output REPORT-FILE.
 perform WRITE-REPORT-HEADING.

 perform LOAD-REPRINT-AUTHORITY.
 perform LOAD-RELEASE-AUTHORITY.
 perform LOAD-SESSIONS.

 open input SDTL-FILE.
 if TIM-SDTL-STATUS not = '00'
     display '*** TIMDUPCK: ERROR OPENING TIMSDTL - FILE STATUS='
             TIM-SDTL-STATUS ' - no statements to compare ***'
             end-display
     move 1 to TIM-OVERALL-RC
     close REPORT-FILE
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 perform LOAD-PRIOR-ALERTS.
 open extend ALERT-FILE.
 if TIM-ALERT-STATUS = '00'
     set TIM-ALERT-IS-OPEN to true
 else
     display '*** TIMDUPCK: ERROR OPENING ALERTS - FILE STATUS='
             TIM-ALERT-STATUS ' - repeats reported but not paged ***'
             end-display
     move 1 to TIM-OVERALL-RC
 end-if.

 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move 'JOB ID    FIRST RUN REPEAT RUN DEST          STMTS    SEQNO RANGE'
   to TIM-REPORT-LINE.
 move 'CLASS         AUTHORITY' to TIM-REPORT-LINE (70:).
 write TIM-REPORT-LINE.
 move all '-' to TIM-REPORT-LINE (1:123).
 write TIM-REPORT-LINE.

 move 0 to TIM-SES-SUB.
 perform JUDGE-ONE-SESSION until TIM-SES-SUB >= TIM-SES-COUNT.
 close SDTL-FILE.
 perform WRITE-REPEAT-TOTALS.

 if TIM-ALERT-IS-OPEN
     close ALERT-FILE
 end-if.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> ASOF=yyyymmdd is the last run id judged (default today) and          *
*> FROM=yyyymmdd the first (default the day before ASOF);               *
*> LOOKBACK=days, 1 to 999, is how far before FROM an earlier print is  *
*> looked for.  A date that is not a real one, FROM after ASOF, or a    *
*> LOOKBACK out of range stops the run before anything is written.      *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     move TIM-CURRENT-TS (1:8) to TIM-ASOF-DATE
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMDUPCK: no DUPPRM file - defaults in force' end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     move TIM-ASOF-DATE to TIM-DATE-WORK
     perform CHECK-ONE-PARM-DATE
     if TIM-FROM-DATE = spaces
         compute TIM-DATE-INT =
             function integer-of-date(TIM-DATE-WORK-N) - 1
         end-compute
         move function date-of-integer(TIM-DATE-INT) to TIM-DATE-WORK-N
         move TIM-DATE-WORK to TIM-FROM-DATE
     end-if
     move TIM-FROM-DATE to TIM-DATE-WORK
     perform CHECK-ONE-PARM-DATE
     if TIM-FROM-DATE > TIM-ASOF-DATE
         display '*** TIMDUPCK: FROM ' TIM-FROM-DATE ' IS AFTER ASOF '
                 TIM-ASOF-DATE ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     compute TIM-DATE-INT =
         function integer-of-date(TIM-DATE-WORK-N) - TIM-LOOKBACK-DAYS
     end-compute
     move function date-of-integer(TIM-DATE-INT) to TIM-DATE-WORK-N
     move TIM-DATE-WORK to TIM-EARLIEST-DATE
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
                 when 'FROM'
                     move TIM-PARM-VALUE (1:8) to TIM-FROM-DATE
                 when 'LOOKBACK'
                     if function test-numval(TIM-PARM-VALUE) not = 0
                         display '*** TIMDUPCK: LOOKBACK IS NOT A NUMBER: '
                                 TIM-PARM-VALUE ' ***' end-display
                         move 1 to TIM-OVERALL-RC
                         move TIM-OVERALL-RC to return-code
                         stop run
                     end-if
                     if function numval(TIM-PARM-VALUE) < 1
                      or function numval(TIM-PARM-VALUE) > 999
                         display '*** TIMDUPCK: LOOKBACK OUT OF RANGE: '
                                 TIM-PARM-VALUE ' ***' end-display
                         move 1 to TIM-OVERALL-RC
                         move TIM-OVERALL-RC to return-code
                         stop run
                     end-if
                     move function numval(TIM-PARM-VALUE)
                       to TIM-LOOKBACK-DAYS
                 when other
                     display 'TIMDUPCK: unrecognized DUPPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---CHECK-ONE-PARM-DATE------------------------------------------------*
*> Refuses a date in TIM-DATE-WORK that is not a real yyyymmdd.         *
*>-----------------------------------------------------------------------*
 CHECK-ONE-PARM-DATE.
     if TIM-DATE-WORK is not numeric
      or TIM-DATE-WORK (5:2) < '01' or TIM-DATE-WORK (5:2) > '12'
      or TIM-DATE-WORK (7:2) < '01' or TIM-DATE-WORK (7:2) > '31'
         display '*** TIMDUPCK: DUPPRM DATE IS NOT A VALID YYYYMMDD: '
                 TIM-DATE-WORK ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     .

*>---LOAD-REPRINT-AUTHORITY---------------------------------------------*
*> Files every REPRINT request timreprq APPROVED for a run id inside    *
*> the window.  The second approver's APPROVE line rides on the same    *
*> request and adds nothing here.                                       *
*>-----------------------------------------------------------------------*
 LOAD-REPRINT-AUTHORITY.
     open input REPRTLOG-FILE
     if TIM-REPRTLOG-STATUS not = '00'
         move 'REPRTLOG' to TIM-MISSING-NAME
         move TIM-REPRTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 'REPRTLOG' to TIM-AUT-LOG-NAME
         perform LOAD-ONE-REPRINT until TIM-SOURCE-AT-EOF
         close REPRTLOG-FILE
     end-if
     .

*>---LOAD-ONE-REPRINT---------------------------------------------------*
 LOAD-ONE-REPRINT.
     read REPRTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-REPRTLOG-RECORD to TIM-OVERRIDE-RECORD
         if TOV-ACTION = 'REPRINT' and TOV-RESULT = 'APPROVED'
             move 'P' to TIM-AUT-KIND-WORK
             perform FILE-ONE-AUTHORITY
         end-if
     end-if
     .

*>---LOAD-RELEASE-AUTHORITY---------------------------------------------*
*> Files every held job timjrels RELEASED for a run id inside the       *
*> window.                                                              *
*>-----------------------------------------------------------------------*
 LOAD-RELEASE-AUTHORITY.
     open input RELSLOG-FILE
     if TIM-RELSLOG-STATUS not = '00'
         move 'RELSLOG' to TIM-MISSING-NAME
         move TIM-RELSLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 'RELSLOG' to TIM-AUT-LOG-NAME
         perform LOAD-ONE-RELEASE until TIM-SOURCE-AT-EOF
         close RELSLOG-FILE
     end-if
     .

*>---LOAD-ONE-RELEASE---------------------------------------------------*
 LOAD-ONE-RELEASE.
     read RELSLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-RELSLOG-RECORD to TIM-OVERRIDE-RECORD
         if TOV-ACTION = 'RELEASE' and TOV-RESULT = 'RELEASED'
             move 'R' to TIM-AUT-KIND-WORK
             perform FILE-ONE-AUTHORITY
         end-if
     end-if
     .

*>---FILE-ONE-AUTHORITY-------------------------------------------------*
*> One authority from TIM-OVERRIDE-RECORD into the table, when its run  *
*> id falls inside the window.  More than the table holds stops the     *
*> run: a dropped authority would report a signed-for reprint as a      *
*> double mailing.                                                      *
*>-----------------------------------------------------------------------*
 FILE-ONE-AUTHORITY.
     if TOV-RUNID >= TIM-EARLIEST-DATE and TOV-RUNID <= TIM-ASOF-DATE
         if TIM-AUT-COUNT >= TIM-AUT-TABLE-SIZE
             display '*** TIMDUPCK: MORE THAN 2000 AUTHORITIES IN THE '
                     'WINDOW - ' TIM-AUT-LOG-NAME ' NOT FULLY READ ***'
                     end-display
             move 1 to TIM-OVERALL-RC
             if TIM-AUT-LOG-NAME = 'REPRTLOG'
                 close REPRTLOG-FILE
             else
                 close RELSLOG-FILE
             end-if
             close REPORT-FILE
             move TIM-OVERALL-RC to return-code
             stop run
         end-if
         add 1 to TIM-AUT-COUNT
         set TIM-AUT-IDX to TIM-AUT-COUNT
         move TOV-RUNID to TIM-AUT-RUNID (TIM-AUT-IDX)
         move TOV-JOBID to TIM-AUT-JOBID (TIM-AUT-IDX)
         move TIM-AUT-KIND-WORK to TIM-AUT-KIND (TIM-AUT-IDX)
         move TOV-OPERATOR to TIM-AUT-OPERATOR (TIM-AUT-IDX)
         move TOV-TIMESTAMP (1:8) to TIM-AUT-DATE (TIM-AUT-IDX)
     end-if
     .

*>---LOAD-SESSIONS------------------------------------------------------*
*> Reads TIMRECON from the earliest date through ASOF into the session  *
*> table.  No TIMRECON, or more sessions than the table holds, stops    *
*> the run - a repeat against a session the table dropped would go      *
*> unseen.                                                              *
*>-----------------------------------------------------------------------*
 LOAD-SESSIONS.
     open input RECON-FILE
     if TIM-RECON-STATUS not = '00'
         display '*** TIMDUPCK: ERROR OPENING TIMRECON - FILE STATUS='
                 TIM-RECON-STATUS ' - no sessions to compare ***'
                 end-display
         move 1 to TIM-OVERALL-RC
         close REPORT-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     move 'N' to TIM-SOURCE-EOF-SW
     move spaces to TRC-KEY
     move TIM-EARLIEST-DATE to TRC-RUNID
     start RECON-FILE key not < TRC-KEY
         invalid key
             set TIM-SOURCE-AT-EOF to true
     end-start
     perform LOAD-ONE-SESSION until TIM-SOURCE-AT-EOF
     close RECON-FILE
     .

*>---LOAD-ONE-SESSION---------------------------------------------------*
 LOAD-ONE-SESSION.
     read RECON-FILE next
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
      and TRC-RUNID > TIM-ASOF-DATE
         set TIM-SOURCE-AT-EOF to true
     end-if
     if not TIM-SOURCE-AT-EOF
         if TIM-SES-COUNT >= TIM-SES-TABLE-SIZE
             display '*** TIMDUPCK: MORE THAN 10000 SESSIONS IN THE '
                     'WINDOW - SHORTEN LOOKBACK ***' end-display
             move 1 to TIM-OVERALL-RC
             close RECON-FILE
             close REPORT-FILE
             move TIM-OVERALL-RC to return-code
             stop run
         end-if
         add 1 to TIM-SES-COUNT
         move TRC-RUNID to TIM-SES-RUNID (TIM-SES-COUNT)
         move TRC-JOBID to TIM-SES-JOBID (TIM-SES-COUNT)
         move TRC-DEST to TIM-SES-DEST (TIM-SES-COUNT)
     end-if
     .

*>---JUDGE-ONE-SESSION--------------------------------------------------*
*> A session under a run id being judged, whose job also had a session  *
*> under an earlier run inside the window, has its statements compared  *
*> against those earlier runs, and the repeats found are reported one   *
*> line per earlier run.                                                *
*>-----------------------------------------------------------------------*
 JUDGE-ONE-SESSION.
     add 1 to TIM-SES-SUB
     if TIM-SES-RUNID (TIM-SES-SUB) >= TIM-FROM-DATE
         add 1 to TIM-SESSIONS-JUDGED
         move 0 to TIM-ERL-COUNT
         move TIM-SES-SUB to TIM-SES-BACK
         perform LIST-ONE-EARLIER-SESSION until TIM-SES-BACK <= 1
         if TIM-ERL-COUNT > 0
             perform SCAN-SESSION-STATEMENTS
             move 0 to TIM-ERL-SUB
             perform REPORT-ONE-REPEAT until TIM-ERL-SUB >= TIM-ERL-COUNT
         end-if
     end-if
     .

*>---LIST-ONE-EARLIER-SESSION-------------------------------------------*
*> Walks back up the session table; every entry above the one being     *
*> judged is an earlier run id or an earlier job under the same one.    *
*> Past sixty earlier sessions the oldest are not compared.             *
*>-----------------------------------------------------------------------*
 LIST-ONE-EARLIER-SESSION.
     subtract 1 from TIM-SES-BACK
     if TIM-SES-JOBID (TIM-SES-BACK) = TIM-SES-JOBID (TIM-SES-SUB)
      and TIM-SES-RUNID (TIM-SES-BACK) < TIM-SES-RUNID (TIM-SES-SUB)
      and TIM-ERL-COUNT < TIM-ERL-TABLE-SIZE
         add 1 to TIM-ERL-COUNT
         move TIM-SES-BACK to TIM-ERL-SES (TIM-ERL-COUNT)
         move 0 to TIM-ERL-STMTS (TIM-ERL-COUNT)
         move 0 to TIM-ERL-FIRST-SEQ (TIM-ERL-COUNT)
         move 0 to TIM-ERL-LAST-SEQ (TIM-ERL-COUNT)
     end-if
     .

*>---SCAN-SESSION-STATEMENTS--------------------------------------------*
*> Walks the session's TIMSDTL statements in seqno order.  Looking a    *
*> statement up under an earlier run moves the file's position, so the  *
*> walk is re-started just past the statement each time.                *
*>-----------------------------------------------------------------------*
 SCAN-SESSION-STATEMENTS.
     set TIM-SCAN-GOING to true
     move TIM-SES-RUNID (TIM-SES-SUB) to TSD-RUNID
     move TIM-SES-JOBID (TIM-SES-SUB) to TSD-JOBID
     move 0 to TSD-STMT-SEQNO
     start SDTL-FILE key not < TSD-KEY
         invalid key
             set TIM-SCAN-IS-DONE to true
     end-start
     if TIM-SCAN-GOING
         perform READ-NEXT-STATEMENT
     end-if
     perform JUDGE-ONE-STATEMENT until TIM-SCAN-IS-DONE
     .

*>---READ-NEXT-STATEMENT------------------------------------------------*
 READ-NEXT-STATEMENT.
     read SDTL-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if TIM-SCAN-GOING
         if TSD-RUNID not = TIM-SES-RUNID (TIM-SES-SUB)
          or TSD-JOBID not = TIM-SES-JOBID (TIM-SES-SUB)
             set TIM-SCAN-IS-DONE to true
         end-if
     end-if
     .

*>---JUDGE-ONE-STATEMENT------------------------------------------------*
*> A statement whose page went through clean is looked for under each   *
*> earlier run, latest first.                                           *
*>-----------------------------------------------------------------------*
 JUDGE-ONE-STATEMENT.
     if TSD-RET-CODE = 0
         add 1 to TIM-STMTS-CHECKED
         move TSD-KEY to TIM-SCAN-KEY
         set TIM-PRINT-NOT-FOUND to true
         move 0 to TIM-ERL-SUB
         perform LOOK-ONE-EARLIER-PRINT
             until TIM-PRINT-IS-FOUND or TIM-ERL-SUB >= TIM-ERL-COUNT
         move TIM-SCAN-KEY to TSD-KEY
         start SDTL-FILE key > TSD-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
     end-if
     if TIM-SCAN-GOING
         perform READ-NEXT-STATEMENT
     end-if
     .

*>---LOOK-ONE-EARLIER-PRINT---------------------------------------------*
 LOOK-ONE-EARLIER-PRINT.
     add 1 to TIM-ERL-SUB
     move TIM-SES-RUNID (TIM-ERL-SES (TIM-ERL-SUB)) to TSD-RUNID
     move TIM-SCAN-JOBID to TSD-JOBID
     move TIM-SCAN-SEQNO to TSD-STMT-SEQNO
     read SDTL-FILE
         invalid key
             continue
         not invalid key
             if TSD-RET-CODE = 0
                 set TIM-PRINT-IS-FOUND to true
                 add 1 to TIM-ERL-STMTS (TIM-ERL-SUB)
                 if TIM-ERL-FIRST-SEQ (TIM-ERL-SUB) = 0
                     move TIM-SCAN-SEQNO to TIM-ERL-FIRST-SEQ (TIM-ERL-SUB)
                 end-if
                 move TIM-SCAN-SEQNO to TIM-ERL-LAST-SEQ (TIM-ERL-SUB)
             end-if
     end-read
     .

*>---REPORT-ONE-REPEAT--------------------------------------------------*
*> One line for the statements the judged session repeated from one     *
*> earlier run, classified by whether that earlier run's job was signed *
*> out again - an approved reprint outranks a release when the log      *
*> holds both.  An unauthorized repeat is paged, unless an earlier      *
*> night's run already paged the same one.                             *
*>-----------------------------------------------------------------------*
 REPORT-ONE-REPEAT.
     add 1 to TIM-ERL-SUB
     if TIM-ERL-STMTS (TIM-ERL-SUB) > 0
         move TIM-SES-JOBID (TIM-SES-SUB) to TIM-SCAN-JOBID
         move TIM-SES-RUNID (TIM-ERL-SES (TIM-ERL-SUB)) to TIM-SCAN-RUNID
         move 'P' to TIM-AUT-KIND-WORK
         perform FIND-AUTHORITY
         if TIM-AUT-FOUND = 0
             move 'R' to TIM-AUT-KIND-WORK
             perform FIND-AUTHORITY
         end-if
         move spaces to TIM-AUTHORITY-WORK
         if TIM-AUT-FOUND > 0
             move 'AUTHORIZED' to TIM-CLASS-WORK
             add 1 to TIM-REPEATS-AUTHORIZED
             add TIM-ERL-STMTS (TIM-ERL-SUB) to TIM-STMTS-AUTHORIZED
             if TIM-AUT-IS-REPRINT (TIM-AUT-FOUND)
                 string 'REPRTLOG REPRINT APPROVED '
                        TIM-AUT-DATE (TIM-AUT-FOUND) ' '
                        TIM-AUT-OPERATOR (TIM-AUT-FOUND)
                     delimited by size into TIM-AUTHORITY-WORK
                 end-string
             else
                 string 'RELSLOG RELEASED '
                        TIM-AUT-DATE (TIM-AUT-FOUND) ' '
                        TIM-AUT-OPERATOR (TIM-AUT-FOUND)
                     delimited by size into TIM-AUTHORITY-WORK
                 end-string
             end-if
         else
             move 'UNAUTHORIZED' to TIM-CLASS-WORK
             add 1 to TIM-REPEATS-UNAUTHORIZED
             add TIM-ERL-STMTS (TIM-ERL-SUB) to TIM-STMTS-UNAUTHORIZED
             perform FIND-PRIOR-ALERT
             if TIM-PAL-FOUND > 0
                 move 'NO AUTHORITY - TIMA010E ALREADY RAISED'
                   to TIM-AUTHORITY-WORK
                 add 1 to TIM-REPEATS-PAGED-BEFORE
             else
                 move 'NO APPROVED REPRINT OR RELEASE ON FILE'
                   to TIM-AUTHORITY-WORK
                 move 1 to TIM-OVERALL-RC
             end-if
         end-if
         move spaces to TIM-REPEAT-LINE
         move TIM-SES-JOBID (TIM-SES-SUB) to TIM-RPL-JOBID
         move TIM-SCAN-RUNID to TIM-RPL-FIRST-RUNID
         move TIM-SES-RUNID (TIM-SES-SUB) to TIM-RPL-REPEAT-RUNID
         move TIM-SES-DEST (TIM-SES-SUB) to TIM-RPL-DEST
         move TIM-ERL-STMTS (TIM-ERL-SUB) to TIM-RPL-STMTS
         move TIM-ERL-FIRST-SEQ (TIM-ERL-SUB) to TIM-RPL-FIRST-SEQ
         move '-' to TIM-RPL-DASH
         move TIM-ERL-LAST-SEQ (TIM-ERL-SUB) to TIM-RPL-LAST-SEQ
         move TIM-CLASS-WORK to TIM-RPL-CLASS
         move TIM-AUTHORITY-WORK to TIM-RPL-AUTHORITY
         move TIM-REPEAT-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         if TIM-AUT-FOUND = 0 and TIM-PAL-FOUND = 0
             perform RAISE-REPEAT-ALERT
         end-if
     end-if
     .

*>---FIND-AUTHORITY-----------------------------------------------------*
*> Looks for an authority of kind TIM-AUT-KIND-WORK against the earlier *
*> run's job, TIM-SCAN-RUNID / TIM-SCAN-JOBID, leaving it in            *
*> TIM-AUT-FOUND or zero.                                               *
*>-----------------------------------------------------------------------*
 FIND-AUTHORITY.
     move 0 to TIM-AUT-FOUND
     if TIM-AUT-COUNT > 0
         set TIM-AUT-IDX to 1
         search TIM-AUT-ENTRY
             at end
                 continue
             when TIM-AUT-IDX > TIM-AUT-COUNT
                 continue
             when TIM-AUT-RUNID (TIM-AUT-IDX) = TIM-SCAN-RUNID
              and TIM-AUT-JOBID (TIM-AUT-IDX) = TIM-SCAN-JOBID
              and TIM-AUT-KIND (TIM-AUT-IDX) = TIM-AUT-KIND-WORK
                 set TIM-AUT-FOUND to TIM-AUT-IDX
         end-search
     end-if
     .

*>---LOAD-PRIOR-ALERTS--------------------------------------------------*
*> Files every TIMA010E already on ALERTS whose repeat run id is inside *
*> the window - tonight's check judges yesterday's run id again, so a   *
*> night that crosses midnight is not missed, and those pages must not  *
*> go out twice.  The first run id leads the detail line and the repeat *
*> run id follows ' AGAIN '.  No ALERTS to read means nothing was paged *
*> before; more pages than the table holds are paged again rather than  *
*> lost.                                                                *
*>-----------------------------------------------------------------------*
 LOAD-PRIOR-ALERTS.
     open input ALERT-FILE
     if TIM-ALERT-STATUS = '00'
         move 'N' to TIM-SOURCE-EOF-SW
         perform LOAD-ONE-PRIOR-ALERT until TIM-SOURCE-AT-EOF
         close ALERT-FILE
     end-if
     if TIM-PAL-DROPPED > 0
         move TIM-PAL-DROPPED to TIM-NUM-TEXT
         display 'TIMDUPCK: PRIOR TIMA010E TABLE FULL -' TIM-NUM-TEXT
                 ' EARLIER PAGES NOT CHECKED' end-display
     end-if
     .

*>---LOAD-ONE-PRIOR-ALERT-----------------------------------------------*
 LOAD-ONE-PRIOR-ALERT.
     read ALERT-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         if TAL-MSGID = 'TIMA010E'
          and TAL-DETAIL (9:7) = ' AGAIN '
          and TAL-DETAIL (16:8) >= TIM-FROM-DATE
          and TAL-DETAIL (16:8) <= TIM-ASOF-DATE
             if TIM-PAL-COUNT < TIM-PAL-TABLE-SIZE
                 add 1 to TIM-PAL-COUNT
                 set TIM-PAL-IDX to TIM-PAL-COUNT
                 move TAL-ROUTINE (1:8) to TIM-PAL-JOBID (TIM-PAL-IDX)
                 move TAL-DETAIL (1:8)
                   to TIM-PAL-FIRST-RUNID (TIM-PAL-IDX)
                 move TAL-DETAIL (16:8)
                   to TIM-PAL-REPEAT-RUNID (TIM-PAL-IDX)
             else
                 add 1 to TIM-PAL-DROPPED
             end-if
         end-if
     end-if
     .

*>---FIND-PRIOR-ALERT---------------------------------------------------*
*> Looks for a page already raised for the judged session's job         *
*> repeating TIM-SCAN-RUNID, leaving it in TIM-PAL-FOUND or zero.       *
*>-----------------------------------------------------------------------*
 FIND-PRIOR-ALERT.
     move 0 to TIM-PAL-FOUND
     if TIM-PAL-COUNT > 0
         set TIM-PAL-IDX to 1
         search TIM-PAL-ENTRY
             at end
                 continue
             when TIM-PAL-IDX > TIM-PAL-COUNT
                 continue
             when TIM-PAL-JOBID (TIM-PAL-IDX) = TIM-SES-JOBID (TIM-SES-SUB)
              and TIM-PAL-FIRST-RUNID (TIM-PAL-IDX) = TIM-SCAN-RUNID
              and TIM-PAL-REPEAT-RUNID (TIM-PAL-IDX)
                  = TIM-SES-RUNID (TIM-SES-SUB)
                 set TIM-PAL-FOUND to TIM-PAL-IDX
         end-search
     end-if
     .

*>---RAISE-REPEAT-ALERT-------------------------------------------------*
*> One TIMA010E record in ALERTS and its console line for an            *
*> unauthorized repeat - E severity, so timalrtm escalates it until     *
*> somebody acknowledges it.  The job id stands in the routine column,  *
*> as it does on timapp's job-mode alerts.                              *
*>-----------------------------------------------------------------------*
 RAISE-REPEAT-ALERT.
     move TIM-ERL-STMTS (TIM-ERL-SUB) to TIM-NUM-TEXT
     if TIM-ALERT-IS-OPEN
         move spaces to TIM-ALERT-RECORD
         move 'TIMA010E' to TAL-MSGID
         move 'E' to TAL-SEVERITY
         move function current-date to TAL-TIMESTAMP
         move TIM-SES-JOBID (TIM-SES-SUB) to TAL-ROUTINE
         move 0 to TAL-RET-CODE
         move 'UNAUTHORIZED REPEAT PRINT' to TAL-RC-TEXT
         string TIM-SCAN-RUNID ' AGAIN ' TIM-SES-RUNID (TIM-SES-SUB)
                TIM-NUM-TEXT ' STMTS'
             delimited by size into TAL-DETAIL
         end-string
         write TIM-ALERT-RECORD
         add 1 to TIM-ALERTS-RAISED
     end-if
     display 'TIMA010E ' TIM-SES-JOBID (TIM-SES-SUB) ' RUN ' TIM-SCAN-RUNID
             ' PRINTED AGAIN UNDER ' TIM-SES-RUNID (TIM-SES-SUB) ' -'
             TIM-NUM-TEXT ' STATEMENTS, NO AUTHORITY' upon console
             end-display
     .

*>---NOTE-SOURCE-MISSING------------------------------------------------*
 NOTE-SOURCE-MISSING.
     add 1 to TIM-SOURCES-MISSING
     move spaces to TIM-REPORT-LINE
     string 'SOURCE NOT READ: ' TIM-MISSING-NAME
            ' (FILE STATUS ' TIM-MISSING-STATUS
            ') - REPEATS IT WOULD AUTHORIZE SHOW AS UNAUTHORIZED'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     display 'TIMDUPCK: ' TIM-MISSING-NAME ' not opened - FILE STATUS='
             TIM-MISSING-STATUS end-display
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMDUPCK - DUPLICATE-PRINT AND DOUBLE-MAILING DETECTION'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     move TIM-LOOKBACK-DAYS to TIM-NUM-TEXT
     string 'RUN IDS JUDGED: ' TIM-FROM-DATE ' TO ' TIM-ASOF-DATE
            '   EARLIER PRINTS LOOKED FOR FROM ' TIM-EARLIEST-DATE
            ' (LOOKBACK' TIM-NUM-TEXT ' DAYS)'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-REPEAT-TOTALS------------------------------------------------*
 WRITE-REPEAT-TOTALS.
     if TIM-REPEATS-AUTHORIZED = 0 and TIM-REPEATS-UNAUTHORIZED = 0
         move '  NONE - NO STATEMENT PRINTED UNDER MORE THAN ONE RUN ID'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-SESSIONS-JUDGED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'SESSIONS JUDGED                                :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-STMTS-CHECKED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'STATEMENTS COMPARED WITH EARLIER RUNS          :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-REPEATS-AUTHORIZED to TIM-NUM-TEXT
     move TIM-STMTS-AUTHORIZED to TIM-NUM2-TEXT
     move spaces to TIM-REPORT-LINE
     string 'AUTHORIZED REPEATS / STATEMENTS                :' TIM-NUM-TEXT
            ' /' TIM-NUM2-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-REPEATS-UNAUTHORIZED to TIM-NUM-TEXT
     move TIM-STMTS-UNAUTHORIZED to TIM-NUM2-TEXT
     move spaces to TIM-REPORT-LINE
     string 'UNAUTHORIZED REPEATS / STATEMENTS (TIMA010E)   :' TIM-NUM-TEXT
            ' /' TIM-NUM2-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-ALERTS-RAISED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'ALERTS WRITTEN TO ALERTS                       :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-REPEATS-PAGED-BEFORE to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'UNAUTHORIZED, PAGED ON AN EARLIER RUN          :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-REPEATS-UNAUTHORIZED to TIM-NUM-TEXT
     display 'TIMDUPCK: ' TIM-FROM-DATE ' TO ' TIM-ASOF-DATE ' -'
             TIM-NUM-TEXT ' UNAUTHORIZED REPEAT(S) - SEE DUPRPT' end-display
     .
