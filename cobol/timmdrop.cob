       >>SOURCE FORMAT IS FREE

identification division.
program-id. timmdrop.

*>---------------------------------------------------------------*
*> Timitoo Systems outsourcer mail-drop confirmation matcher     *
*>                                                               *
*> The outsourced print vendor sends back a daily confirmation   *
*> of every statement it inserted into the mail stream (see      *
*> copybooks/TIMMCNF.cpy).  Until this existed nothing read it,  *
*> and "did it actually mail?" was answered by phoning the       *
*> vendor.  This pairs the confirmations against the TIMSDTL     *
*> statement-detail cluster timapp writes, statement for         *
*> statement, on (run date, job id, statement seqno), and        *
*> reports:                                                      *
*>   - statements printed for the outsourcer destination that    *
*>     were never confirmed mailed within the mail window        *
*>     (MDROPPRM DAYS card, default 5 days), or confirmed only   *
*>     after it                                                  *
*>   - confirmations naming a statement we have no record of     *
*>   - per-job printed / mailed / late / unmailed counts         *
*> A job with any statement unmailed or mailed late is filed to  *
*> the TIMDSPT dispute ledger as variance type MAIL-DROP - our   *
*> count is the statements printed, the vendor's the statements  *
*> confirmed in the window - so a missing mail drop is worked    *
*> through timdsptm exactly like a page-count variance.          *
*> Statements still inside the window and unconfirmed are        *
*> counted as awaiting confirmation, not reported: the vendor    *
*> has not yet had the days the contract gives it.  A statement  *
*> whose print call failed never went to the vendor: it is       *
*> counted as failed at print and never held against the drop.  *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> Statement-detail cluster written by timapp's job-request      *
*> mode - opened for input only and walked in key order from     *
*> the start of the lookback window.                             *
*>---------------------------------------------------------------*
     select SDTL-FILE assign to "TIMSDTL"
         organization is indexed
         access mode is dynamic
         record key is TSD-KEY
         file status is TIM-SDTL-STATUS.

*>---------------------------------------------------------------*
*> Print-job reconciliation cluster - read by key once per job   *
*> for the destination the session printed to, which is what    *
*> separates the outsourcer's statements from in-house work.     *
*>---------------------------------------------------------------*
     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

*>---------------------------------------------------------------*
*> Outsourcer's mail-drop confirmations as delivered - the job    *
*> stream points this at every generation still on catalog, so   *
*> a statement confirmed on any day of the window is found.      *
*>---------------------------------------------------------------*
     select MAILCONF-FILE assign to "MAILCONF"
         organization is line sequential
         file status is TIM-MAILCONF-STATUS.

*>---------------------------------------------------------------*
*> Run-control cards - DAYS=nnn, the mail window in days a       *
*> printed statement has to be confirmed mailed in; LOOKBACK=nnn, *
*> how many days of run dates are examined; DEST=name, the       *
*> ROUTETAB destination whose statements are matched (DEST=* for *
*> every destination).                                           *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "MDROPPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

*>---------------------------------------------------------------*
*> Mail-drop exception and per-job count report.                 *
*>---------------------------------------------------------------*
     select REPORT-FILE assign to "MDROPRPT"
         organization is line sequential.

*>---------------------------------------------------------------*
*> Persistent dispute ledger (copybooks/TIMDSPT.cpy) - a job      *
*> whose mail drop fell short is filed here OPEN, keyed (run      *
*> date, job id), like the invoice matcher's variances.           *
*>---------------------------------------------------------------*
     select DISPUTE-FILE assign to "TIMDSPT"
         organization is indexed
         access mode is dynamic
         record key is TDP-KEY
         file status is TIM-DISPUTE-STATUS.

data division.

file section.

fd  SDTL-FILE.
copy "TIMSDTL.cpy".

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  MAILCONF-FILE.
copy "TIMMCNF.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  DISPUTE-FILE.
copy "TIMDSPT.cpy".

working-storage section.

01  TIM-SDTL-STATUS            pic x(2)    value '00'.
01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-MAILCONF-STATUS        pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-DISPUTE-STATUS         pic x(2)    value '00'.

01  TIM-SDTL-EOF-SW            pic x(1)    value 'N'.
    88  TIM-SDTL-AT-EOF                    value 'Y'.
01  TIM-MAILCONF-EOF-SW        pic x(1)    value 'N'.
    88  TIM-MAILCONF-AT-EOF                value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-DISPUTE-SW             pic x(1)    value 'N'.
    88  TIM-DISPUTE-AVAILABLE              value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> Mail window, lookback and destination - MDROPPRM cards.  The   *
*> five-day default is the outsourcing contract's insertion       *
*> commitment; the 31-day lookback keeps a daily run from         *
*> re-walking the whole cluster back to the retention limit.      *
*>---------------------------------------------------------------*
01  TIM-MAIL-DAYS              pic s9(9)  comp-5  value 5.
01  TIM-LOOKBACK-DAYS          pic s9(9)  comp-5  value 31.
01  TIM-MAIL-DEST              pic x(8)   value 'OUTSRC'.

*>---------------------------------------------------------------*
*> Date derivation - today less the mail window and today less   *
*> the lookback, as yyyymmdd text so run ids (which are          *
*> yyyymmdd) compare directly, the way timhkeep derives its      *
*> retention cutoff.                                             *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(26)  value spaces.
01  TIM-TODAY-DATE             pic 9(8)   value 0.
01  TIM-WORK-INT               pic s9(9)  comp-5  value 0.
01  TIM-WORK-NUM               pic 9(8)   value 0.
01  TIM-OVERDUE-DATE           pic x(8)   value spaces.
01  TIM-LOOKBACK-DATE          pic x(8)   value spaces.
01  TIM-RUN-INT                pic s9(9)  comp-5  value 0.
01  TIM-MAIL-INT               pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> In-core copy of the confirmations inside the lookback window,  *
*> kept in ascending key order so each statement's confirmation   *
*> is found by a binary search - a month of confirmations runs to *
*> the tens of thousands, too many to scan once per statement.    *
*> The vendor delivers in key order, so placing each line is      *
*> normally a straight append; a line out of order is slid down   *
*> into place.  Each entry is flagged when a statement claims it, *
*> and the ones nothing claimed are swept up afterward as         *
*> confirmations with no statement behind them.                   *
*>---------------------------------------------------------------*
78  TIM-MCF-TABLE-SIZE         value 20000.
01  TIM-MCF-COUNT              pic s9(9)  comp-5  value 0.
01  TIM-MCF-TABLE.
    05  TIM-MCF-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON TIM-MCF-COUNT
                       ASCENDING KEY IS TIM-MCF-KEY
                       INDEXED BY TIM-MCF-IDX.
        10  TIM-MCF-KEY.
            15  TIM-MCF-RUN-DATE   pic x(8).
            15  TIM-MCF-JOBID      pic x(8).
            15  TIM-MCF-SEQNO      pic 9(7).
        10  TIM-MCF-MAIL-DATE      pic x(8).
        10  TIM-MCF-MATCHED        pic x(1).
            88  TIM-MCF-IS-MATCHED          value 'Y'.
            88  TIM-MCF-NOT-MATCHED         value 'N'.

01  TIM-MCF-KEY-WORK.
    05  TIM-MCK-RUN-DATE       pic x(8).
    05  TIM-MCK-JOBID          pic x(8).
    05  TIM-MCK-SEQNO          pic 9(7).
01  TIM-MCF-MAIL-WORK          pic x(8)   value spaces.
01  TIM-MCF-FOUND              pic s9(9)  comp-5  value 0.
01  TIM-MCF-SUB                pic s9(9)  comp-5  value 0.
01  TIM-MCF-SLOT-SW            pic x(1)   value 'N'.
    88  TIM-MCF-SLOT-FOUND                 value 'Y'.

*>---------------------------------------------------------------*
*> Job in progress.  TIMSDTL is walked in key order, so a job's   *
*> statements arrive together; its counts are gathered here and   *
*> settled when the run id or job id changes.                     *
*>---------------------------------------------------------------*
01  TIM-CUR-RUNID              pic x(8)   value spaces.
01  TIM-CUR-JOBID              pic x(8)   value spaces.
01  TIM-CUR-DEST               pic x(8)   value spaces.
01  TIM-JOB-ACTIVE-SW          pic x(1)   value 'N'.
    88  TIM-JOB-IN-PROGRESS                value 'Y'.
01  TIM-JOB-SCOPE-SW           pic x(1)   value 'N'.
    88  TIM-JOB-IN-SCOPE                   value 'Y'.
01  TIM-JOB-PRINTED            pic s9(9)  comp-5  value 0.
01  TIM-JOB-MAILED             pic s9(9)  comp-5  value 0.
01  TIM-JOB-LATE               pic s9(9)  comp-5  value 0.
01  TIM-JOB-UNMAILED           pic s9(9)  comp-5  value 0.
01  TIM-JOB-PENDING            pic s9(9)  comp-5  value 0.
01  TIM-JOB-LEDGER-NOTE        pic x(30)  value spaces.

*>---------------------------------------------------------------*
*> Per-job counts held for the summary section, which prints     *
*> after the exceptions.  More jobs than the table holds are      *
*> still matched and disputed - only their summary line is        *
*> dropped, and the report says how many.                         *
*>---------------------------------------------------------------*
78  TIM-MJB-TABLE-SIZE         value 2000.
01  TIM-MJB-TABLE.
    05  TIM-MJB-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-MJB-IDX.
        10  TIM-MJB-RUNID      pic x(8).
        10  TIM-MJB-JOBID      pic x(8).
        10  TIM-MJB-DEST       pic x(8).
        10  TIM-MJB-PRINTED    pic s9(9) comp-5.
        10  TIM-MJB-MAILED     pic s9(9) comp-5.
        10  TIM-MJB-LATE       pic s9(9) comp-5.
        10  TIM-MJB-UNMAILED   pic s9(9) comp-5.
        10  TIM-MJB-PENDING    pic s9(9) comp-5.
        10  TIM-MJB-NOTE       pic x(30).
01  TIM-MJB-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-MJB-SUB                pic s9(4)  comp-5  value 0.

01  TIM-CONF-LOADED            pic s9(9)  comp-5  value 0.
01  TIM-CONF-REJECTED          pic s9(9)  comp-5  value 0.
01  TIM-CONF-DUPLICATE         pic s9(9)  comp-5  value 0.
01  TIM-CONF-BEFORE-WINDOW     pic s9(9)  comp-5  value 0.
01  TIM-CONF-NO-STATEMENT      pic s9(9)  comp-5  value 0.
01  TIM-TOT-PRINTED            pic s9(9)  comp-5  value 0.
01  TIM-TOT-MAILED             pic s9(9)  comp-5  value 0.
01  TIM-TOT-LATE               pic s9(9)  comp-5  value 0.
01  TIM-TOT-UNMAILED           pic s9(9)  comp-5  value 0.
01  TIM-TOT-PENDING            pic s9(9)  comp-5  value 0.
01  TIM-TOT-PRINT-FAILED       pic s9(9)  comp-5  value 0.
01  TIM-JOBS-MATCHED           pic s9(9)  comp-5  value 0.
01  TIM-JOBS-NOT-LISTED        pic s9(9)  comp-5  value 0.
01  TIM-DISPUTES-FILED         pic s9(9)  comp-5  value 0.
01  TIM-DISPUTES-ON-FILE       pic s9(9)  comp-5  value 0.
01  TIM-LEDGER-CONFLICTS       pic s9(9)  comp-5  value 0.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> Exception line - one statement per print line.                *
*>---------------------------------------------------------------*
01  TIM-EXCEPTION-LINE.
    05  TIM-EXC-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EXC-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EXC-SEQNO          pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-EXC-MAIL-DATE      pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EXC-DISPOSITION    pic x(34).
    05  filler                 pic x(59)  value spaces.

*>---------------------------------------------------------------*
*> Per-job count line for the summary section.                   *
*>---------------------------------------------------------------*
01  TIM-JOB-LINE.
    05  TIM-JBL-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-DEST           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PRINTED        pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-MAILED         pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-LATE           pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-UNMAILED       pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PENDING        pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-NOTE           pic x(30).
    05  filler                 pic x(27)  value spaces.

01  TIM-TOTAL-TEXT             pic -(9)9.

procedure division.

 perform READ-PARM-CARDS.

 move function current-date to TIM-CURRENT-TS.
 move TIM-CURRENT-TS (1:8) to TIM-TODAY-DATE.
 compute TIM-WORK-INT =
     function integer-of-date(TIM-TODAY-DATE) - TIM-MAIL-DAYS
 end-compute.
 move function date-of-integer(TIM-WORK-INT) to TIM-WORK-NUM.
 move TIM-WORK-NUM to TIM-OVERDUE-DATE.
 compute TIM-WORK-INT =
     function integer-of-date(TIM-TODAY-DATE) - TIM-LOOKBACK-DAYS
 end-compute.
 move function date-of-integer(TIM-WORK-INT) to TIM-WORK-NUM.
 move TIM-WORK-NUM to TIM-LOOKBACK-DATE.

 open input SDTL-FILE.
 if TIM-SDTL-STATUS not = '00'
     display '*** ERROR OPENING TIMSDTL - FILE STATUS=' TIM-SDTL-STATUS
             ' - no statement detail to match against ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open input RECON-FILE.
 if TIM-RECON-STATUS not = '00'
     display '*** ERROR OPENING TIMRECON - FILE STATUS=' TIM-RECON-STATUS
             ' - statement destinations cannot be told apart ***'
             end-display
     move 1 to TIM-OVERALL-RC
     close SDTL-FILE
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open input MAILCONF-FILE.
 if TIM-MAILCONF-STATUS not = '00'
     display '*** ERROR OPENING MAILCONF - FILE STATUS='
             TIM-MAILCONF-STATUS ' - no mail-drop confirmations ***'
             end-display
     move 1 to TIM-OVERALL-RC
     close SDTL-FILE
     close RECON-FILE
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.

 open i-o DISPUTE-FILE.
 if TIM-DISPUTE-STATUS = '00'
     set TIM-DISPUTE-AVAILABLE to true
 else
     display 'TIMMDROP: TIMDSPT OPEN FAILED - FILE STATUS='
             TIM-DISPUTE-STATUS ' - mail-drop variances not filed to'
             ' the dispute ledger' end-display
     move 1 to TIM-OVERALL-RC
 end-if.

 perform LOAD-CONFIRMATIONS.
 perform WRITE-REPORT-HEADING.

*> first pass - our side: every statement printed inside the
*> lookback window, paired with its confirmation
 move spaces to TSD-KEY.
 move TIM-LOOKBACK-DATE to TSD-RUNID.
 move 0 to TSD-STMT-SEQNO.
 start SDTL-FILE key not < TSD-KEY
     invalid key
         set TIM-SDTL-AT-EOF to true
 end-start.
 if not TIM-SDTL-AT-EOF
     perform READ-NEXT-SDTL
 end-if.
 perform MATCH-ONE-STATEMENT until TIM-SDTL-AT-EOF.
 if TIM-JOB-IN-PROGRESS
     perform FINISH-CURRENT-JOB
 end-if.

*> second pass - the vendor's side: a confirmation no statement
*> claimed names a statement we have no record of printing
 perform WRITE-ORPHAN-HEADING.
 move 0 to TIM-MCF-SUB.
 perform SWEEP-UNCLAIMED-CONFIRMATION
     until TIM-MCF-SUB >= TIM-MCF-COUNT.

 perform WRITE-JOB-SUMMARY.
 perform WRITE-REPORT-TOTALS.

 close SDTL-FILE.
 close RECON-FILE.
 close MAILCONF-FILE.
 close REPORT-FILE.
 if TIM-DISPUTE-AVAILABLE
     close DISPUTE-FILE
 end-if.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> Reads the MDROPPRM control cards.  A missing or empty file leaves     *
*> the defaults - a five-day window over the last 31 days of the         *
*> OUTSRC destination.  A window under one day is refused: it would      *
*> report every statement printed yesterday as never mailed.             *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMMDROP: no MDROPPRM file - DAYS=5 LOOKBACK=31'
                 ' DEST=OUTSRC' end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if TIM-MAIL-DAYS < 1
         display '*** TIMMDROP: DAYS UNDER 1 REFUSED - USING 5 ***'
                 end-display
         move 5 to TIM-MAIL-DAYS
     end-if
     if TIM-LOOKBACK-DAYS <= TIM-MAIL-DAYS
         display '*** TIMMDROP: LOOKBACK NOT BEYOND DAYS REFUSED - '
                 'USING 31 ***' end-display
         move 31 to TIM-LOOKBACK-DAYS
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
             evaluate TIM-PARM-KEYWORD
                 when 'DAYS'
                     move function numval(TIM-PARM-VALUE)
                       to TIM-MAIL-DAYS
                 when 'LOOKBACK'
                     move function numval(TIM-PARM-VALUE)
                       to TIM-LOOKBACK-DAYS
                 when 'DEST'
                     move TIM-PARM-VALUE to TIM-MAIL-DEST
                 when other
                     display 'TIMMDROP: unrecognized MDROPPRM card '
                             'ignored: ' TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---LOAD-CONFIRMATIONS-------------------------------------------------*
*> Loads every confirmation whose run date falls inside the lookback     *
*> window.  A malformed line is skipped and reported; a second line for  *
*> a statement already confirmed is counted once - the vendor's re-send  *
*> of a day's file is routine.  More confirmations than the table holds  *
*> is a hard stop rather than a silent partial match: a truncated table  *
*> would report the statements past the cut as never mailed and dispute  *
*> them.                                                                 *
*>-----------------------------------------------------------------------*
 LOAD-CONFIRMATIONS.
     perform LOAD-ONE-CONFIRMATION until TIM-MAILCONF-AT-EOF
     .

*>---LOAD-ONE-CONFIRMATION----------------------------------------------*
 LOAD-ONE-CONFIRMATION.
     read MAILCONF-FILE
         at end
             set TIM-MAILCONF-AT-EOF to true
     end-read
     if not TIM-MAILCONF-AT-EOF
         if TIM-MAILCONF-RECORD (1:1) = '*'
          or TIM-MAILCONF-RECORD = spaces
             continue
         else
         if TMC-RUN-DATE is not numeric
          or TMC-JOBID = spaces
          or function test-numval(TMC-STMT-SEQNO) not = 0
          or TMC-MAIL-DATE is not numeric
             display 'TIMMDROP: MALFORMED MAILCONF LINE SKIPPED: '
                     TIM-MAILCONF-RECORD end-display
             add 1 to TIM-CONF-REJECTED
             move 1 to TIM-OVERALL-RC
         else
         if TMC-RUN-DATE < TIM-LOOKBACK-DATE
             add 1 to TIM-CONF-BEFORE-WINDOW
         else
             move TMC-RUN-DATE to TIM-MCK-RUN-DATE
             move TMC-JOBID to TIM-MCK-JOBID
             move function numval(TMC-STMT-SEQNO) to TIM-MCK-SEQNO
             move TMC-MAIL-DATE to TIM-MCF-MAIL-WORK
             perform FIND-CONFIRMATION
             if TIM-MCF-FOUND > 0
                 add 1 to TIM-CONF-DUPLICATE
             else
                 perform PLACE-CONFIRMATION
             end-if
         end-if
         end-if
         end-if
     end-if
     .

*>---PLACE-CONFIRMATION-------------------------------------------------*
*> Appends TIM-MCF-KEY-WORK to the table and slides it down past any     *
*> entry with a higher key, keeping the table in ascending order.        *
*>-----------------------------------------------------------------------*
 PLACE-CONFIRMATION.
     if TIM-MCF-COUNT >= TIM-MCF-TABLE-SIZE
         display '*** TIMMDROP: confirmations exceed table capacity - '
                 'raise TIM-MCF-TABLE-SIZE ***' end-display
         move 1 to TIM-OVERALL-RC
         close SDTL-FILE
         close RECON-FILE
         close MAILCONF-FILE
         close REPORT-FILE
         if TIM-DISPUTE-AVAILABLE
             close DISPUTE-FILE
         end-if
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     add 1 to TIM-MCF-COUNT
     add 1 to TIM-CONF-LOADED
     move TIM-MCF-COUNT to TIM-MCF-SUB
     move 'N' to TIM-MCF-SLOT-SW
     perform SLIDE-ONE-CONFIRMATION until TIM-MCF-SLOT-FOUND
     move TIM-MCF-KEY-WORK to TIM-MCF-KEY (TIM-MCF-SUB)
     move TIM-MCF-MAIL-WORK to TIM-MCF-MAIL-DATE (TIM-MCF-SUB)
     set TIM-MCF-NOT-MATCHED (TIM-MCF-SUB) to true
     .

*>---SLIDE-ONE-CONFIRMATION---------------------------------------------*
 SLIDE-ONE-CONFIRMATION.
     if TIM-MCF-SUB <= 1
         set TIM-MCF-SLOT-FOUND to true
     else
     if TIM-MCF-KEY (TIM-MCF-SUB - 1) > TIM-MCF-KEY-WORK
         move TIM-MCF-ENTRY (TIM-MCF-SUB - 1)
           to TIM-MCF-ENTRY (TIM-MCF-SUB)
         subtract 1 from TIM-MCF-SUB
     else
         set TIM-MCF-SLOT-FOUND to true
     end-if
     end-if
     .

*>---FIND-CONFIRMATION--------------------------------------------------*
*> Binary search of the confirmation table for TIM-MCF-KEY-WORK,         *
*> leaving the entry number in TIM-MCF-FOUND or zero.                    *
*>-----------------------------------------------------------------------*
 FIND-CONFIRMATION.
     move 0 to TIM-MCF-FOUND
     if TIM-MCF-COUNT > 0
         search all TIM-MCF-ENTRY
             at end
                 continue
             when TIM-MCF-KEY (TIM-MCF-IDX) = TIM-MCF-KEY-WORK
                 set TIM-MCF-FOUND to TIM-MCF-IDX
         end-search
     end-if
     .

*>---READ-NEXT-SDTL-----------------------------------------------------*
 READ-NEXT-SDTL.
     read SDTL-FILE next
         at end
             set TIM-SDTL-AT-EOF to true
     end-read
     .

*>---MATCH-ONE-STATEMENT------------------------------------------------*
*> Pairs the statement just read with its confirmation.  Every          *
*> statement claims its confirmation, whatever its destination or       *
*> outcome, so an in-house statement the vendor somehow confirmed is    *
*> not reported as unknown; only the matched destination's statements   *
*> are counted.  A statement whose print call failed (non-zero return   *
*> code) never reached the vendor and is counted apart, not judged.  A  *
*> confirmed statement is mailed, or mailed late when the drop came     *
*> more than the window's days after the run date; an unconfirmed one   *
*> is never mailed once the window has closed, awaiting until then.     *
*>-----------------------------------------------------------------------*
 MATCH-ONE-STATEMENT.
     if TSD-RUNID not = TIM-CUR-RUNID
      or TSD-JOBID not = TIM-CUR-JOBID
         if TIM-JOB-IN-PROGRESS
             perform FINISH-CURRENT-JOB
         end-if
         perform START-NEW-JOB
     end-if

     move TSD-KEY to TIM-MCF-KEY-WORK
     perform FIND-CONFIRMATION
     if TIM-MCF-FOUND > 0
         set TIM-MCF-IS-MATCHED (TIM-MCF-FOUND) to true
     end-if

     if TIM-JOB-IN-SCOPE and TSD-RET-CODE not = 0
         add 1 to TIM-TOT-PRINT-FAILED
     end-if

     if TIM-JOB-IN-SCOPE and TSD-RET-CODE = 0
         add 1 to TIM-JOB-PRINTED
         if TIM-MCF-FOUND > 0
             move TIM-MCF-MAIL-DATE (TIM-MCF-FOUND) to TIM-WORK-NUM
             compute TIM-MAIL-INT =
                 function integer-of-date(TIM-WORK-NUM)
             end-compute
             if TIM-MAIL-INT - TIM-RUN-INT > TIM-MAIL-DAYS
                 add 1 to TIM-JOB-LATE
                 move 'MAILED LATE - OUTSIDE WINDOW'
                   to TIM-EXC-DISPOSITION
                 perform WRITE-STATEMENT-EXCEPTION
             else
                 add 1 to TIM-JOB-MAILED
             end-if
         else
         if TSD-RUNID < TIM-OVERDUE-DATE
             add 1 to TIM-JOB-UNMAILED
             move 'PRINTED - NEVER CONFIRMED MAILED'
               to TIM-EXC-DISPOSITION
             perform WRITE-STATEMENT-EXCEPTION
         else
             add 1 to TIM-JOB-PENDING
         end-if
         end-if
     end-if

     perform READ-NEXT-SDTL
     .

*>---START-NEW-JOB------------------------------------------------------*
*> Opens the counts for the (run id, job id) just reached and decides    *
*> whether it is matched: its run id must be a date, and its session     *
*> must have printed to the matched destination.  A job with no session  *
*> record has no known destination and is matched only under DEST=*.    *
*>-----------------------------------------------------------------------*
 START-NEW-JOB.
     move TSD-RUNID to TIM-CUR-RUNID
     move TSD-JOBID to TIM-CUR-JOBID
     set TIM-JOB-IN-PROGRESS to true
     move 'N' to TIM-JOB-SCOPE-SW
     move 0 to TIM-JOB-PRINTED
     move 0 to TIM-JOB-MAILED
     move 0 to TIM-JOB-LATE
     move 0 to TIM-JOB-UNMAILED
     move 0 to TIM-JOB-PENDING
     move spaces to TIM-JOB-LEDGER-NOTE
     move TSD-RUNID to TRC-RUNID
     move TSD-JOBID to TRC-JOBID
     read RECON-FILE
         invalid key
             move spaces to TRC-DEST
     end-read
     move TRC-DEST to TIM-CUR-DEST
     if TSD-RUNID is numeric
         if TIM-MAIL-DEST = '*'
          or (TRC-DEST = TIM-MAIL-DEST and TRC-DEST not = spaces)
             set TIM-JOB-IN-SCOPE to true
             move TSD-RUNID to TIM-WORK-NUM
             compute TIM-RUN-INT =
                 function integer-of-date(TIM-WORK-NUM)
             end-compute
         end-if
     end-if
     .

*>---FINISH-CURRENT-JOB-------------------------------------------------*
*> Settles the job just completed: folds its counts into the run         *
*> totals, files a MAIL-DROP dispute when any statement went unmailed    *
*> or late, and keeps its line for the summary section.                  *
*>-----------------------------------------------------------------------*
 FINISH-CURRENT-JOB.
     if TIM-JOB-IN-SCOPE
         add 1 to TIM-JOBS-MATCHED
         add TIM-JOB-PRINTED to TIM-TOT-PRINTED
         add TIM-JOB-MAILED to TIM-TOT-MAILED
         add TIM-JOB-LATE to TIM-TOT-LATE
         add TIM-JOB-UNMAILED to TIM-TOT-UNMAILED
         add TIM-JOB-PENDING to TIM-TOT-PENDING
         if TIM-JOB-UNMAILED > 0 or TIM-JOB-LATE > 0
             move 1 to TIM-OVERALL-RC
             perform FILE-MAIL-DROP-DISPUTE
         end-if
         if TIM-MJB-COUNT < TIM-MJB-TABLE-SIZE
             add 1 to TIM-MJB-COUNT
             set TIM-MJB-IDX to TIM-MJB-COUNT
             move TIM-CUR-RUNID to TIM-MJB-RUNID (TIM-MJB-IDX)
             move TIM-CUR-JOBID to TIM-MJB-JOBID (TIM-MJB-IDX)
             move TIM-CUR-DEST to TIM-MJB-DEST (TIM-MJB-IDX)
             move TIM-JOB-PRINTED to TIM-MJB-PRINTED (TIM-MJB-IDX)
             move TIM-JOB-MAILED to TIM-MJB-MAILED (TIM-MJB-IDX)
             move TIM-JOB-LATE to TIM-MJB-LATE (TIM-MJB-IDX)
             move TIM-JOB-UNMAILED to TIM-MJB-UNMAILED (TIM-MJB-IDX)
             move TIM-JOB-PENDING to TIM-MJB-PENDING (TIM-MJB-IDX)
             move TIM-JOB-LEDGER-NOTE to TIM-MJB-NOTE (TIM-MJB-IDX)
         else
             add 1 to TIM-JOBS-NOT-LISTED
         end-if
     end-if
     move 'N' to TIM-JOB-ACTIVE-SW
     .

*>---FILE-MAIL-DROP-DISPUTE---------------------------------------------*
*> Files the job's mail-drop shortfall into the dispute ledger OPEN,     *
*> our count the statements printed, the vendor's the statements it      *
*> confirmed inside the window.  A record already on file for (run       *
*> date, job id) is left exactly as it is - a later run of this match    *
*> must not wind back a dispute timdsptm has moved on - but a key held   *
*> by a page-count variance is reported as a conflict, never dropped.    *
*>-----------------------------------------------------------------------*
 FILE-MAIL-DROP-DISPUTE.
     if TIM-DISPUTE-AVAILABLE
         move spaces to TIM-DISPUTE-RECORD
         move TIM-CUR-RUNID to TDP-BILL-DATE
         move TIM-CUR-JOBID to TDP-JOBID
         move 'MAIL-DROP' to TDP-VARIANCE-TYPE
         move 'OPEN' to TDP-STATUS
         move TIM-JOB-PRINTED to TDP-OUR-PAGES
         move TIM-JOB-MAILED to TDP-BILLED-PAGES
         move space to TDP-REPEAT-FLAG
         move function current-date to TDP-OPENED-TS
         move TDP-OPENED-TS to TDP-STATUS-TS
         move 'TIMMDROP' to TDP-OPERATOR
         move 'FILED BY MAIL-DROP MATCH' to TDP-REASON
         write TIM-DISPUTE-RECORD
             invalid key
                 perform NOTE-LEDGER-KEY-HELD
             not invalid key
                 add 1 to TIM-DISPUTES-FILED
                 move 'DISPUTE FILED' to TIM-JOB-LEDGER-NOTE
         end-write
     else
         move 'NOT FILED' to TIM-JOB-LEDGER-NOTE
     end-if
     .

*>---NOTE-LEDGER-KEY-HELD-----------------------------------------------*
*> The ledger already holds (run date, job id).  Our own MAIL-DROP      *
*> from an earlier run of this match is simply already on file.  Any     *
*> other variance type is the invoice matcher's page-count dispute for   *
*> the same key - the mail-drop shortfall cannot be filed beside it, so  *
*> the job's ledger column names the type holding the key and the        *
*> conflict is counted, for the analyst to add to that dispute by hand.  *
*>-----------------------------------------------------------------------*
 NOTE-LEDGER-KEY-HELD.
     read DISPUTE-FILE
         invalid key
             move 'NOT FILED' to TIM-JOB-LEDGER-NOTE
         not invalid key
             if TDP-VARIANCE-TYPE = 'MAIL-DROP'
                 add 1 to TIM-DISPUTES-ON-FILE
                 move 'ALREADY ON LEDGER' to TIM-JOB-LEDGER-NOTE
             else
                 add 1 to TIM-LEDGER-CONFLICTS
                 move spaces to TIM-JOB-LEDGER-NOTE
                 string 'CONFLICT WITH ' TDP-VARIANCE-TYPE
                     delimited by size into TIM-JOB-LEDGER-NOTE
                 end-string
             end-if
     end-read
     .

*>---WRITE-STATEMENT-EXCEPTION------------------------------------------*
*> One exception line for the current statement - TIM-EXC-DISPOSITION   *
*> must already be set; the mail-drop date shows when there was one.     *
*>-----------------------------------------------------------------------*
 WRITE-STATEMENT-EXCEPTION.
     move TSD-RUNID to TIM-EXC-RUNID
     move TSD-JOBID to TIM-EXC-JOBID
     move TSD-STMT-SEQNO to TIM-EXC-SEQNO
     if TIM-MCF-FOUND > 0
         move TIM-MCF-MAIL-DATE (TIM-MCF-FOUND) to TIM-EXC-MAIL-DATE
     else
         move spaces to TIM-EXC-MAIL-DATE
     end-if
     move TIM-EXCEPTION-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---SWEEP-UNCLAIMED-CONFIRMATION---------------------------------------*
*> Reports every confirmation no statement claimed - the vendor says it  *
*> mailed a statement TIMSDTL has no record of printing.                 *
*>-----------------------------------------------------------------------*
 SWEEP-UNCLAIMED-CONFIRMATION.
     add 1 to TIM-MCF-SUB
     if TIM-MCF-NOT-MATCHED (TIM-MCF-SUB)
         add 1 to TIM-CONF-NO-STATEMENT
         move 1 to TIM-OVERALL-RC
         move spaces to TIM-EXCEPTION-LINE
         move TIM-MCF-RUN-DATE (TIM-MCF-SUB) to TIM-EXC-RUNID
         move TIM-MCF-JOBID (TIM-MCF-SUB) to TIM-EXC-JOBID
         move TIM-MCF-SEQNO (TIM-MCF-SUB) to TIM-EXC-SEQNO
         move TIM-MCF-MAIL-DATE (TIM-MCF-SUB) to TIM-EXC-MAIL-DATE
         move 'CONFIRMED - NO STATEMENT ON FILE' to TIM-EXC-DISPOSITION
         move TIM-EXCEPTION-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move spaces to TIM-REPORT-LINE
     move 'TIMMDROP - OUTSOURCER MAIL-DROP CONFIRMATION MATCH'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     move TIM-MAIL-DAYS to TIM-TOTAL-TEXT
     string 'DESTINATION: ' TIM-MAIL-DEST
            '   MAIL WINDOW (DAYS):' TIM-TOTAL-TEXT
            '   RUN DATES FROM: ' TIM-LOOKBACK-DATE
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'STATEMENTS RUN BEFORE ' TIM-OVERDUE-DATE
            ' AND NOT CONFIRMED ARE NEVER MAILED'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'STATEMENTS NOT CONFIRMED MAILED WITHIN THE WINDOW'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'RUN DATE  JOB ID       SEQNO  MAILED    DISPOSITION'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:73)
     write TIM-REPORT-LINE
     move spaces to TIM-EXCEPTION-LINE
     .

*>---WRITE-ORPHAN-HEADING-----------------------------------------------*
 WRITE-ORPHAN-HEADING.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'CONFIRMATIONS FOR STATEMENTS NOT ON FILE' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'RUN DATE  JOB ID       SEQNO  MAILED    DISPOSITION'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:73)
     write TIM-REPORT-LINE
     .

*>---WRITE-JOB-SUMMARY--------------------------------------------------*
 WRITE-JOB-SUMMARY.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'MAILED / UNMAILED COUNTS BY JOB' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'RUN DATE  JOB ID    DEST       PRINTED   MAILED'
            '     LATE  UNMAILED  AWAITING  LEDGER'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:105)
     write TIM-REPORT-LINE
     move 0 to TIM-MJB-SUB
     perform WRITE-ONE-JOB-LINE until TIM-MJB-SUB >= TIM-MJB-COUNT
     if TIM-JOBS-NOT-LISTED > 0
         move TIM-JOBS-NOT-LISTED to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'JOBS MATCHED BUT NOT LISTED (TABLE FULL):' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-ONE-JOB-LINE-------------------------------------------------*
 WRITE-ONE-JOB-LINE.
     add 1 to TIM-MJB-SUB
     move spaces to TIM-JOB-LINE
     move TIM-MJB-RUNID (TIM-MJB-SUB) to TIM-JBL-RUNID
     move TIM-MJB-JOBID (TIM-MJB-SUB) to TIM-JBL-JOBID
     move TIM-MJB-DEST (TIM-MJB-SUB) to TIM-JBL-DEST
     move TIM-MJB-PRINTED (TIM-MJB-SUB) to TIM-JBL-PRINTED
     move TIM-MJB-MAILED (TIM-MJB-SUB) to TIM-JBL-MAILED
     move TIM-MJB-LATE (TIM-MJB-SUB) to TIM-JBL-LATE
     move TIM-MJB-UNMAILED (TIM-MJB-SUB) to TIM-JBL-UNMAILED
     move TIM-MJB-PENDING (TIM-MJB-SUB) to TIM-JBL-PENDING
     move TIM-MJB-NOTE (TIM-MJB-SUB) to TIM-JBL-NOTE
     move TIM-JOB-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-REPORT-TOTALS------------------------------------------------*
 WRITE-REPORT-TOTALS.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-JOBS-MATCHED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'JOBS MATCHED                    : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-PRINTED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'STATEMENTS PRINTED              : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-PRINT-FAILED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'FAILED AT PRINT - NOT JUDGED    : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-MAILED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CONFIRMED MAILED IN WINDOW      : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-LATE to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CONFIRMED MAILED LATE           : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-UNMAILED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'NEVER CONFIRMED MAILED          : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-TOT-PENDING to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'AWAITING CONFIRMATION IN WINDOW : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-CONF-LOADED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CONFIRMATIONS IN LOOKBACK       : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-CONF-NO-STATEMENT to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CONFIRMATIONS - NO STATEMENT    : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-CONF-DUPLICATE > 0
         move TIM-CONF-DUPLICATE to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'DUPLICATE CONFIRMATIONS IGNORED : ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-CONF-REJECTED > 0
         move TIM-CONF-REJECTED to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'MALFORMED MAILCONF LINES SKIPPED: ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     move TIM-DISPUTES-FILED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'MAIL-DROP DISPUTES FILED        : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-DISPUTES-ON-FILE > 0
         move TIM-DISPUTES-ON-FILE to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'ALREADY ON THE DISPUTE LEDGER   : ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-LEDGER-CONFLICTS > 0
         move TIM-LEDGER-CONFLICTS to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'LEDGER KEY HELD BY OTHER DISPUTE: ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-OVERALL-RC = 0
         display 'TIMMDROP: every statement confirmed mailed in window'
                 end-display
     else
         display 'TIMMDROP: mail-drop exceptions found - see MDROPRPT'
                 end-display
     end-if
     .
